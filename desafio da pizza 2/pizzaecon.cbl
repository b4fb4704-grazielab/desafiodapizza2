      *Divisão de identificação do programa
       identification division.
       program-id. "pizzaecon".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *-----------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026 GBB - relatorio mensal de economia nas compras:
      *                  le as compras do mes (COMPRMES, gravado
      *                  pelo pizzadesafio a cada pedido) e compara
      *                  o valor pago com o que a mesma quantidade
      *                  custaria na cotacao media e na mais cara
      *                  do item na data do pedido (PRICEMST e
      *                  PRICEHST). Imprime em ECONRPT a economia
      *                  por fornecedor, por loja e da rede e os
      *                  itens comprados fora da cotacao mais
      *                  barata, com o custo da escolha. O mes e o
      *                  da data de movimento. Codigo de retorno 0,
      *                  4 sem compras no mes ou com registro
      *                  invalido e 8 com data recusada.
      * 15/10/2026 GBB - mes de referencia do ECONPARM (aaaamm) ou,
      *                  sem ele, o do ultimo dia fechado no
      *                  DATAMOV; o relatorio nao le mais o LIMITCFG
      *                  nem recusa dia fechado (rc 8 so com mes
      *                  invalido no parametro).
      * 15/10/2026 GBB - tabela de fornecedores, de lojas ou de itens
      *                  fora do menor cheia: aviso de relatorio
      *                  incompleto na secao e retorno 4.
      *-----------------------------------------------------------

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.

           select compra-mensal
               assign to "COMPRMES"
               organization is line sequential
               file status is fs_compra_mensal.

           select price-master
               assign to "PRICEMST"
               organization is indexed
               access mode is dynamic
               record key is pm_chave
               file status is fs_price_master.

           select price-history
               assign to "PRICEHST"
               organization is indexed
               access mode is dynamic
               record key is hist_chave
               file status is fs_price_history.

           select fornecedor-master
               assign to "SUPPLMST"
               organization is line sequential
               file status is fs_fornecedor_master.

           select econ-report
               assign to "ECONRPT"
               organization is line sequential
               file status is fs_econ_report.

           select parametro-econ
               assign to "ECONPARM"
               organization is line sequential
               file status is fs_parametro_econ.

           select data-movimento
               assign to "DATAMOV"
               organization is line sequential
               file status is fs_data_movimento.

           select runlog-file
               assign to "RUNLOG"
               organization is line sequential
               file status is fs_runlog_file.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

       fd compra-mensal.
       01 registro-compra.
           05 cmp_data                             pic 9(08).
           05 cmp_loja                             pic 9(02).
           05 cmp_fornecedor                       pic 9(03).
           05 cmp_nome                             pic x(15).
           05 cmp_diametro                         pic 9(03).
           05 cmp_qtde                             pic 9(07).
           05 cmp_preco                            pic 9(03)v99.
           05 cmp_pedido                           pic 9(06).

       fd price-master.
       01 registro-master.
           05 pm_chave.
               10 pm_loja                          pic 9(02).
               10 pm_nome                          pic x(15).
               10 pm_diametro                      pic 9(03).
               10 pm_fornecedor                    pic 9(03).
           05 pm_preco                             pic 9(03)v99.
           05 pm_validade_de                       pic 9(08).
           05 pm_validade_ate                      pic 9(08).

       fd price-history.
       01 registro-historico.
           05 hist_chave.
               10 hist_loja                        pic 9(02).
               10 hist_nome                        pic x(15).
               10 hist_diametro                    pic 9(03).
               10 hist_fornecedor                  pic 9(03).
               10 hist_data                        pic 9(08).
           05 hist_preco_cm2                       pic 9(03)v99.

       fd fornecedor-master.
       01 registro-fornecedor.
           05 forn_codigo                          pic 9(03).
           05 forn_nome                            pic x(20).
           05 forn_contato                         pic x(20).
           05 forn_ativo                           pic x(01).

       fd econ-report.
       01 linha_econ                               pic x(120).

       fd parametro-econ.
       01 registro-parm-econ.
           05 prm_anomes                           pic 9(06).

       fd data-movimento.
       01 registro-data-movimento.
           05 dm_loja                              pic 9(02).
           05 dm_data_movimento                    pic 9(08).
           05 dm_ultima_fechada                    pic 9(08).

       fd runlog-file.
       01 registro-runlog.
           05 run_programa                         pic x(12).
           05 run_data                             pic 9(08).
           05 run_hora_ini                         pic 9(06).
           05 run_hora_fim                         pic 9(06).
           05 run_loja                             pic 9(02).
           05 run_modo                             pic x(01).
           05 run_lidos                            pic 9(05).
           05 run_aceitos                          pic 9(05).
           05 run_rejeitados                       pic 9(05).
           05 run_gravados                         pic 9(05).
           05 run_arquivados                       pic 9(05).
           05 run_lote_data                        pic 9(08).
           05 run_retorno                          pic 9(02).
           05 run_tipo                             pic x(01).
           05 run_lote_fornecedor                  pic 9(03).
           05 run_data_relogio                     pic 9(08).
           05 run_reprocesso                       pic x(01).
           05 run_operador                         pic x(08).

      *----Variaveis de trabalho
       working-storage section.

       77 fs_compra_mensal                         pic x(02).
       77 fs_price_master                          pic x(02).
       77 fs_price_history                         pic x(02).
       77 fs_fornecedor_master                     pic x(02).
       77 fs_econ_report                           pic x(02).
       77 fs_parametro_econ                        pic x(02).
       77 fs_data_movimento                        pic x(02).
       77 fs_runlog_file                           pic x(02).

       77 data_exec                                pic 9(08).
       77 data_exec_ed                             pic x(10).
       77 data_relogio                             pic 9(08).
       77 loja_data_mov                            pic 9(02)
                                                   value 0.
       77 data_mov_origem                          pic x(01)
                                                   value "N".
       77 data_fechada                             pic 9(08)
                                                   value 0.
       77 hora_exec                                pic 9(08).
       77 hora_fim_exec                            pic 9(08).
       77 cod_retorno                              pic 9(02)
                                                   value 0.

       77 anomes_ref                               pic 9(06)
                                                   value 0.
       77 ano_ref                                  pic 9(04).
       77 mes_ref                                  pic 9(02).
       77 anomes_reg                               pic 9(06).
       77 catalogo_ok                              pic x(01)
                                                   value "N".
       77 historico_ok                             pic x(01)
                                                   value "N".

       77 qtde_lidos                               pic 9(05)
                                                   value 0.
       77 qtde_mes                                 pic 9(05)
                                                   value 0.
       77 qtde_invalidos                           pic 9(05)
                                                   value 0.

      * cotacoes do item na data do pedido
       77 qtde_cotacoes                            pic 9(03).
       77 soma_cotacoes                            pic 9(07)v99.
       77 maior_cotacao                            pic 9(03)v99.
       77 menor_cotacao                            pic 9(03)v99.
       77 forn_menor                               pic 9(03).
       77 forn_cotacao                             pic 9(03).
       77 preco_na_data                            pic 9(03)v99.
       77 preco_calc                               pic 9(07)v99.
       77 cotacao_ok                               pic x(01).
       77 comprado_visto                           pic x(01).
       77 cotacao_vigente                          pic x(01).
       77 hist_achado                              pic x(01).
       77 cm2_hist                                 pic 9(03)v99.
       77 cm2_atual                                pic 9(03)v99.
       77 raio                                     pic 9(03).
       77 area_pizza                               pic 9(04).

      * valores do item comprado
       77 valor_pago                               pic 9(10)v99.
       77 valor_medio                              pic 9(10)v99.
       77 valor_maior                              pic 9(10)v99.
       77 valor_menor                              pic 9(10)v99.
       77 economia_media                           pic s9(10)v99.
       77 economia_maior                           pic s9(10)v99.
       77 custo_escolha                            pic 9(10)v99.

       77 qtde_fornecedores                        pic 9(03)
                                                   value 0.
       77 ind_forn                                 pic 9(03).

       01 fornecedores occurs 100 times.
           05 forn_codigo_tab                      pic 9(03).
           05 forn_nome_tab                        pic x(20).

       77 qtde_econ_forn                           pic 9(03)
                                                   value 0.
       77 ind_ef                                   pic 9(03).
       77 econ_achado                              pic x(01).
       77 forn_tab_cheia                           pic x(01)
                                                   value "N".
       77 loja_tab_cheia                           pic x(01)
                                                   value "N".

       01 econ_fornecedor occurs 100 times.
           05 ef_fornecedor                        pic 9(03).
           05 ef_itens                             pic 9(05).
           05 ef_pago                              pic 9(11)v99.
           05 ef_economia_media                    pic s9(11)v99.
           05 ef_economia_maior                    pic s9(11)v99.

       77 qtde_econ_loja                           pic 9(02)
                                                   value 0.
       77 ind_el                                   pic 9(02).

       01 econ_loja occurs 99 times.
           05 el_loja                              pic 9(02).
           05 el_itens                             pic 9(05).
           05 el_pago                              pic 9(11)v99.
           05 el_economia_media                    pic s9(11)v99.
           05 el_economia_maior                    pic s9(11)v99.

       77 tot_itens                                pic 9(05)
                                                   value 0.
       77 tot_pago                                 pic 9(11)v99
                                                   value 0.
       77 tot_economia_media                       pic s9(11)v99
                                                   value 0.
       77 tot_economia_maior                       pic s9(11)v99
                                                   value 0.
       77 tot_custo_escolha                        pic 9(11)v99
                                                   value 0.

       77 qtde_fora_menor                          pic 9(03)
                                                   value 0.
       77 fora_tab_cheia                           pic x(01)
                                                   value "N".
       77 ind_fm                                   pic 9(03).

       01 fora_menor occurs 500 times.
           05 fm_data                              pic 9(08).
           05 fm_loja                              pic 9(02).
           05 fm_nome                              pic x(15).
           05 fm_diametro                          pic 9(03).
           05 fm_fornecedor                        pic 9(03).
           05 fm_preco                             pic 9(03)v99.
           05 fm_qtde                              pic 9(07).
           05 fm_forn_menor                        pic 9(03).
           05 fm_preco_menor                       pic 9(03)v99.
           05 fm_custo                             pic 9(10)v99.

       01 linha_cab_econ_1.
           05 filler                               pic x(36)
              value "ECONOMIA NAS COMPRAS DO MES".
           05 filler                               pic x(07)
              value "Data: ".
           05 data_cab_econ                        pic x(10).
       01 linha_cab_econ_2.
           05 filler                               pic x(16)
              value "Mes de compra: ".
           05 mes_cab_econ                         pic 9(02).
           05 filler                               pic x(01)
              value "/".
           05 ano_cab_econ                         pic 9(04).
       01 linha_titulo_secao_ec.
           05 titulo_secao_ec                      pic x(60).
       01 linha_titulos_forn_ec.
           05 filler                               pic x(06)
              value "FORN".
           05 filler                               pic x(22)
              value "FORNECEDOR".
           05 filler                               pic x(08)
              value "ITENS".
           05 filler                               pic x(16)
              value "VALOR PAGO".
           05 filler                               pic x(16)
              value "ECON S/MEDIA".
           05 filler                               pic x(14)
              value "ECON S/MAIOR".
       01 linha_det_forn_ec.
           05 forn_det_ec                          pic zz9.
           05 filler                               pic x(03)
              value space.
           05 forn_nome_det_ec                     pic x(20).
           05 filler                               pic x(02)
              value space.
           05 itens_det_ec                         pic zzzz9.
           05 filler                               pic x(03)
              value space.
           05 pago_det_ec                          pic zzzzzzzzz9,99.
           05 filler                               pic x(03)
              value space.
           05 econ_media_det_ec                    pic -zzzzzzzzz9,99.
           05 filler                               pic x(02)
              value space.
           05 econ_maior_det_ec                    pic -zzzzzzzzz9,99.
       01 linha_total_forn_ec.
           05 filler                               pic x(28)
              value "TOTAL DA REDE".
           05 itens_tot_fec                        pic zzzz9.
           05 filler                               pic x(03)
              value space.
           05 pago_tot_fec                         pic zzzzzzzzz9,99.
           05 filler                               pic x(03)
              value space.
           05 econ_media_tot_fec                   pic -zzzzzzzzz9,99.
           05 filler                               pic x(02)
              value space.
           05 econ_maior_tot_fec                   pic -zzzzzzzzz9,99.
       01 linha_titulos_loja_ec.
           05 filler                               pic x(06)
              value "LOJA".
           05 filler                               pic x(08)
              value "ITENS".
           05 filler                               pic x(16)
              value "VALOR PAGO".
           05 filler                               pic x(16)
              value "ECON S/MEDIA".
           05 filler                               pic x(14)
              value "ECON S/MAIOR".
       01 linha_det_loja_ec.
           05 loja_det_ec                          pic x(06).
           05 itens_loja_det_ec                    pic zzzz9.
           05 filler                               pic x(03)
              value space.
           05 pago_loja_det_ec                     pic zzzzzzzzz9,99.
           05 filler                               pic x(03)
              value space.
           05 econ_media_loja_det_ec               pic -zzzzzzzzz9,99.
           05 filler                               pic x(02)
              value space.
           05 econ_maior_loja_det_ec               pic -zzzzzzzzz9,99.
       77 loja_ed                                  pic z9.
       01 linha_titulos_fora_ec.
           05 filler                               pic x(12)
              value "DATA".
           05 filler                               pic x(05)
              value "LOJA".
           05 filler                               pic x(16)
              value "PIZZA".
           05 filler                               pic x(06)
              value "DIAM".
           05 filler                               pic x(06)
              value "FORN".
           05 filler                               pic x(09)
              value "PRECO".
           05 filler                               pic x(10)
              value "QTDE".
           05 filler                               pic x(06)
              value "MELHOR".
           05 filler                               pic x(09)
              value "PRECO".
           05 filler                               pic x(16)
              value "CUSTO ESCOLHA".
       01 linha_det_fora_ec.
           05 data_det_fec                         pic x(10).
           05 filler                               pic x(02)
              value space.
           05 loja_det_fec                         pic z9.
           05 filler                               pic x(03)
              value space.
           05 nome_det_fec                         pic x(15).
           05 filler                               pic x(01)
              value space.
           05 diametro_det_fec                     pic zz9.
           05 filler                               pic x(03)
              value space.
           05 forn_det_fec                         pic zz9.
           05 filler                               pic x(03)
              value space.
           05 preco_det_fec                        pic zz9,99.
           05 filler                               pic x(03)
              value space.
           05 qtde_det_fec                         pic zzzzzz9.
           05 filler                               pic x(03)
              value space.
           05 forn_menor_det_fec                   pic zz9.
           05 filler                               pic x(03)
              value space.
           05 preco_menor_det_fec                  pic zz9,99.
           05 filler                               pic x(03)
              value space.
           05 custo_det_fec                        pic zzzzzzzzz9,99.
       01 linha_total_fora_ec.
           05 filler                               pic x(40)
              value "Custo total das escolhas fora do menor:".
           05 custo_tot_fec                        pic zzzzzzzzz9,99.
       01 linha_aviso_econ.
           05 filler                               pic x(10)
              value "ATENCAO: ".
           05 aviso_econ                           pic x(60).
       01 linha_total_econ.
           05 total_texto_econ                     pic x(40).
           05 total_valor_econ                     pic zzzz9.

      *----Variaveis para comunicação entre programas
       linkage section.

      *----Declaração de tela
       screen section.

      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform relatorio-fornecedor.
           perform relatorio-loja.
           perform relatorio-fora-menor.
           perform finaliza.

      * Data de movimento (da rede), mes de referencia, cadastro de
      * fornecedores (para o nome no relatorio) e cabecalho. O mes
      * vem do ECONPARM (aaaamm); sem ele vale o mes do ultimo dia
      * fechado no DATAMOV, para o relatorio do mes que acabou de
      * fechar sair depois da virada, e sem dia fechado o mes da
      * data de movimento. Relatorio so de leitura: roda sobre
      * qualquer mes, aberto ou ja fechado.

       inicializa section.

           accept hora_exec from time

           move 0 to loja_data_mov
           perform obtem-data-movimento

           open input parametro-econ
           if fs_parametro_econ = "00"
               read parametro-econ next record
                   at end
                       continue
                   not at end
                       if prm_anomes is not numeric
                           move 999999 to anomes_ref
                       else
                           move prm_anomes to anomes_ref
                       end-if
               end-read
               close parametro-econ
           end-if

           if anomes_ref > 0
               divide anomes_ref by 100 giving ano_ref
                   remainder mes_ref
               if ano_ref < 2000 or mes_ref < 1 or mes_ref > 12
                   display "Mes invalido no ECONPARM - relatorio "
                           "cancelado"
                   move 8 to cod_retorno
                   perform grava-runlog
                   move cod_retorno to return-code
                   Stop run
               end-if
           else
               if data_fechada > 0
                   compute anomes_ref = data_fechada / 100
               else
                   compute anomes_ref = data_exec / 100
               end-if
               divide anomes_ref by 100 giving ano_ref
                   remainder mes_ref
           end-if

           string data_exec(7:2) "/" data_exec(5:2) "/" data_exec(1:4)
               into data_exec_ed

           open input fornecedor-master
           if fs_fornecedor_master = "00"
               perform until fs_fornecedor_master = "10"
                   read fornecedor-master next record
                       at end
                           move "10" to fs_fornecedor_master
                       not at end
                           if qtde_fornecedores < 100
                               add 1 to qtde_fornecedores
                               move forn_codigo
                                 to forn_codigo_tab(qtde_fornecedores)
                               move forn_nome
                                 to forn_nome_tab(qtde_fornecedores)
                           end-if
                   end-read
               end-perform
               close fornecedor-master
           end-if

           open output econ-report
           move data_exec_ed    to data_cab_econ
           write linha_econ from linha_cab_econ_1
           move mes_ref         to mes_cab_econ
           move ano_ref         to ano_cab_econ
           write linha_econ from linha_cab_econ_2
           move spaces to linha_econ
           write linha_econ
           .

       inicializa-exit.
           exit.

      * Data de movimento da execucao, lida do DATAMOV e nao do
      * relogio: vale o registro da loja e, na falta dele, o
      * registro 00 da rede, com o ultimo dia fechado. Sem DATAMOV
      * vale a data do sistema, com aviso.

       obtem-data-movimento section.

           accept data_relogio from date yyyymmdd
           move data_relogio to data_exec
           move "N" to data_mov_origem
           move 0   to data_fechada

           open input data-movimento
           if fs_data_movimento = "00"
               perform until fs_data_movimento = "10"
                   read data-movimento next record
                       at end
                           move "10" to fs_data_movimento
                       not at end
                           if dm_loja is numeric
                              and dm_data_movimento is numeric
                              and dm_ultima_fechada is numeric
                               if dm_loja = loja_data_mov
                                   move dm_data_movimento to data_exec
                                   move dm_ultima_fechada
                                     to data_fechada
                                   move "L" to data_mov_origem
                               else
                                   if dm_loja = 0
                                      and data_mov_origem = "N"
                                       move dm_data_movimento
                                         to data_exec
                                       move dm_ultima_fechada
                                         to data_fechada
                                       move "R" to data_mov_origem
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
               close data-movimento
           end-if

           if data_mov_origem = "N"
               display "DATAMOV sem data de movimento para a loja "
                       loja_data_mov " - usada a data do sistema"
           end-if
           .

       obtem-data-movimento-exit.
           exit.

      * Le as compras acumuladas e avalia cada item comprado no mes
      * de referencia. Sem catalogo ou historico a comparacao fica
      * so com o preco pago (economia zero), com aviso.

       processamento section.

           open input compra-mensal
           if fs_compra_mensal not = "00"
               move "COMPRMES NAO ENCONTRADO - SEM COMPRAS NO MES"
                 to aviso_econ
               write linha_econ from linha_aviso_econ
               go to processamento-exit
           end-if

           open input price-master
           if fs_price_master = "00"
               move "S" to catalogo_ok
           else
               move "CATALOGO PRICEMST INDISPONIVEL - SEM COMPARACAO"
                 to aviso_econ
               write linha_econ from linha_aviso_econ
               move 4 to cod_retorno
           end-if
           open input price-history
           if fs_price_history = "00"
               move "S" to historico_ok
           end-if

           perform until fs_compra_mensal = "10"
               read compra-mensal next record
                   at end
                       move "10" to fs_compra_mensal
                   not at end
                       add 1 to qtde_lidos
                       perform avalia-compra
               end-read
           end-perform

           close compra-mensal
           if catalogo_ok = "S"
               close price-master
           end-if
           if historico_ok = "S"
               close price-history
           end-if
           .

       processamento-exit.
           exit.

      * Um item comprado: valor pago contra a mesma quantidade na
      * cotacao media, na mais cara e na mais barata do dia do
      * pedido; acumula por fornecedor, por loja e na rede.

       avalia-compra section.

           if cmp_data is not numeric
              or cmp_loja is not numeric
              or cmp_fornecedor is not numeric
              or cmp_diametro is not numeric
              or cmp_qtde is not numeric
              or cmp_preco is not numeric
               add 1 to qtde_invalidos
               display "Registro invalido no COMPRMES: "
                       registro-compra
               go to avalia-compra-exit
           end-if

           compute anomes_reg = cmp_data / 100
           if anomes_reg not = anomes_ref
               go to avalia-compra-exit
           end-if
           add 1 to qtde_mes

           perform apura-cotacoes

           compute valor_pago = cmp_qtde * cmp_preco
           compute valor_medio rounded =
               cmp_qtde * soma_cotacoes / qtde_cotacoes
           compute valor_maior = cmp_qtde * maior_cotacao
           compute valor_menor = cmp_qtde * menor_cotacao
           compute economia_media = valor_medio - valor_pago
           compute economia_maior = valor_maior - valor_pago

           perform acumula-fornecedor
           perform acumula-loja

           add 1              to tot_itens
           add valor_pago     to tot_pago
           add economia_media to tot_economia_media
           add economia_maior to tot_economia_maior

           if menor_cotacao < cmp_preco
               compute custo_escolha = valor_pago - valor_menor
               add custo_escolha to tot_custo_escolha
               if qtde_fora_menor < 500
                   add 1 to qtde_fora_menor
                   move cmp_data       to fm_data(qtde_fora_menor)
                   move cmp_loja       to fm_loja(qtde_fora_menor)
                   move cmp_nome       to fm_nome(qtde_fora_menor)
                   move cmp_diametro   to fm_diametro(qtde_fora_menor)
                   move cmp_fornecedor
                     to fm_fornecedor(qtde_fora_menor)
                   move cmp_preco      to fm_preco(qtde_fora_menor)
                   move cmp_qtde       to fm_qtde(qtde_fora_menor)
                   move forn_menor
                     to fm_forn_menor(qtde_fora_menor)
                   move menor_cotacao
                     to fm_preco_menor(qtde_fora_menor)
                   move custo_escolha  to fm_custo(qtde_fora_menor)
               else
                   move "S" to fora_tab_cheia
               end-if
           end-if
           .

       avalia-compra-exit.
           exit.

      * Cotacoes da loja/pizza/diametro do item na data do pedido:
      * percorre no catalogo todos os fornecedores da chave. O
      * fornecedor comprado entra com o preco pago; se ele ja saiu
      * do catalogo, entra assim mesmo.

       apura-cotacoes section.

           move 0   to qtde_cotacoes
           move 0   to soma_cotacoes
           move 0   to maior_cotacao
           move 0   to menor_cotacao
           move 0   to forn_menor
           move "N" to comprado_visto

           if catalogo_ok = "S"
               move cmp_loja     to pm_loja
               move cmp_nome     to pm_nome
               move cmp_diametro to pm_diametro
               move 0            to pm_fornecedor
               start price-master key is not less than pm_chave
                   invalid key move "10" to fs_price_master
               end-start

               perform until fs_price_master = "10"
                   read price-master next record
                       at end
                           move "10" to fs_price_master
                       not at end
                           if pm_loja = cmp_loja
                              and pm_nome = cmp_nome
                              and pm_diametro = cmp_diametro
                               perform avalia-cotacao
                           else
                               move "10" to fs_price_master
                           end-if
                   end-read
               end-perform
           end-if

           if comprado_visto = "N"
               move cmp_fornecedor to forn_cotacao
               move cmp_preco      to preco_na_data
               perform anota-cotacao
           end-if
           .

       apura-cotacoes-exit.
           exit.

      * Cotacao de um fornecedor do catalogo na data do pedido.

       avalia-cotacao section.

           move pm_fornecedor to forn_cotacao
           if pm_fornecedor = cmp_fornecedor
               move "S"       to comprado_visto
               move cmp_preco to preco_na_data
               perform anota-cotacao
               go to avalia-cotacao-exit
           end-if

           perform preco-na-data
           if cotacao_ok = "S"
               perform anota-cotacao
           end-if
           .

       avalia-cotacao-exit.
           exit.

      * Preco do fornecedor corrente (registro-master) na data do
      * pedido. Vale o ultimo preco/cm2 do PRICEHST ate essa data:
      * se ele e o do preco atual do catalogo e a validade cobre a
      * data, usa o preco do catalogo; senao o preco e refeito do
      * preco/cm2 pela area da pizza. Sem historico ate a data,
      * vale o catalogo quando a validade cobre a data do pedido.

       preco-na-data section.

           move "N" to cotacao_ok
           move "N" to hist_achado
           move 0   to cm2_hist

           compute raio = pm_diametro / 2
           compute area_pizza = (3,14 * (raio * raio))
           if area_pizza = 0
               go to preco-na-data-exit
           end-if
           compute cm2_atual = pm_preco / area_pizza

           move "N" to cotacao_vigente
           if (pm_validade_de = 0 or pm_validade_de not > cmp_data)
              and (pm_validade_ate = 0
               or pm_validade_ate not < cmp_data)
               move "S" to cotacao_vigente
           end-if

           if historico_ok = "S"
               move pm_loja       to hist_loja
               move pm_nome       to hist_nome
               move pm_diametro   to hist_diametro
               move pm_fornecedor to hist_fornecedor
               move 0             to hist_data
               start price-history key is not less than hist_chave
                   invalid key move "10" to fs_price_history
               end-start

               perform until fs_price_history = "10"
                   read price-history next record
                       at end
                           move "10" to fs_price_history
                       not at end
                           if hist_loja = pm_loja
                              and hist_nome = pm_nome
                              and hist_diametro = pm_diametro
                              and hist_fornecedor = pm_fornecedor
                              and hist_data not > cmp_data
                               move "S"            to hist_achado
                               move hist_preco_cm2 to cm2_hist
                           else
                               move "10" to fs_price_history
                           end-if
                   end-read
               end-perform
           end-if

           if hist_achado = "N"
               if cotacao_vigente = "S"
                   move pm_preco to preco_na_data
                   move "S"      to cotacao_ok
               end-if
               go to preco-na-data-exit
           end-if

           if cotacao_vigente = "S" and cm2_atual = cm2_hist
               move pm_preco to preco_na_data
               move "S"      to cotacao_ok
               go to preco-na-data-exit
           end-if

           compute preco_calc rounded = cm2_hist * area_pizza
           if preco_calc > 0 and preco_calc not > 999,99
               move preco_calc to preco_na_data
               move "S"        to cotacao_ok
           end-if
           .

       preco-na-data-exit.
           exit.

      * Soma a cotacao (forn_cotacao, preco_na_data) nas do item e
      * guarda a maior e a menor.

       anota-cotacao section.

           add 1             to qtde_cotacoes
           add preco_na_data to soma_cotacoes
           if qtde_cotacoes = 1 or preco_na_data > maior_cotacao
               move preco_na_data to maior_cotacao
           end-if
           if qtde_cotacoes = 1 or preco_na_data < menor_cotacao
               move preco_na_data to menor_cotacao
               move forn_cotacao  to forn_menor
           end-if
           .

       anota-cotacao-exit.
           exit.

      * Acumula o item no fornecedor comprado.

       acumula-fornecedor section.

           move "N" to econ_achado
           perform varying ind_ef from 1 by 1
                   until ind_ef > qtde_econ_forn
                      or econ_achado = "S"
               if ef_fornecedor(ind_ef) = cmp_fornecedor
                   move "S" to econ_achado
               end-if
           end-perform

           if econ_achado = "S"
               subtract 1 from ind_ef
           else
               if qtde_econ_forn = 100
                   display "Tabela de fornecedores cheia - "
                           cmp_fornecedor " fora da economia por "
                           "fornecedor"
                   move "S" to forn_tab_cheia
                   go to acumula-fornecedor-exit
               end-if
               add 1 to qtde_econ_forn
               move qtde_econ_forn to ind_ef
               move cmp_fornecedor to ef_fornecedor(ind_ef)
               move 0 to ef_itens(ind_ef)
               move 0 to ef_pago(ind_ef)
               move 0 to ef_economia_media(ind_ef)
               move 0 to ef_economia_maior(ind_ef)
           end-if

           add 1              to ef_itens(ind_ef)
           add valor_pago     to ef_pago(ind_ef)
           add economia_media to ef_economia_media(ind_ef)
           add economia_maior to ef_economia_maior(ind_ef)
           .

       acumula-fornecedor-exit.
           exit.

      * Acumula o item na loja que comprou.

       acumula-loja section.

           move "N" to econ_achado
           perform varying ind_el from 1 by 1
                   until ind_el > qtde_econ_loja
                      or econ_achado = "S"
               if el_loja(ind_el) = cmp_loja
                   move "S" to econ_achado
               end-if
           end-perform

           if econ_achado = "S"
               subtract 1 from ind_el
           else
               if qtde_econ_loja = 99
                   display "Tabela de lojas cheia - loja "
                           cmp_loja " fora da economia por loja"
                   move "S" to loja_tab_cheia
                   go to acumula-loja-exit
               end-if
               add 1 to qtde_econ_loja
               move qtde_econ_loja to ind_el
               move cmp_loja to el_loja(ind_el)
               move 0 to el_itens(ind_el)
               move 0 to el_pago(ind_el)
               move 0 to el_economia_media(ind_el)
               move 0 to el_economia_maior(ind_el)
           end-if

           add 1              to el_itens(ind_el)
           add valor_pago     to el_pago(ind_el)
           add economia_media to el_economia_media(ind_el)
           add economia_maior to el_economia_maior(ind_el)
           .

       acumula-loja-exit.
           exit.

      * Economia por fornecedor, com o total da rede.

       relatorio-fornecedor section.

           if qtde_mes = 0
               go to relatorio-fornecedor-exit
           end-if

           move "ECONOMIA POR FORNECEDOR" to titulo_secao_ec
           write linha_econ from linha_titulo_secao_ec
           write linha_econ from linha_titulos_forn_ec

           perform varying ind_ef from 1 by 1
                   until ind_ef > qtde_econ_forn
               move ef_fornecedor(ind_ef) to forn_det_ec
               move spaces to forn_nome_det_ec
               perform varying ind_forn from 1 by 1
                       until ind_forn > qtde_fornecedores
                   if forn_codigo_tab(ind_forn) = ef_fornecedor(ind_ef)
                       move forn_nome_tab(ind_forn)
                         to forn_nome_det_ec
                   end-if
               end-perform
               move ef_itens(ind_ef)          to itens_det_ec
               move ef_pago(ind_ef)           to pago_det_ec
               move ef_economia_media(ind_ef) to econ_media_det_ec
               move ef_economia_maior(ind_ef) to econ_maior_det_ec
               write linha_econ from linha_det_forn_ec
           end-perform

           if forn_tab_cheia = "S"
               move "ATENCAO: ECONOMIA POR FORNECEDOR INCOMPLETA"
                 to aviso_econ
               write linha_econ from linha_aviso_econ
           end-if
           move tot_itens          to itens_tot_fec
           move tot_pago           to pago_tot_fec
           move tot_economia_media to econ_media_tot_fec
           move tot_economia_maior to econ_maior_tot_fec
           write linha_econ from linha_total_forn_ec
           move spaces to linha_econ
           write linha_econ
           .

       relatorio-fornecedor-exit.
           exit.

      * Economia por loja, com o total da rede.

       relatorio-loja section.

           if qtde_mes = 0
               go to relatorio-loja-exit
           end-if

           move "ECONOMIA POR LOJA" to titulo_secao_ec
           write linha_econ from linha_titulo_secao_ec
           write linha_econ from linha_titulos_loja_ec

           perform varying ind_el from 1 by 1
                   until ind_el > qtde_econ_loja
               move el_loja(ind_el) to loja_ed
               move loja_ed to loja_det_ec
               move el_itens(ind_el)          to itens_loja_det_ec
               move el_pago(ind_el)           to pago_loja_det_ec
               move el_economia_media(ind_el)
                 to econ_media_loja_det_ec
               move el_economia_maior(ind_el)
                 to econ_maior_loja_det_ec
               write linha_econ from linha_det_loja_ec
           end-perform

           if loja_tab_cheia = "S"
               move "ATENCAO: ECONOMIA POR LOJA INCOMPLETA"
                 to aviso_econ
               write linha_econ from linha_aviso_econ
           end-if
           move "REDE"             to loja_det_ec
           move tot_itens          to itens_loja_det_ec
           move tot_pago           to pago_loja_det_ec
           move tot_economia_media to econ_media_loja_det_ec
           move tot_economia_maior to econ_maior_loja_det_ec
           write linha_econ from linha_det_loja_ec
           move spaces to linha_econ
           write linha_econ
           .

       relatorio-loja-exit.
           exit.

      * Itens em que o fornecedor comprado nao era o mais barato
      * na data do pedido, com o custo da escolha (o que se pagou
      * a mais que na menor cotacao).

       relatorio-fora-menor section.

           if qtde_mes = 0
               go to relatorio-fora-menor-exit
           end-if

           move "ITENS COMPRADOS FORA DA COTACAO MAIS BARATA"
             to titulo_secao_ec
           write linha_econ from linha_titulo_secao_ec

           if qtde_fora_menor = 0
               move "Todos os itens comprados na cotacao mais barata"
                 to titulo_secao_ec
               write linha_econ from linha_titulo_secao_ec
               go to relatorio-fora-menor-exit
           end-if

           write linha_econ from linha_titulos_fora_ec
           perform varying ind_fm from 1 by 1
                   until ind_fm > qtde_fora_menor
               string fm_data(ind_fm)(7:2) "/" fm_data(ind_fm)(5:2)
                      "/" fm_data(ind_fm)(1:4)
                   into data_det_fec
               move fm_loja(ind_fm)        to loja_det_fec
               move fm_nome(ind_fm)        to nome_det_fec
               move fm_diametro(ind_fm)    to diametro_det_fec
               move fm_fornecedor(ind_fm)  to forn_det_fec
               move fm_preco(ind_fm)       to preco_det_fec
               move fm_qtde(ind_fm)        to qtde_det_fec
               move fm_forn_menor(ind_fm)  to forn_menor_det_fec
               move fm_preco_menor(ind_fm) to preco_menor_det_fec
               move fm_custo(ind_fm)       to custo_det_fec
               write linha_econ from linha_det_fora_ec
           end-perform

           if fora_tab_cheia = "S"
               move "LISTA DE ITENS FORA DO MENOR INCOMPLETA"
                 to aviso_econ
               write linha_econ from linha_aviso_econ
           end-if
           move tot_custo_escolha to custo_tot_fec
           write linha_econ from linha_total_fora_ec
           .

       relatorio-fora-menor-exit.
           exit.

      * Totais de leitura, registro no RUNLOG e codigo de retorno
      * para o scheduler.

       finaliza section.

           if qtde_mes = 0
               move "NENHUMA COMPRA NO MES DE REFERENCIA" to aviso_econ
               write linha_econ from linha_aviso_econ
               if cod_retorno < 4
                   move 4 to cod_retorno
               end-if
           end-if
           if qtde_invalidos > 0 and cod_retorno < 4
               move 4 to cod_retorno
           end-if
           if (forn_tab_cheia = "S" or loja_tab_cheia = "S"
               or fora_tab_cheia = "S")
              and cod_retorno < 4
               move 4 to cod_retorno
           end-if

           move spaces to linha_econ
           write linha_econ
           move "Registros lidos no COMPRMES............:"
             to total_texto_econ
           move qtde_lidos to total_valor_econ
           write linha_econ from linha_total_econ
           move "Itens comprados no mes.................:"
             to total_texto_econ
           move qtde_mes to total_valor_econ
           write linha_econ from linha_total_econ
           move "Registros invalidos (ignorados)........:"
             to total_texto_econ
           move qtde_invalidos to total_valor_econ
           write linha_econ from linha_total_econ
           move "Itens fora da cotacao mais barata......:"
             to total_texto_econ
           move qtde_fora_menor to total_valor_econ
           write linha_econ from linha_total_econ
           close econ-report

           perform grava-runlog

           display "Economia nas compras: " qtde_mes
                   " item(ns) no mes, retorno " cod_retorno

           move cod_retorno to return-code

           Stop run.

       finaliza-exit.
           exit.

      * Registro da execucao no RUNLOG (rede, loja 00).

       grava-runlog section.

           accept hora_fim_exec from time

           open extend runlog-file
           if fs_runlog_file = "35"
               open output runlog-file
           end-if
           if fs_runlog_file = "00"
               move "pizzaecon"        to run_programa
               move data_exec          to run_data
               move hora_exec(1:6)     to run_hora_ini
               move hora_fim_exec(1:6) to run_hora_fim
               move 0                  to run_loja
               move "B"                to run_modo
               move qtde_lidos         to run_lidos
               move qtde_mes           to run_aceitos
               move qtde_invalidos     to run_rejeitados
               move 0                  to run_gravados
               move 0                  to run_arquivados
               move 0                  to run_lote_data
               move cod_retorno        to run_retorno
               move "E"                to run_tipo
               move 0                  to run_lote_fornecedor
               move data_relogio       to run_data_relogio
               move "N"                to run_reprocesso
               move "LOTE"             to run_operador
               write registro-runlog
               close runlog-file
           end-if
           .

       grava-runlog-exit.
           exit.
