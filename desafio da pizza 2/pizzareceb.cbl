      *Divisão de identificação do programa
       identification division.
       program-id. "pizzareceb".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *-----------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026 GBB - conferencia do recebimento de mercadoria:
      *                  as linhas da nota fiscal do fornecedor,
      *                  digitadas ou carregadas do arquivo
      *                  NOTAFISC, sao confrontadas com o pedido de
      *                  compra (PEDCOMPR) e com o preco cotado no
      *                  price-master. Aponta entrega a menor e a
      *                  maior, item nao pedido, preco acima do
      *                  cotado, pedido inexistente, fornecedor
      *                  divergente e nota ja recebida; atualiza a
      *                  quantidade recebida e a situacao de cada
      *                  pedido (aberto, parcial, fechado) e
      *                  imprime o relatorio de divergencias em
      *                  RECEBRPT para o comprador contestar antes
      *                  do pagamento. Codigo de retorno 0 sem
      *                  divergencia, 4 com divergencia, 8 sem
      *                  pedidos ou sem notas.
      * 15/10/2026 GBB - cada linha de nota aceita gera um
      *                  movimento de entrada por recebimento no
      *                  ESTOQMOV, lancado no ESTOQPOS pelo
      *                  pizzaestoq.
      * 15/10/2026 GBB - data de movimento lida do DATAMOV da loja
      *                  em vez do relogio, com recusa de dia ja
      *                  fechado fora de reprocessamento.
      * 15/10/2026 GBB - entrega a menor apurada em todos os itens
      *                  do pedido conferido, inclusive o que nao
      *                  veio em nota nenhuma; pedido fechado sai do
      *                  PEDCOMPR para o historico PEDHIST; NOTAREC
      *                  guarda so as notas do ultimo ano e nota que
      *                  nao cabe mais na tabela e recusada; sem
      *                  ESTOQMOV a conferencia e cancelada (rc 8).
      * 15/10/2026 GBB - encerramento de pedido: indicado no PEDENCER
      *                  ou mais antigo que o prazo (3 meses sem
      *                  parametro), sai com a falta no relatorio e
      *                  vai fechado para o PEDHIST; nota so entra no
      *                  NOTAREC com linha aceita; pedido e
      *                  fornecedor ilegiveis recusam a linha.
      * 15/10/2026 GBB - aberturas do PEDCOMPR conferidas na
      *                  regravacao; sem o PEDCOMPR regravado o
      *                  NOTAREC nao e regravado e o retorno e 8.
      *-----------------------------------------------------------

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.

           select pedido-compra
               assign to "PEDCOMPR"
               organization is line sequential
               file status is fs_pedido_compra.

           select nota-fiscal
               assign to "NOTAFISC"
               organization is line sequential
               file status is fs_nota_fiscal.

           select pedido-historico
               assign to "PEDHIST"
               organization is line sequential
               file status is fs_pedido_historico.

           select pedido-encerramento
               assign to "PEDENCER"
               organization is line sequential
               file status is fs_pedido_encerramento.

           select nota-recebida
               assign to "NOTAREC"
               organization is line sequential
               file status is fs_nota_recebida.

           select price-master
               assign to "PRICEMST"
               organization is indexed
               access mode is dynamic
               record key is pm_chave
               file status is fs_price_master.

           select controle-execucao
               assign to "LIMITCFG"
               organization is line sequential
               file status is fs_controle_exec.

           select estoque-mov
               assign to "ESTOQMOV"
               organization is line sequential
               file status is fs_estoque_mov.

           select receb-report
               assign to "RECEBRPT"
               organization is line sequential
               file status is fs_receb_report.

           select data-movimento
               assign to "DATAMOV"
               organization is line sequential
               file status is fs_data_movimento.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

       fd pedido-compra.
       01 registro-pedido.
           05 ped_numero                           pic 9(06).
           05 ped_loja                             pic 9(02).
           05 ped_data                             pic 9(08).
           05 ped_fornecedor                       pic 9(03).
           05 ped_nome                             pic x(15).
           05 ped_diametro                         pic 9(03).
           05 ped_qtde                             pic 9(07).
           05 ped_preco                            pic 9(03)v99.
           05 ped_qtde_receb                       pic 9(07).
           05 ped_situacao                         pic x(01).

       fd pedido-historico.
       01 registro-pedido-hist                     pic x(57).

       fd pedido-encerramento.
       01 registro-encerramento.
           05 enc_tipo                             pic x(01).
           05 enc_valor                            pic 9(06).

       fd nota-fiscal.
       01 registro-nota.
           05 nf_numero                            pic x(10).
           05 nf_pedido                            pic 9(06).
           05 nf_fornecedor                        pic 9(03).
           05 nf_nome                              pic x(15).
           05 nf_diametro                          pic 9(03).
           05 nf_qtde                              pic 9(07).
           05 nf_preco                             pic 9(03)v99.
           05 nf_data                              pic 9(08).

       fd nota-recebida.
       01 registro-nota-recebida.
           05 nr_fornecedor                        pic 9(03).
           05 nr_numero                            pic x(10).
           05 nr_data                              pic 9(08).

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

       fd controle-execucao.
       01 registro-controle.
           05 cfg_limite_pizzas                    pic 9(03).
           05 cfg_modo_execucao                    pic x(01).
           05 cfg_percent_alerta                   pic 9(03).
           05 cfg_data_corte                       pic 9(08).
           05 cfg_loja                             pic 9(02).
           05 cfg_consolidado                      pic x(01).
           05 cfg_data_movimento                   pic 9(08).
           05 cfg_reprocessa                       pic x(01).

       fd estoque-mov.
       01 registro-movimento.
           05 mov_data                             pic 9(08).
           05 mov_loja                             pic 9(02).
           05 mov_tipo                             pic x(01).
           05 mov_sinal                            pic x(01).
           05 mov_nome                             pic x(15).
           05 mov_diametro                         pic 9(03).
           05 mov_qtde                             pic 9(07).
           05 mov_documento                        pic x(10).

       fd receb-report.
       01 linha_receb                              pic x(120).

       fd data-movimento.
       01 registro-data-movimento.
           05 dm_loja                              pic 9(02).
           05 dm_data_movimento                    pic 9(08).
           05 dm_ultima_fechada                    pic 9(08).

      *----Variaveis de trabalho
       working-storage section.

       77 fs_pedido_compra                         pic x(02).
       77 fs_pedido_historico                      pic x(02).
       77 fs_pedido_encerramento                   pic x(02).
       77 fs_nota_fiscal                           pic x(02).
       77 fs_nota_recebida                         pic x(02).
       77 fs_price_master                          pic x(02).
       77 fs_controle_exec                         pic x(02).
       77 fs_data_movimento                        pic x(02).
       77 fs_receb_report                          pic x(02).
       77 fs_estoque_mov                           pic x(02).

       77 data_exec                                pic 9(08).
       77 data_exec_ed                             pic x(10).
       77 data_relogio                             pic 9(08).
       77 loja_data_mov                            pic 9(02)
                                                   value 0.
       77 data_mov_origem                          pic x(01)
                                                   value "N".
       77 data_mov_aberta                          pic 9(08)
                                                   value 0.
       77 data_fechada                             pic 9(08)
                                                   value 0.
       77 data_reproc                              pic 9(08)
                                                   value 0.
       77 reprocessa                               pic x(01)
                                                   value "N".
       77 reprocessamento                          pic x(01)
                                                   value "N".
       77 data_mov_ok                              pic x(01)
                                                   value "S".
       77 modo_execucao                            pic x(01)
                                                   value "I".
       77 loja_execucao                            pic 9(02)
                                                   value 1.
       77 cod_retorno                              pic 9(02)
                                                   value 0.
       77 opcao                                    pic x(01).
       77 master_aberto                            pic x(01)
                                                   value "N".

       77 qtde_pedidos                             pic 9(03)
                                                   value 0.
       77 ped_tab_cheia                            pic x(01)
                                                   value "N".
       77 ind_ped                                  pic 9(03).
       77 ind_ped2                                 pic 9(03).
       77 ind_item                                 pic 9(03).
       77 pedido_achado                            pic x(01).
       77 houve_alteracao                          pic x(01)
                                                   value "N".
       77 qtde_fechados_arq                        pic 9(05)
                                                   value 0.
       77 historico_ok                             pic x(01)
                                                   value "N".
       77 pedidos_a_regravar                       pic x(01)
                                                   value "N".
       77 pedidos_regravados                       pic x(01)
                                                   value "N".
       77 meses_prazo_pedido                       pic 9(02)
                                                   value 3.
       77 data_corte_pedidos                       pic 9(08)
                                                   value 0.
       77 anomes_w                                 pic 9(06).
       77 ano_w                                    pic 9(04).
       77 mes_w                                    pic 9(02).
       77 meses_corte_w                            pic 9(06).
       77 qtde_encerrados                          pic 9(05)
                                                   value 0.
       77 pedido_encerrar                          pic x(01).
       77 secao_encerrados                         pic x(01)
                                                   value "N".
       77 qtde_pedida_w                            pic 9(07)
                                                   value 0.
       77 qtde_enc                                 pic 9(03)
                                                   value 0.
       77 ind_enc                                  pic 9(03).

       01 pedidos_encerrar occurs 100 times.
           05 enc_tab_pedido                       pic 9(06).

       01 pedidos occurs 500 times.
           05 ped_tab_numero                       pic 9(06).
           05 ped_tab_loja                         pic 9(02).
           05 ped_tab_data                         pic 9(08).
           05 ped_tab_fornecedor                   pic 9(03).
           05 ped_tab_nome                         pic x(15).
           05 ped_tab_diametro                     pic 9(03).
           05 ped_tab_qtde                         pic 9(07).
           05 ped_tab_preco                        pic 9(03)v99.
           05 ped_tab_receb                        pic 9(07).
           05 ped_tab_situacao                     pic x(01).
           05 ped_tab_tocado                       pic x(01).

       77 qtde_notas_rec                           pic 9(04)
                                                   value 0.
       77 nr_tab_cheia                             pic x(01)
                                                   value "N".
       77 ind_nr                                   pic 9(04).
       77 qtde_notas_ant                           pic 9(04)
                                                   value 0.
       77 nota_ja_recebida                         pic x(01).
       77 nota_sem_registro                        pic x(01).
       77 data_corte_notas                         pic 9(08).
       77 qtde_notas_expiradas                     pic 9(05)
                                                   value 0.

       01 notas_recebidas occurs 1000 times.
           05 nr_tab_fornecedor                    pic 9(03).
           05 nr_tab_numero                        pic x(10).
           05 nr_tab_data                          pic 9(08).

       01 nota_w.
           05 nf_numero_w                          pic x(10).
           05 nf_pedido_w                          pic 9(06).
           05 nf_fornecedor_w                      pic 9(03).
           05 nf_nome_w                            pic x(15).
           05 nf_diametro_w                        pic 9(03).
           05 nf_qtde_w                            pic 9(07).
           05 nf_preco_w                           pic 9(03)v99.
           05 nf_data_w                            pic 9(08).

       77 qtde_linhas_nf                           pic 9(05)
                                                   value 0.
       77 qtde_linhas_aceitas                      pic 9(05)
                                                   value 0.
       77 qtde_divergencias                        pic 9(05)
                                                   value 0.
       77 qtde_fechados                            pic 9(03)
                                                   value 0.
       77 qtde_parciais                            pic 9(03)
                                                   value 0.
       77 qtde_abertos                             pic 9(03)
                                                   value 0.
       77 preco_cotado_w                           pic 9(03)v99.
       77 loja_item_w                              pic 9(02).
       77 forn_item_w                              pic 9(03).
       77 diferenca_qtde_w                         pic 9(07).
       77 valor_disputa_w                          pic 9(09)v99.
       77 total_disputa                            pic 9(09)v99
                                                   value 0.
       77 tudo_recebido                            pic x(01).
       77 algo_recebido                            pic x(01).
       77 pedido_tocado                            pic x(01).
       77 ja_listado                               pic x(01).

       01 linha_cab_receb_1.
           05 filler                               pic x(34)
              value "CONFERENCIA DO RECEBIMENTO".
           05 filler                               pic x(07)
              value "Data: ".
           05 data_cab_receb                       pic x(10).
       01 linha_titulo_secao_rc.
           05 titulo_secao_rc                      pic x(60).
       01 linha_titulos_div.
           05 filler                               pic x(08)
              value "PEDIDO".
           05 filler                               pic x(11)
              value "NOTA".
           05 filler                               pic x(05)
              value "FORN".
           05 filler                               pic x(19)
              value "NOME".
           05 filler                               pic x(06)
              value "DIAM".
           05 filler                               pic x(09)
              value "PEDIDA".
           05 filler                               pic x(09)
              value "RECEB".
           05 filler                               pic x(08)
              value "COTADO".
           05 filler                               pic x(08)
              value "NOTA".
           05 filler                               pic x(13)
              value "VALOR".
           05 filler                               pic x(22)
              value "DIVERGENCIA".
       01 linha_detalhe_div.
           05 pedido_det_div                       pic 9(06).
           05 filler                               pic x(02)
              value space.
           05 nota_det_div                         pic x(10).
           05 filler                               pic x(01)
              value space.
           05 forn_det_div                         pic zz9.
           05 filler                               pic x(02)
              value space.
           05 nome_det_div                         pic x(15).
           05 filler                               pic x(03)
              value " - ".
           05 diametro_det_div                     pic zz9.
           05 filler                               pic x(02)
              value space.
           05 pedida_det_div                       pic zzzzzz9.
           05 filler                               pic x(02)
              value space.
           05 receb_det_div                        pic zzzzzz9.
           05 filler                               pic x(02)
              value space.
           05 cotado_det_div                       pic zz9,99.
           05 filler                               pic x(02)
              value space.
           05 preco_nf_det_div                     pic zz9,99.
           05 filler                               pic x(02)
              value space.
           05 valor_det_div                        pic zzzzzzzz9,99.
           05 filler                               pic x(01)
              value space.
           05 motivo_det_div                       pic x(22).
       01 linha_titulos_sit.
           05 filler                               pic x(08)
              value "PEDIDO".
           05 filler                               pic x(06)
              value "LOJA".
           05 filler                               pic x(06)
              value "FORN".
           05 filler                               pic x(12)
              value "DATA".
           05 filler                               pic x(20)
              value "SITUACAO".
       01 linha_detalhe_sit.
           05 pedido_det_sit                       pic 9(06).
           05 filler                               pic x(02)
              value space.
           05 loja_det_sit                         pic z9.
           05 filler                               pic x(04)
              value space.
           05 forn_det_sit                         pic zz9.
           05 filler                               pic x(03)
              value space.
           05 data_det_sit                         pic x(10).
           05 filler                               pic x(02)
              value space.
           05 situacao_det_sit                     pic x(20).
       01 linha_total_receb.
           05 total_texto_receb                    pic x(35).
           05 total_valor_receb                    pic zzzz9.
       01 linha_total_disputa.
           05 filler                               pic x(35)
              value "Valor total em disputa............:".
           05 total_disputa_ed                     pic zzzzzzzz9,99.
       01 linha_sem_div_receb.
           05 filler                               pic x(40)
              value "NENHUMA DIVERGENCIA ENCONTRADA".
       01 linha_aviso_receb.
           05 aviso_receb                          pic x(60).

      *----Variaveis para comunicação entre programas
       linkage section.

      *----Declaração de tela
       screen section.

      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           if cod_retorno < 8
               perform processamento
               if cod_retorno < 8
                   perform confere-quantidades
                   perform atualiza-situacao
               end-if
           end-if
           perform finaliza.

      * Modo de execucao e loja do registro de controle, carga dos
      * pedidos ainda nao fechados e das notas recebidas no ultimo
      * ano, abertura do catalogo e do relatorio. Pedido indicado
      * no PEDENCER ('E' + numero) ou com data anterior ao prazo
      * ('M' + meses, 3 sem o registro; 0 desliga) e encerrado:
      * nao entra na tabela, a falta sai no relatorio e os itens
      * vao fechados para o PEDHIST no final.

       inicializa section.


           open input controle-execucao
           if fs_controle_exec = "00"
               read controle-execucao next record
                   at end
                       continue
                   not at end
                       if cfg_modo_execucao = "B" or
                          cfg_modo_execucao = "b"
                           move "B" to modo_execucao
                       end-if
                       if cfg_loja is numeric and cfg_loja > 0
                           move cfg_loja to loja_execucao
                       end-if
                       if cfg_data_movimento is numeric
                          and cfg_data_movimento > 0
                           move cfg_data_movimento to data_reproc
                       end-if
                       if cfg_reprocessa = "S" or
                          cfg_reprocessa = "s"
                           move "S" to reprocessa
                       end-if
               end-read
               close controle-execucao
           end-if

           move loja_execucao to loja_data_mov
           perform obtem-data-movimento
           if data_mov_ok = "N"
               move 8 to cod_retorno
               move cod_retorno to return-code
               Stop run
           end-if

           string data_exec(7:2) "/" data_exec(5:2) "/" data_exec(1:4)
               into data_exec_ed
           compute data_corte_notas = data_exec - 10000

           open output receb-report
           move data_exec_ed to data_cab_receb
           write linha_receb from linha_cab_receb_1
           move spaces to linha_receb
           write linha_receb

           perform carrega-encerramentos

           open input pedido-compra
           if fs_pedido_compra = "00"
               perform until fs_pedido_compra = "10"
                   read pedido-compra next record
                       at end
                           move "10" to fs_pedido_compra
                       not at end
                           perform carrega-pedido
                   end-read
               end-perform
               close pedido-compra
           end-if

           if secao_encerrados = "S"
               move spaces to linha_receb
               write linha_receb
           end-if

           if qtde_pedidos = 0
               move "NENHUM PEDIDO DE COMPRA EM PEDCOMPR"
                 to aviso_receb
               write linha_receb from linha_aviso_receb
               display "Nenhum pedido de compra a conferir"
               move 8 to cod_retorno
           end-if

           if ped_tab_cheia = "S"
               move "PEDIDOS EXCEDEM A TABELA - CONFERENCIA SUSPENSA"
                 to aviso_receb
               write linha_receb from linha_aviso_receb
               display "Arquivo de pedidos excede a tabela - "
                       "conferencia suspensa"
               move 8 to cod_retorno
           end-if

           open extend pedido-historico
           if fs_pedido_historico = "35"
               open output pedido-historico
           end-if
           if fs_pedido_historico = "00"
               close pedido-historico
               move "S" to historico_ok
           else
               move "HISTORICO PEDHIST INDISPONIVEL - SUSPENSA"
                 to aviso_receb
               write linha_receb from linha_aviso_receb
               display "PEDHIST indisponivel (status "
                       fs_pedido_historico ") - conferencia suspensa"
               move 8 to cod_retorno
           end-if

           open input nota-recebida
           if fs_nota_recebida = "00"
               perform until fs_nota_recebida = "10"
                   read nota-recebida next record
                       at end
                           move "10" to fs_nota_recebida
                       not at end
                           if nr_data is numeric
                              and nr_data < data_corte_notas
                               add 1 to qtde_notas_expiradas
                           else
                               if qtde_notas_rec < 1000
                                   add 1 to qtde_notas_rec
                                   move nr_fornecedor to
                                     nr_tab_fornecedor(qtde_notas_rec)
                                   move nr_numero
                                     to nr_tab_numero(qtde_notas_rec)
                                   move nr_data
                                     to nr_tab_data(qtde_notas_rec)
                               else
                                   move "S" to nr_tab_cheia
                               end-if
                           end-if
                   end-read
               end-perform
               close nota-recebida
           end-if
           move qtde_notas_rec to qtde_notas_ant

           if nr_tab_cheia = "S"
               move "NOTAS DO ULTIMO ANO EXCEDEM A TABELA - SUSPENSA"
                 to aviso_receb
               write linha_receb from linha_aviso_receb
               display "Notas recebidas no ultimo ano excedem a "
                       "tabela - conferencia suspensa"
               move 8 to cod_retorno
           end-if

           open input price-master
           if fs_price_master = "00"
               move "S" to master_aberto
           else
               display "Catalogo PRICEMST indisponivel - preco "
                       "conferido contra o preco do pedido"
           end-if
           .

       inicializa-exit.
           exit.

      * Data de movimento da execucao, lida do DATAMOV e nao do
      * relogio: vale o registro da loja e, na falta dele, o
      * registro 00 da rede. cfg_data_movimento do LIMITCFG roda
      * um dia anterior ao aberto; dia ja fechado pelo pizzafecha
      * so e aceito com cfg_reprocessa = "S". Sem DATAMOV vale a
      * data do sistema, com aviso.

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
           move data_exec to data_mov_aberta

           if data_reproc > 0
               move data_reproc to data_exec
           end-if

           if data_exec > data_mov_aberta
               display "Data " data_exec " posterior a data de "
                       "movimento aberta " data_mov_aberta
                       " - execucao recusada"
               move "N" to data_mov_ok
           else
               if data_exec not > data_fechada
                   if reprocessa = "S"
                       move "S" to reprocessamento
                       display "Reprocessamento do dia ja fechado "
                               data_exec
                   else
                       display "Dia " data_exec " ja fechado - "
                               "execucao recusada (reprocessamento "
                               "exige marca no LIMITCFG)"
                       move "N" to data_mov_ok
                   end-if
               end-if
           end-if
           .

       obtem-data-movimento-exit.
           exit.

      * Guarda um item do arquivo de pedidos na tabela; pedido
      * antigo sem situacao gravada e assumido em aberto. Item de
      * pedido fechado nao entra na tabela: so e contado, e no
      * final vai para o historico PEDHIST.

       carrega-pedido section.

           if ped_situacao = "F"
               add 1 to qtde_fechados_arq
               go to carrega-pedido-exit
           end-if

           perform verifica-encerramento
           if pedido_encerrar = "S"
               perform lista-item-encerrado
               go to carrega-pedido-exit
           end-if

           if qtde_pedidos < 500
               add 1 to qtde_pedidos
               move ped_numero     to ped_tab_numero(qtde_pedidos)
               move ped_loja       to ped_tab_loja(qtde_pedidos)
               move ped_data       to ped_tab_data(qtde_pedidos)
               move ped_fornecedor to ped_tab_fornecedor(qtde_pedidos)
               move ped_nome       to ped_tab_nome(qtde_pedidos)
               move ped_diametro   to ped_tab_diametro(qtde_pedidos)
               move ped_qtde       to ped_tab_qtde(qtde_pedidos)
               move ped_preco      to ped_tab_preco(qtde_pedidos)
               if ped_qtde_receb is numeric
                   move ped_qtde_receb
                     to ped_tab_receb(qtde_pedidos)
               else
                   move 0 to ped_tab_receb(qtde_pedidos)
               end-if
               if ped_situacao = "P"
                   move ped_situacao
                     to ped_tab_situacao(qtde_pedidos)
               else
                   move "A" to ped_tab_situacao(qtde_pedidos)
               end-if
               move "N" to ped_tab_tocado(qtde_pedidos)
           else
               move "S" to ped_tab_cheia
           end-if
           .

       carrega-pedido-exit.
           exit.

      * Pedidos a encerrar do PEDENCER e prazo em meses para o
      * encerramento automatico; data de corte a partir do prazo.

       carrega-encerramentos section.

           open input pedido-encerramento
           if fs_pedido_encerramento = "00"
               perform until fs_pedido_encerramento = "10"
                   read pedido-encerramento next record
                       at end
                           move "10" to fs_pedido_encerramento
                       not at end
                           if enc_valor is numeric
                               evaluate enc_tipo
                                   when "M"
                                   when "m"
                                       if enc_valor < 100
                                           move enc_valor
                                             to meses_prazo_pedido
                                       end-if
                                   when "E"
                                   when "e"
                                       perform anota-encerramento
                               end-evaluate
                           end-if
                   end-read
               end-perform
               close pedido-encerramento
           end-if

           if meses_prazo_pedido > 0
               divide data_exec by 100 giving anomes_w
               divide anomes_w by 100 giving ano_w remainder mes_w
               compute meses_corte_w = ano_w * 12 + mes_w - 1
                                     - meses_prazo_pedido
               divide meses_corte_w by 12 giving ano_w remainder mes_w
               compute data_corte_pedidos = ano_w * 10000
                                          + (mes_w + 1) * 100
                                          + (data_exec - anomes_w * 100)
           end-if
           .

       carrega-encerramentos-exit.
           exit.

      * Guarda um pedido a encerrar; alem de 100 o restante fica
      * para a proxima execucao, com aviso.

       anota-encerramento section.

           if qtde_enc < 100
               add 1 to qtde_enc
               move enc_valor to enc_tab_pedido(qtde_enc)
           else
               if qtde_enc = 100
                   add 1 to qtde_enc
                   move "PEDENCER ALEM DE 100 PEDIDOS - RESTO ADIADO"
                     to aviso_receb
                   write linha_receb from linha_aviso_receb
                   display "PEDENCER com mais de 100 pedidos - os "
                           "excedentes ficam para a proxima execucao"
               end-if
           end-if
           .

       anota-encerramento-exit.
           exit.

      * Item do registro-pedido a encerrar: pedido indicado no
      * PEDENCER ou com data anterior a data de corte.

       verifica-encerramento section.

           move "N" to pedido_encerrar
           if ped_situacao = "F"
               go to verifica-encerramento-exit
           end-if

           if ped_data is numeric
              and ped_data < data_corte_pedidos
               move "S" to pedido_encerrar
           end-if

           perform varying ind_enc from 1 by 1
                   until ind_enc > qtde_enc or ind_enc > 100
               if enc_tab_pedido(ind_enc) = ped_numero
                   move "S" to pedido_encerrar
               end-if
           end-perform
           .

       verifica-encerramento-exit.
           exit.

      * Conta o item encerrado e lista a falta, quando houver,
      * sob o titulo dos pedidos encerrados.

       lista-item-encerrado section.

           add 1 to qtde_encerrados

           if ped_qtde_receb is not numeric
               move 0 to ped_qtde_receb
           end-if
           if ped_qtde_receb not < ped_qtde
               go to lista-item-encerrado-exit
           end-if

           if secao_encerrados = "N"
               move "PEDIDOS ENCERRADOS SEM ENTREGA COMPLETA"
                 to titulo_secao_rc
               write linha_receb from linha_titulo_secao_rc
               write linha_receb from linha_titulos_div
               move "S" to secao_encerrados
           end-if

           move 0              to ind_item
           move ped_numero     to nf_pedido_w
           move spaces         to nf_numero_w
           move ped_fornecedor to nf_fornecedor_w
           move ped_nome       to nf_nome_w
           move ped_diametro   to nf_diametro_w
           move ped_qtde_receb to nf_qtde_w
           move ped_preco      to preco_cotado_w
           move ped_preco      to nf_preco_w
           move ped_qtde       to qtde_pedida_w
           move 0              to valor_disputa_w
           move "ENCERRADO COM FALTA" to motivo_det_div
           perform imprime-divergencia
           move 0              to qtde_pedida_w
           .

       lista-item-encerrado-exit.
           exit.

      * Notas do arquivo NOTAFISC (modo lote ou por escolha do
      * operador) ou digitadas linha a linha.

       processamento section.

           move "DIVERGENCIAS POR LINHA DE NOTA FISCAL"
             to titulo_secao_rc
           write linha_receb from linha_titulo_secao_rc
           write linha_receb from linha_titulos_div

           if modo_execucao = "B"
               move "S" to opcao
           else
               display "Deseja carregar as notas do arquivo NOTAFISC? "
                       "('S'/'N')"
               accept opcao
           end-if

           open extend estoque-mov
           if fs_estoque_mov = "35"
               open output estoque-mov
           end-if
           if fs_estoque_mov not = "00"
               move "MOVIMENTO ESTOQMOV INDISPONIVEL - CANCELADA"
                 to aviso_receb
               write linha_receb from linha_aviso_receb
               display "ESTOQMOV indisponivel (status "
                       fs_estoque_mov ") - conferencia cancelada"
               move 8 to cod_retorno
               go to processamento-exit
           end-if

           if opcao = "S" or opcao = "s"
               open input nota-fiscal
               if fs_nota_fiscal = "00"
                   perform until fs_nota_fiscal = "10"
                       read nota-fiscal next record
                           at end
                               move "10" to fs_nota_fiscal
                           not at end
                               move registro-nota to nota_w
                               perform confere-linha-nota
                       end-read
                   end-perform
                   close nota-fiscal
               else
                   display "Arquivo de notas NOTAFISC nao encontrado"
               end-if
           else
               perform digita-notas
           end-if

           close estoque-mov

           if qtde_linhas_nf = 0
               move "NENHUMA LINHA DE NOTA FISCAL INFORMADA"
                 to aviso_receb
               write linha_receb from linha_aviso_receb
               move 8 to cod_retorno
           end-if

           move spaces to linha_receb
           write linha_receb
           .

       processamento-exit.
           exit.

      * Digitacao das linhas da nota: pedido zero encerra.

       digita-notas section.

           move 1 to nf_pedido_w
           perform until nf_pedido_w = 0
               display "Informe o numero do pedido (0 para encerrar) "
               accept nf_pedido_w
               if nf_pedido_w is not numeric
                   move 0 to nf_pedido_w
               end-if
               if nf_pedido_w > 0
                   display "Informe o numero da nota fiscal "
                   accept nf_numero_w
                   display "Informe o codigo do fornecedor da nota "
                   accept nf_fornecedor_w
                   display "Informe o nome da pizza "
                   accept nf_nome_w
                   display "Informe o diametro "
                   accept nf_diametro_w
                   display "Informe a quantidade entregue "
                   accept nf_qtde_w
                   display "Informe o preco unitario da nota "
                   accept nf_preco_w
                   move data_exec to nf_data_w
                   if nf_fornecedor_w is not numeric
                       move 0 to nf_fornecedor_w
                   end-if
                   perform confere-linha-nota
               end-if
           end-perform
           .

       digita-notas-exit.
           exit.

      * Confronta uma linha da nota com o pedido: pedido
      * inexistente, fornecedor divergente, item nao pedido, nota
      * ja recebida em execucao anterior e preco acima do
      * cotado. A quantidade da linha aceita soma no recebido do
      * item; falta e sobra sao apuradas no fim, por pedido.

       confere-linha-nota section.

           add 1 to qtde_linhas_nf

           if nf_qtde_w is not numeric or nf_preco_w is not numeric
              or nf_diametro_w is not numeric
              or nf_pedido_w is not numeric
              or nf_fornecedor_w is not numeric
               if nf_pedido_w is not numeric
                   move 0 to nf_pedido_w
               end-if
               if nf_fornecedor_w is not numeric
                   move 0 to nf_fornecedor_w
               end-if
               if nf_diametro_w is not numeric
                   move 0 to nf_diametro_w
               end-if
               move 0 to nf_qtde_w
               move 0 to nf_preco_w
               move 0 to preco_cotado_w
               move 0 to ind_item
               move 0 to valor_disputa_w
               move "LINHA ILEGIVEL" to motivo_det_div
               perform imprime-divergencia
               go to confere-linha-nota-exit
           end-if

           move 0   to ind_item
           move "N" to pedido_achado
           perform varying ind_ped from 1 by 1
                   until ind_ped > qtde_pedidos
               if ped_tab_numero(ind_ped) = nf_pedido_w
                   move "S" to pedido_achado
                   move ped_tab_loja(ind_ped)       to loja_item_w
                   move ped_tab_fornecedor(ind_ped) to forn_item_w
                   if ped_tab_nome(ind_ped) = nf_nome_w
                      and ped_tab_diametro(ind_ped) = nf_diametro_w
                       move ind_ped to ind_item
                   end-if
               end-if
           end-perform

           move 0 to preco_cotado_w
           if pedido_achado = "N"
               compute valor_disputa_w = nf_qtde_w * nf_preco_w
                   on size error
                       move 999999999,99 to valor_disputa_w
               end-compute
               move "PEDIDO INEXISTENTE" to motivo_det_div
               perform imprime-divergencia
               go to confere-linha-nota-exit
           end-if

           if nf_fornecedor_w > 0 and nf_fornecedor_w not = forn_item_w
               compute valor_disputa_w = nf_qtde_w * nf_preco_w
                   on size error
                       move 999999999,99 to valor_disputa_w
               end-compute
               move "FORNECEDOR DIVERGENTE" to motivo_det_div
               perform imprime-divergencia
               go to confere-linha-nota-exit
           end-if

           if ind_item = 0
               compute valor_disputa_w = nf_qtde_w * nf_preco_w
                   on size error
                       move 999999999,99 to valor_disputa_w
               end-compute
               move "ITEM NAO PEDIDO" to motivo_det_div
               perform imprime-divergencia
               go to confere-linha-nota-exit
           end-if

           perform verifica-nota-recebida
           if nota_ja_recebida = "S"
               compute valor_disputa_w = nf_qtde_w * nf_preco_w
                   on size error
                       move 999999999,99 to valor_disputa_w
               end-compute
               move "NOTA JA RECEBIDA" to motivo_det_div
               perform imprime-divergencia
               go to confere-linha-nota-exit
           end-if

           if nota_sem_registro = "S"
               compute valor_disputa_w = nf_qtde_w * nf_preco_w
                   on size error
                       move 999999999,99 to valor_disputa_w
               end-compute
               move "NOTAREC CHEIO" to motivo_det_div
               perform imprime-divergencia
               go to confere-linha-nota-exit
           end-if

           add 1 to qtde_linhas_aceitas
           add nf_qtde_w to ped_tab_receb(ind_item)
               on size error
                   move 9999999 to ped_tab_receb(ind_item)
           end-add
           move "S" to ped_tab_tocado(ind_item)
           move "S" to houve_alteracao

           move data_exec                 to mov_data
           move ped_tab_loja(ind_item)    to mov_loja
           move "E"                       to mov_tipo
           move "+"                       to mov_sinal
           move ped_tab_nome(ind_item)    to mov_nome
           move ped_tab_diametro(ind_item) to mov_diametro
           move nf_qtde_w                 to mov_qtde
           move nf_numero_w               to mov_documento
           write registro-movimento

           perform busca-preco-cotado
           if nf_preco_w > preco_cotado_w
               compute valor_disputa_w =
                   (nf_preco_w - preco_cotado_w) * nf_qtde_w
                   on size error
                       move 999999999,99 to valor_disputa_w
               end-compute
               move "PRECO ACIMA DO COTADO" to motivo_det_div
               perform imprime-divergencia
           end-if
           .

       confere-linha-nota-exit.
           exit.

      * Nota ja conferida em execucao anterior (mesmo fornecedor e
      * numero) nao pode somar de novo no recebido; as linhas da
      * mesma nota nesta execucao passam normalmente. So e chamada
      * para linha que ja passou nas demais criticas, de modo que a
      * nota entra no NOTAREC apenas com linha aceita. Nota nova
      * que nao cabe mais na tabela nao tem como ser registrada no
      * NOTAREC e e recusada.

       verifica-nota-recebida section.

           move "N" to nota_ja_recebida
           move "N" to nota_sem_registro
           perform varying ind_nr from 1 by 1
                   until ind_nr > qtde_notas_ant
               if nr_tab_fornecedor(ind_nr) = forn_item_w
                  and nr_tab_numero(ind_nr) = nf_numero_w
                   move "S" to nota_ja_recebida
               end-if
           end-perform

           if nota_ja_recebida = "N"
               move "N" to ja_listado
               perform varying ind_nr from 1 by 1
                       until ind_nr > qtde_notas_rec
                   if nr_tab_fornecedor(ind_nr) = forn_item_w
                      and nr_tab_numero(ind_nr) = nf_numero_w
                       move "S" to ja_listado
                   end-if
               end-perform
               if ja_listado = "N"
                   if qtde_notas_rec < 1000
                       add 1 to qtde_notas_rec
                       move forn_item_w
                         to nr_tab_fornecedor(qtde_notas_rec)
                       move nf_numero_w
                         to nr_tab_numero(qtde_notas_rec)
                       move data_exec
                         to nr_tab_data(qtde_notas_rec)
                   else
                       move "S" to nota_sem_registro
                   end-if
               end-if
           end-if
           .

       verifica-nota-recebida-exit.
           exit.

      * Preco cotado do item: o do price-master na loja e no
      * fornecedor do pedido; sem cotacao no catalogo vale o preco
      * gravado no proprio pedido.

       busca-preco-cotado section.

           move ped_tab_preco(ind_item) to preco_cotado_w
           if master_aberto = "S"
               move ped_tab_loja(ind_item)       to pm_loja
               move ped_tab_nome(ind_item)       to pm_nome
               move ped_tab_diametro(ind_item)   to pm_diametro
               move ped_tab_fornecedor(ind_item) to pm_fornecedor
               read price-master
                   invalid key
                       continue
                   not invalid key
                       move pm_preco to preco_cotado_w
               end-read
           end-if
           .

       busca-preco-cotado-exit.
           exit.

      * Imprime uma divergencia da linha de nota corrente.

       imprime-divergencia section.

           add 1 to qtde_divergencias
           add valor_disputa_w to total_disputa
               on size error
                   move 999999999,99 to total_disputa
           end-add
           move 4 to cod_retorno

           move nf_pedido_w     to pedido_det_div
           move nf_numero_w     to nota_det_div
           move nf_fornecedor_w to forn_det_div
           move nf_nome_w       to nome_det_div
           move nf_diametro_w   to diametro_det_div
           if ind_item > 0
               move ped_tab_qtde(ind_item) to pedida_det_div
           else
               move qtde_pedida_w to pedida_det_div
           end-if
           move nf_qtde_w       to receb_det_div
           move preco_cotado_w  to cotado_det_div
           move nf_preco_w      to preco_nf_det_div
           move valor_disputa_w to valor_det_div
           write linha_receb from linha_detalhe_div
           .

       imprime-divergencia-exit.
           exit.

      * Depois de todas as notas, confronta o recebido acumulado
      * de cada item tocado nesta conferencia com o pedido: falta
      * (entrega a menor) e sobra (entrega a maior, valorizada
      * pelo preco do pedido).

       confere-quantidades section.

           move "ENTREGAS A MENOR E A MAIOR" to titulo_secao_rc
           write linha_receb from linha_titulo_secao_rc
           write linha_receb from linha_titulos_div

           perform varying ind_ped from 1 by 1
                   until ind_ped > qtde_pedidos
               move "N" to ja_listado
               perform varying ind_ped2 from 1 by 1
                       until ind_ped2 = ind_ped
                   if ped_tab_numero(ind_ped2) = ped_tab_numero(ind_ped)
                       move "S" to ja_listado
                   end-if
               end-perform

               if ja_listado = "N"
                   move "N" to pedido_tocado
                   perform varying ind_ped2 from ind_ped by 1
                           until ind_ped2 > qtde_pedidos
                       if ped_tab_numero(ind_ped2)
                          = ped_tab_numero(ind_ped)
                          and ped_tab_tocado(ind_ped2) = "S"
                           move "S" to pedido_tocado
                       end-if
                   end-perform

                   if pedido_tocado = "S"
                       perform varying ind_ped2 from ind_ped by 1
                               until ind_ped2 > qtde_pedidos
                           if ped_tab_numero(ind_ped2)
                              = ped_tab_numero(ind_ped)
                              and ped_tab_receb(ind_ped2)
                              not = ped_tab_qtde(ind_ped2)
                               move ind_ped2 to ind_item
                               perform imprime-diferenca-item
                           end-if
                       end-perform
                   end-if
               end-if
           end-perform

           move spaces to linha_receb
           write linha_receb
           .

       confere-quantidades-exit.
           exit.

      * Linha de entrega a menor ou a maior do item ind_item: a
      * menor nao gera valor em disputa, a maior vale o excedente
      * pelo preco do pedido.

       imprime-diferenca-item section.

           move ped_tab_numero(ind_item)     to nf_pedido_w
           move spaces                       to nf_numero_w
           move ped_tab_fornecedor(ind_item) to nf_fornecedor_w
           move ped_tab_nome(ind_item)       to nf_nome_w
           move ped_tab_diametro(ind_item)   to nf_diametro_w
           move ped_tab_receb(ind_item)      to nf_qtde_w
           move ped_tab_preco(ind_item)      to preco_cotado_w
           move ped_tab_preco(ind_item)      to nf_preco_w
           if ped_tab_receb(ind_item) < ped_tab_qtde(ind_item)
               compute diferenca_qtde_w = ped_tab_qtde(ind_item)
                                        - ped_tab_receb(ind_item)
               move 0 to valor_disputa_w
               move "ENTREGA A MENOR" to motivo_det_div
           else
               compute diferenca_qtde_w = ped_tab_receb(ind_item)
                                        - ped_tab_qtde(ind_item)
               compute valor_disputa_w =
                   diferenca_qtde_w * ped_tab_preco(ind_item)
                   on size error
                       move 999999999,99 to valor_disputa_w
               end-compute
               move "ENTREGA A MAIOR" to motivo_det_div
           end-if
           perform imprime-divergencia
           .

       imprime-diferenca-item-exit.
           exit.

      * Recalcula a situacao de cada pedido com item tocado nesta
      * conferencia: fechado quando todos os itens foram recebidos
      * por inteiro, parcial quando algum item ja recebeu algo, em
      * aberto nos demais casos; lista os pedidos conferidos.

       atualiza-situacao section.

           move "SITUACAO DOS PEDIDOS CONFERIDOS" to titulo_secao_rc
           write linha_receb from linha_titulo_secao_rc
           write linha_receb from linha_titulos_sit

           perform varying ind_ped from 1 by 1
                   until ind_ped > qtde_pedidos
               move "N" to ja_listado
               perform varying ind_ped2 from 1 by 1
                       until ind_ped2 = ind_ped
                   if ped_tab_numero(ind_ped2) = ped_tab_numero(ind_ped)
                       move "S" to ja_listado
                   end-if
               end-perform

               if ja_listado = "N"
                   move "N" to pedido_tocado
                   move "S" to tudo_recebido
                   move "N" to algo_recebido
                   perform varying ind_ped2 from ind_ped by 1
                           until ind_ped2 > qtde_pedidos
                       if ped_tab_numero(ind_ped2)
                          = ped_tab_numero(ind_ped)
                           if ped_tab_tocado(ind_ped2) = "S"
                               move "S" to pedido_tocado
                           end-if
                           if ped_tab_receb(ind_ped2)
                              < ped_tab_qtde(ind_ped2)
                               move "N" to tudo_recebido
                           end-if
                           if ped_tab_receb(ind_ped2) > 0
                               move "S" to algo_recebido
                           end-if
                       end-if
                   end-perform

                   if pedido_tocado = "S"
                       perform marca-situacao-pedido
                   end-if
               end-if
           end-perform

           move spaces to linha_receb
           write linha_receb
           .

       atualiza-situacao-exit.
           exit.

      * Grava a situacao apurada em todos os itens do pedido
      * ind_ped e imprime a linha do pedido.

       marca-situacao-pedido section.

           if tudo_recebido = "S"
               move "F" to opcao
               move "FECHADO" to situacao_det_sit
               add 1 to qtde_fechados
           else
               if algo_recebido = "S"
                   move "P" to opcao
                   move "RECEBIDO PARCIAL" to situacao_det_sit
                   add 1 to qtde_parciais
               else
                   move "A" to opcao
                   move "EM ABERTO" to situacao_det_sit
                   add 1 to qtde_abertos
               end-if
           end-if

           perform varying ind_ped2 from ind_ped by 1
                   until ind_ped2 > qtde_pedidos
               if ped_tab_numero(ind_ped2) = ped_tab_numero(ind_ped)
                   move opcao to ped_tab_situacao(ind_ped2)
               end-if
           end-perform

           move ped_tab_numero(ind_ped)     to pedido_det_sit
           move ped_tab_loja(ind_ped)       to loja_det_sit
           move ped_tab_fornecedor(ind_ped) to forn_det_sit
           string ped_tab_data(ind_ped)(7:2) "/"
                  ped_tab_data(ind_ped)(5:2) "/"
                  ped_tab_data(ind_ped)(1:4)
               into data_det_sit
           write linha_receb from linha_detalhe_sit
           .

       marca-situacao-pedido-exit.
           exit.

      * Totais da conferencia, regravacao do arquivo de pedidos e
      * do registro de notas recebidas, e codigo de retorno para
      * o scheduler.

       finaliza section.

           if master_aberto = "S"
               close price-master
           end-if

           move "TOTAIS DA CONFERENCIA" to titulo_secao_rc
           write linha_receb from linha_titulo_secao_rc
           if qtde_divergencias = 0
               write linha_receb from linha_sem_div_receb
           end-if
           move "Linhas de nota lidas..............:"
             to total_texto_receb
           move qtde_linhas_nf to total_valor_receb
           write linha_receb from linha_total_receb
           move "Linhas aceitas contra o pedido....:"
             to total_texto_receb
           move qtde_linhas_aceitas to total_valor_receb
           write linha_receb from linha_total_receb
           move "Divergencias apontadas............:"
             to total_texto_receb
           move qtde_divergencias to total_valor_receb
           write linha_receb from linha_total_receb
           move "Pedidos fechados..................:"
             to total_texto_receb
           move qtde_fechados to total_valor_receb
           write linha_receb from linha_total_receb
           move "Pedidos com recebimento parcial...:"
             to total_texto_receb
           move qtde_parciais to total_valor_receb
           write linha_receb from linha_total_receb
           move "Pedidos ainda em aberto...........:"
             to total_texto_receb
           move qtde_abertos to total_valor_receb
           write linha_receb from linha_total_receb
           move "Itens de pedido encerrados........:"
             to total_texto_receb
           move qtde_encerrados to total_valor_receb
           write linha_receb from linha_total_receb
           move total_disputa to total_disputa_ed
           write linha_receb from linha_total_disputa

           close receb-report

           if houve_alteracao = "S" or qtde_fechados_arq > 0
              or qtde_encerrados > 0
               move "S" to pedidos_a_regravar
           end-if
           if pedidos_a_regravar = "S"
              and ped_tab_cheia = "N" and historico_ok = "S"
               perform regrava-pedidos
           end-if
           if pedidos_a_regravar = "S" and pedidos_regravados = "N"
               display "PEDCOMPR nao regravado - NOTAREC mantido "
                       "sem as notas desta conferencia"
               move 8 to cod_retorno
           end-if

           if (houve_alteracao = "S" or qtde_notas_expiradas > 0)
              and nr_tab_cheia = "N"
              and (pedidos_a_regravar = "N"
                   or pedidos_regravados = "S")
               open output nota-recebida
               perform varying ind_nr from 1 by 1
                       until ind_nr > qtde_notas_rec
                   move nr_tab_fornecedor(ind_nr) to nr_fornecedor
                   move nr_tab_numero(ind_nr)     to nr_numero
                   move nr_tab_data(ind_nr)       to nr_data
                   write registro-nota-recebida
               end-perform
               close nota-recebida
           end-if

           display "Conferencia do recebimento: " qtde_linhas_nf
                   " linhas, " qtde_divergencias " divergencias, "
                   qtde_fechados " pedidos fechados"

           move cod_retorno to return-code

           Stop run.

       finaliza-exit.
           exit.

      * Itens de pedido fechado vao para o fim do historico PEDHIST
      * (os que ja estavam fechados no arquivo e os fechados nesta
      * conferencia); o PEDCOMPR e regravado so com os pedidos em
      * aberto ou com recebimento parcial.

       regrava-pedidos section.

           open extend pedido-historico
           if fs_pedido_historico = "35"
               open output pedido-historico
           end-if
           if fs_pedido_historico not = "00"
               display "PEDHIST indisponivel (status "
                       fs_pedido_historico ") - PEDCOMPR nao regravado"
               go to regrava-pedidos-exit
           end-if

           if qtde_fechados_arq > 0 or qtde_encerrados > 0
               open input pedido-compra
               if fs_pedido_compra not = "00"
                   display "PEDCOMPR indisponivel (status "
                           fs_pedido_compra ") - nao regravado"
                   close pedido-historico
                   go to regrava-pedidos-exit
               end-if
               perform until fs_pedido_compra not = "00"
                   read pedido-compra next record
                       at end
                           move "10" to fs_pedido_compra
                       not at end
                           perform verifica-encerramento
                           if pedido_encerrar = "S"
                               move "F" to ped_situacao
                           end-if
                           if ped_situacao = "F"
                               write registro-pedido-hist
                                 from registro-pedido
                           end-if
                   end-read
               end-perform
               if fs_pedido_compra not = "10"
                   display "Erro na leitura do PEDCOMPR (status "
                           fs_pedido_compra ") - nao regravado"
                   close pedido-compra
                   close pedido-historico
                   go to regrava-pedidos-exit
               end-if
               close pedido-compra
           end-if

           open output pedido-compra
           if fs_pedido_compra not = "00"
               display "PEDCOMPR indisponivel (status "
                       fs_pedido_compra ") - nao regravado"
               close pedido-historico
               go to regrava-pedidos-exit
           end-if
           perform varying ind_ped from 1 by 1
                   until ind_ped > qtde_pedidos
               move ped_tab_numero(ind_ped)     to ped_numero
               move ped_tab_loja(ind_ped)       to ped_loja
               move ped_tab_data(ind_ped)       to ped_data
               move ped_tab_fornecedor(ind_ped) to ped_fornecedor
               move ped_tab_nome(ind_ped)       to ped_nome
               move ped_tab_diametro(ind_ped)   to ped_diametro
               move ped_tab_qtde(ind_ped)       to ped_qtde
               move ped_tab_preco(ind_ped)      to ped_preco
               move ped_tab_receb(ind_ped)      to ped_qtde_receb
               move ped_tab_situacao(ind_ped)   to ped_situacao
               if ped_situacao = "F"
                   write registro-pedido-hist from registro-pedido
                   add 1 to qtde_fechados_arq
               else
                   write registro-pedido
               end-if
           end-perform
           close pedido-compra
           close pedido-historico

           display "Itens de pedido fechado levados ao PEDHIST: "
                   qtde_fechados_arq
           move "S" to pedidos_regravados
           .

       regrava-pedidos-exit.
           exit.
