      *Divisão de identificação do programa
       identification division.
       program-id. "pizzarepl".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *-----------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026 GBB - replicacao de cotacao negociada para a
      *                  rede: copia preco e validade do catalogo
      *                  (PRICEMST) de uma loja de origem - toda a
      *                  loja ou uma chave so - para as lojas de
      *                  destino do REPLPARM ('O' origem e modo,
      *                  'D' uma loja de destino por registro).
      *                  Destino com outro preco vigente nao e
      *                  sobreposto e sai no relatorio; cada copia
      *                  vai para o PRICEAUD com origem 'T' e para
      *                  o PRICEHST. No modo previa (padrao) so o
      *                  relatorio REPLRPT e gerado. Codigo de
      *                  retorno 0, 4 com destino recusado e 8 com
      *                  parametro invalido ou origem vazia.
      * 15/10/2026 GBB - aud_data_relogio no PRICEAUD: data do relogio
      *                  tomada junto com a hora da execucao.
      *-----------------------------------------------------------

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.

           select parametro-repl
               assign to "REPLPARM"
               organization is line sequential
               file status is fs_parametro_repl.

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

           select price-audit
               assign to "PRICEAUD"
               organization is line sequential
               file status is fs_price_audit.

           select repl-report
               assign to "REPLRPT"
               organization is line sequential
               file status is fs_repl_report.

           select controle-execucao
               assign to "LIMITCFG"
               organization is line sequential
               file status is fs_controle_exec.

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

       fd parametro-repl.
       01 registro-parm-origem.
           05 prm_tipo                             pic x(01).
           05 prm_loja_origem                      pic 9(02).
           05 prm_modo                             pic x(01).
           05 prm_nome                             pic x(15).
           05 prm_diametro                         pic 9(03).
           05 prm_fornecedor                       pic 9(03).
       01 registro-parm-destino.
           05 prm_d_tipo                           pic x(01).
           05 prm_loja_destino                     pic 9(02).

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

       fd price-audit.
       01 registro-auditoria.
           05 aud_data                             pic 9(08).
           05 aud_hora                             pic 9(06).
           05 aud_loja                             pic 9(02).
           05 aud_origem                           pic x(01).
           05 aud_nome                             pic x(15).
           05 aud_diametro                         pic 9(03).
           05 aud_fornecedor                       pic 9(03).
           05 aud_preco_ant                        pic 9(03)v99.
           05 aud_validade_de_ant                  pic 9(08).
           05 aud_validade_ate_ant                 pic 9(08).
           05 aud_preco_novo                       pic 9(03)v99.
           05 aud_validade_de_novo                 pic 9(08).
           05 aud_validade_ate_novo                pic 9(08).
           05 aud_operador                         pic x(08).
           05 aud_data_relogio                     pic 9(08).

       fd repl-report.
       01 linha_repl                               pic x(120).

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

       77 fs_parametro_repl                        pic x(02).
       77 fs_price_master                          pic x(02).
       77 fs_price_history                         pic x(02).
       77 fs_price_audit                           pic x(02).
       77 fs_repl_report                           pic x(02).
       77 fs_controle_exec                         pic x(02).
       77 fs_data_movimento                        pic x(02).
       77 fs_runlog_file                           pic x(02).

       77 data_exec                                pic 9(08).
       77 data_exec_ed                             pic x(10).
       77 data_relogio                             pic 9(08).
       77 data_relogio_ini                         pic 9(08).
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
       77 hora_exec                                pic 9(08).
       77 hora_fim_exec                            pic 9(08).
       77 cod_retorno                              pic 9(02)
                                                   value 0.

       77 parametro_ok                             pic x(01)
                                                   value "S".
       77 tem_origem                               pic x(01)
                                                   value "N".
       77 loja_origem                              pic 9(02)
                                                   value 0.
       77 modo_repl                                pic x(01)
                                                   value "P".
       77 chave_unica                              pic x(01)
                                                   value "N".
       77 nome_origem                              pic x(15)
                                                   value spaces.
       77 diametro_origem                          pic 9(03)
                                                   value 0.
       77 fornecedor_origem                        pic 9(03)
                                                   value 0.

       77 qtde_destinos                            pic 9(02)
                                                   value 0.
       77 ind_dst                                  pic 9(02).
       77 destino_repetido                         pic x(01).
       01 destinos occurs 99 times.
           05 dst_loja                             pic 9(02).

       77 qtde_origem                              pic 9(03)
                                                   value 0.
       77 origem_tab_cheia                         pic x(01)
                                                   value "N".
       77 ind_ori                                  pic 9(03).
       01 cotacoes_origem occurs 500 times.
           05 ori_nome                             pic x(15).
           05 ori_diametro                         pic 9(03).
           05 ori_fornecedor                       pic 9(03).
           05 ori_preco                            pic 9(03)v99.
           05 ori_validade_de                      pic 9(08).
           05 ori_validade_ate                     pic 9(08).

       77 destino_achado                           pic x(01).
       77 destino_vigente                          pic x(01).
       77 preco_ant                                pic 9(03)v99.
       77 validade_de_ant                          pic 9(08).
       77 validade_ate_ant                         pic 9(08).
       77 raio                                     pic 9(03).
       77 area_pizza                               pic 9(04).
       77 preco_cm2_calc                           pic 9(03)v99.
       77 data_fmt                                 pic 9(08).
       77 data_fmt_ed                              pic x(10).

       77 qtde_vencidas                            pic 9(05)
                                                   value 0.
       77 qtde_incluidas                           pic 9(05)
                                                   value 0.
       77 qtde_atualizadas                         pic 9(05)
                                                   value 0.
       77 qtde_iguais                              pic 9(05)
                                                   value 0.
       77 qtde_recusadas                           pic 9(05)
                                                   value 0.
       77 qtde_gravadas                            pic 9(05)
                                                   value 0.
       77 qtde_replicadas                          pic 9(05)
                                                   value 0.

       01 linha_cab_repl_1.
           05 filler                               pic x(25)
              value "REPLICACAO DE COTACOES".
           05 filler                               pic x(07)
              value "Data: ".
           05 data_cab_repl                        pic x(10).
           05 filler                               pic x(09)
              value "   Modo: ".
           05 modo_cab_repl                        pic x(30).
       01 linha_cab_repl_2.
           05 filler                               pic x(14)
              value "Loja origem: ".
           05 loja_cab_repl                        pic z9.
           05 filler                               pic x(04)
              value space.
           05 chave_cab_repl                       pic x(60).
       01 linha_titulos_repl.
           05 filler                               pic x(06)
              value "LOJA".
           05 filler                               pic x(16)
              value "PIZZA".
           05 filler                               pic x(06)
              value "DIAM".
           05 filler                               pic x(06)
              value "FORN".
           05 filler                               pic x(09)
              value "PRECO".
           05 filler                               pic x(23)
              value "VALIDADE".
           05 filler                               pic x(09)
              value "ATUAL".
           05 filler                               pic x(30)
              value "SITUACAO".
       01 linha_det_repl.
           05 loja_det_rp                          pic z9.
           05 filler                               pic x(04)
              value space.
           05 nome_det_rp                          pic x(15).
           05 filler                               pic x(01)
              value space.
           05 diametro_det_rp                      pic zz9.
           05 filler                               pic x(03)
              value space.
           05 fornecedor_det_rp                    pic zz9.
           05 filler                               pic x(03)
              value space.
           05 preco_det_rp                         pic zz9,99.
           05 filler                               pic x(03)
              value space.
           05 validade_de_det_rp                   pic x(10).
           05 filler                               pic x(01)
              value "-".
           05 validade_ate_det_rp                  pic x(10).
           05 filler                               pic x(02)
              value space.
           05 preco_atual_det_rp                   pic x(06).
           05 filler                               pic x(03)
              value space.
           05 situacao_det_rp                      pic x(30).
       77 preco_atual_ed                           pic zz9,99.
       01 linha_aviso_repl.
           05 filler                               pic x(10)
              value "ATENCAO: ".
           05 aviso_repl                           pic x(60).
       01 linha_total_repl.
           05 total_texto_repl                     pic x(40).
           05 total_valor_repl                     pic zzzz9.

      *----Variaveis para comunicação entre programas
       linkage section.

      *----Declaração de tela
       screen section.

      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      * Data de movimento, parametros da replicacao (origem, modo
      * e lojas de destino) e cabecalho do relatorio.

       inicializa section.

           accept hora_exec from time
           accept data_relogio_ini from date yyyymmdd

           open input controle-execucao
           if fs_controle_exec = "00"
               read controle-execucao next record
                   at end
                       continue
                   not at end
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

           move 0 to loja_data_mov
           perform obtem-data-movimento
           if data_mov_ok = "N"
               move 8 to cod_retorno
               perform grava-runlog
               move cod_retorno to return-code
               Stop run
           end-if

           string data_exec(7:2) "/" data_exec(5:2) "/" data_exec(1:4)
               into data_exec_ed

           open input parametro-repl
           if fs_parametro_repl = "00"
               perform until fs_parametro_repl = "10"
                   read parametro-repl next record
                       at end
                           move "10" to fs_parametro_repl
                       not at end
                           perform anota-parametro
                   end-read
               end-perform
               close parametro-repl
           else
               display "Parametro REPLPARM nao encontrado"
               move "N" to parametro_ok
           end-if

           if tem_origem = "N"
               display "REPLPARM sem registro de origem ('O') "
                       "valido"
               move "N" to parametro_ok
           end-if
           if qtde_destinos = 0 and parametro_ok = "S"
               display "REPLPARM sem loja de destino ('D')"
               move "N" to parametro_ok
           end-if

           open output repl-report
           move data_exec_ed to data_cab_repl
           if modo_repl = "E"
               move "EFETIVA" to modo_cab_repl
           else
               move "PREVIA - NADA E GRAVADO" to modo_cab_repl
           end-if
           write linha_repl from linha_cab_repl_1
           move loja_origem to loja_cab_repl
           if chave_unica = "S"
               move spaces to chave_cab_repl
               string "Pizza " nome_origem " diametro "
                      diametro_origem " fornecedor "
                      fornecedor_origem
                   delimited by size into chave_cab_repl
           else
               move "Todas as cotacoes vigentes da loja"
                 to chave_cab_repl
           end-if
           write linha_repl from linha_cab_repl_2
           move spaces to linha_repl
           write linha_repl
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

      * Guarda um registro do REPLPARM: 'O' traz a loja de origem,
      * o modo (E efetiva, qualquer outro valor e previa) e, se
      * informada, a chave unica a replicar; 'D' traz uma loja de
      * destino.

       anota-parametro section.

           if prm_tipo = "O" or prm_tipo = "o"
               if tem_origem = "S"
                   display "Mais de um registro de origem no "
                           "REPLPARM - vale o primeiro"
                   go to anota-parametro-exit
               end-if
               if prm_loja_origem is not numeric
                  or prm_loja_origem = 0
                   display "Loja de origem invalida no REPLPARM"
                   move "N" to parametro_ok
                   go to anota-parametro-exit
               end-if
               move "S"             to tem_origem
               move prm_loja_origem to loja_origem
               if prm_modo = "E" or prm_modo = "e"
                   move "E" to modo_repl
               end-if
               if prm_nome not = spaces
                   if prm_diametro is not numeric
                      or prm_fornecedor is not numeric
                      or prm_diametro = 0
                      or prm_fornecedor = 0
                       display "Chave de origem incompleta (nome, "
                               "diametro e fornecedor)"
                       move "N" to parametro_ok
                   else
                       move "S"            to chave_unica
                       move prm_nome       to nome_origem
                       move prm_diametro   to diametro_origem
                       move prm_fornecedor to fornecedor_origem
                   end-if
               end-if
           else
               if prm_tipo = "D" or prm_tipo = "d"
                   if prm_loja_destino is not numeric
                      or prm_loja_destino = 0
                       display "Loja de destino invalida no REPLPARM "
                               "ignorada"
                       go to anota-parametro-exit
                   end-if
                   move "N" to destino_repetido
                   perform varying ind_dst from 1 by 1
                           until ind_dst > qtde_destinos
                       if dst_loja(ind_dst) = prm_loja_destino
                           move "S" to destino_repetido
                       end-if
                   end-perform
                   if destino_repetido = "N" and qtde_destinos < 99
                       add 1 to qtde_destinos
                       move prm_loja_destino
                         to dst_loja(qtde_destinos)
                   end-if
               else
                   if registro-parm-origem not = spaces
                       display "Registro de tipo invalido no "
                               "REPLPARM ignorado"
                   end-if
               end-if
           end-if
           .

       anota-parametro-exit.
           exit.

      * Carrega as cotacoes da origem e replica cada uma em cada
      * loja de destino. No modo previa o catalogo e aberto so
      * para leitura e nada e gravado.

       processamento section.

           if parametro_ok = "N"
               move "PARAMETROS INVALIDOS - REPLICACAO CANCELADA"
                 to aviso_repl
               write linha_repl from linha_aviso_repl
               move 8 to cod_retorno
               go to processamento-exit
           end-if

           if modo_repl = "E"
               open i-o price-master
           else
               open input price-master
           end-if
           if fs_price_master not = "00"
               move "CATALOGO PRICEMST INDISPONIVEL" to aviso_repl
               write linha_repl from linha_aviso_repl
               display "Catalogo PRICEMST indisponivel (status "
                       fs_price_master ")"
               move 8 to cod_retorno
               go to processamento-exit
           end-if

           write linha_repl from linha_titulos_repl
           perform carrega-origem

           if origem_tab_cheia = "S"
               move "COTACOES DA ORIGEM EXCEDEM A TABELA - CANCELADA"
                 to aviso_repl
               write linha_repl from linha_aviso_repl
               move 8 to cod_retorno
               close price-master
               go to processamento-exit
           end-if
           if qtde_origem = 0
               move "NENHUMA COTACAO VIGENTE A REPLICAR NA ORIGEM"
                 to aviso_repl
               write linha_repl from linha_aviso_repl
               move 8 to cod_retorno
               close price-master
               go to processamento-exit
           end-if

           if modo_repl = "E"
               open extend price-audit
               if fs_price_audit = "35"
                   open output price-audit
               end-if
               if fs_price_audit not = "00"
                   move "AUDITORIA PRICEAUD INDISPONIVEL - CANCELADA"
                     to aviso_repl
                   write linha_repl from linha_aviso_repl
                   move 8 to cod_retorno
                   close price-master
                   go to processamento-exit
               end-if
               open i-o price-history
               if fs_price_history = "35"
                   open output price-history
                   close price-history
                   open i-o price-history
               end-if
           end-if

           perform varying ind_dst from 1 by 1
                   until ind_dst > qtde_destinos
               if dst_loja(ind_dst) = loja_origem
                   display "Loja de destino " dst_loja(ind_dst)
                           " igual a origem - ignorada"
               else
                   perform varying ind_ori from 1 by 1
                           until ind_ori > qtde_origem
                       perform replica-cotacao
                   end-perform
               end-if
           end-perform

           close price-master
           if modo_repl = "E"
               close price-audit
               close price-history
           end-if
           .

       processamento-exit.
           exit.

      * Le do catalogo a chave unica pedida ou todas as cotacoes
      * da loja de origem.

       carrega-origem section.

           if chave_unica = "S"
               move loja_origem       to pm_loja
               move nome_origem       to pm_nome
               move diametro_origem   to pm_diametro
               move fornecedor_origem to pm_fornecedor
               read price-master
                   invalid key
                       display "Chave de origem nao cadastrada no "
                               "PRICEMST"
                   not invalid key
                       perform anota-origem
               end-read
           else
               move low-values  to pm_chave
               move loja_origem to pm_loja
               start price-master key is not less than pm_chave
                   invalid key move "10" to fs_price_master
               end-start

               perform until fs_price_master = "10"
                   read price-master next record
                       at end
                           move "10" to fs_price_master
                       not at end
                           if pm_loja = loja_origem
                               perform anota-origem
                           else
                               move "10" to fs_price_master
                           end-if
                   end-read
               end-perform
           end-if
           .

       carrega-origem-exit.
           exit.

      * Guarda uma cotacao da origem na tabela; cotacao ja vencida
      * na data de movimento nao e replicada e sai no relatorio.

       anota-origem section.

           if pm_validade_ate > 0 and pm_validade_ate < data_exec
               add 1 to qtde_vencidas
               move pm_loja          to loja_det_rp
               move pm_nome          to nome_det_rp
               move pm_diametro      to diametro_det_rp
               move pm_fornecedor    to fornecedor_det_rp
               move pm_preco         to preco_det_rp
               move pm_validade_de   to data_fmt
               perform formata-data
               move data_fmt_ed      to validade_de_det_rp
               move pm_validade_ate  to data_fmt
               perform formata-data
               move data_fmt_ed      to validade_ate_det_rp
               move spaces           to preco_atual_det_rp
               move "ORIGEM VENCIDA - IGNORADA" to situacao_det_rp
               write linha_repl from linha_det_repl
               go to anota-origem-exit
           end-if

           if qtde_origem = 500
               move "S" to origem_tab_cheia
               go to anota-origem-exit
           end-if

           add 1 to qtde_origem
           move pm_nome         to ori_nome(qtde_origem)
           move pm_diametro     to ori_diametro(qtde_origem)
           move pm_fornecedor   to ori_fornecedor(qtde_origem)
           move pm_preco        to ori_preco(qtde_origem)
           move pm_validade_de  to ori_validade_de(qtde_origem)
           move pm_validade_ate to ori_validade_ate(qtde_origem)
           .

       anota-origem-exit.
           exit.

      * Replica a cotacao ind_ori na loja ind_dst. Destino igual
      * e ignorado; destino com outro preco vigente na data de
      * movimento e recusado (a loja negociou o seu proprio);
      * destino ausente, vencido ou ainda nao vigente recebe o
      * preco e a validade da origem.

       replica-cotacao section.

           move dst_loja(ind_dst)       to pm_loja
           move ori_nome(ind_ori)       to pm_nome
           move ori_diametro(ind_ori)   to pm_diametro
           move ori_fornecedor(ind_ori) to pm_fornecedor

           move "N" to destino_achado
           move 0   to preco_ant
           move 0   to validade_de_ant
           move 0   to validade_ate_ant
           read price-master
               invalid key
                   continue
               not invalid key
                   move "S"             to destino_achado
                   move pm_preco        to preco_ant
                   move pm_validade_de  to validade_de_ant
                   move pm_validade_ate to validade_ate_ant
           end-read

           move dst_loja(ind_dst)       to loja_det_rp
           move ori_nome(ind_ori)       to nome_det_rp
           move ori_diametro(ind_ori)   to diametro_det_rp
           move ori_fornecedor(ind_ori) to fornecedor_det_rp
           move ori_preco(ind_ori)      to preco_det_rp
           move ori_validade_de(ind_ori) to data_fmt
           perform formata-data
           move data_fmt_ed             to validade_de_det_rp
           move ori_validade_ate(ind_ori) to data_fmt
           perform formata-data
           move data_fmt_ed             to validade_ate_det_rp
           if destino_achado = "S"
               move preco_ant      to preco_atual_ed
               move preco_atual_ed to preco_atual_det_rp
           else
               move spaces         to preco_atual_det_rp
           end-if

           if destino_achado = "S"
               if preco_ant = ori_preco(ind_ori)
                  and validade_de_ant = ori_validade_de(ind_ori)
                  and validade_ate_ant = ori_validade_ate(ind_ori)
                   add 1 to qtde_iguais
                   move "JA IGUAL - IGNORADA" to situacao_det_rp
                   write linha_repl from linha_det_repl
                   go to replica-cotacao-exit
               end-if

               move "N" to destino_vigente
               if (validade_de_ant = 0
                   or validade_de_ant not > data_exec)
                  and (validade_ate_ant = 0
                   or validade_ate_ant not < data_exec)
                   move "S" to destino_vigente
               end-if
               if destino_vigente = "S"
                  and preco_ant not = ori_preco(ind_ori)
                   add 1 to qtde_recusadas
                   move "OUTRO PRECO VIGENTE - RECUSADA"
                     to situacao_det_rp
                   write linha_repl from linha_det_repl
                   go to replica-cotacao-exit
               end-if
           end-if

           move ori_preco(ind_ori)        to pm_preco
           move ori_validade_de(ind_ori)  to pm_validade_de
           move ori_validade_ate(ind_ori) to pm_validade_ate

           if modo_repl not = "E"
               if destino_achado = "S"
                   add 1 to qtde_atualizadas
                   move "A ATUALIZAR" to situacao_det_rp
               else
                   add 1 to qtde_incluidas
                   move "A INCLUIR"   to situacao_det_rp
               end-if
               write linha_repl from linha_det_repl
               go to replica-cotacao-exit
           end-if

           if destino_achado = "S"
               rewrite registro-master
                   invalid key
                       move "ERRO AO REGRAVAR NO PRICEMST"
                         to situacao_det_rp
                   not invalid key
                       add 1 to qtde_atualizadas
                       move "ATUALIZADA" to situacao_det_rp
               end-rewrite
           else
               write registro-master
                   invalid key
                       move "ERRO AO INCLUIR NO PRICEMST"
                         to situacao_det_rp
                   not invalid key
                       add 1 to qtde_incluidas
                       move "INCLUIDA" to situacao_det_rp
               end-write
           end-if

           if situacao_det_rp(1:4) = "ERRO"
               add 1 to qtde_recusadas
           else
               add 1 to qtde_gravadas
               perform grava-auditoria
               perform grava-historico
           end-if
           write linha_repl from linha_det_repl
           .

       replica-cotacao-exit.
           exit.

      * Registro da copia na trilha de auditoria do catalogo, com
      * a origem 'T' (replicacao entre lojas) e a imagem anterior
      * do destino (zeros quando a chave era nova).

       grava-auditoria section.

           move data_exec                 to aud_data
           move hora_exec(1:6)            to aud_hora
           move dst_loja(ind_dst)         to aud_loja
           move "T"                       to aud_origem
           move ori_nome(ind_ori)         to aud_nome
           move ori_diametro(ind_ori)     to aud_diametro
           move ori_fornecedor(ind_ori)   to aud_fornecedor
           move preco_ant                 to aud_preco_ant
           move validade_de_ant           to aud_validade_de_ant
           move validade_ate_ant          to aud_validade_ate_ant
           move ori_preco(ind_ori)        to aud_preco_novo
           move ori_validade_de(ind_ori)  to aud_validade_de_novo
           move ori_validade_ate(ind_ori) to aud_validade_ate_novo
           move "LOTE"                    to aud_operador
           move data_relogio_ini          to aud_data_relogio
           write registro-auditoria
           .

       grava-auditoria-exit.
           exit.

      * Registro do preco por cm2 da loja de destino no historico,
      * como a gravacao do catalogo no pizzadesafio.

       grava-historico section.

           compute raio = ori_diametro(ind_ori) / 2
           compute area_pizza = (3,14 * (raio * raio))
           if area_pizza > 0
               compute preco_cm2_calc = ori_preco(ind_ori) / area_pizza
           else
               move 0 to preco_cm2_calc
           end-if

           move dst_loja(ind_dst)       to hist_loja
           move ori_nome(ind_ori)       to hist_nome
           move ori_diametro(ind_ori)   to hist_diametro
           move ori_fornecedor(ind_ori) to hist_fornecedor
           move data_exec               to hist_data
           move preco_cm2_calc          to hist_preco_cm2
           write registro-historico
               invalid key
                   rewrite registro-historico
           end-write
           .

       grava-historico-exit.
           exit.

      * Formata data_fmt (aaaammdd) em dd/mm/aaaa; data zero fica
      * em branco (sem validade).

       formata-data section.

           if data_fmt = 0
               move spaces to data_fmt_ed
           else
               string data_fmt(7:2) "/" data_fmt(5:2) "/"
                      data_fmt(1:4)
                   into data_fmt_ed
           end-if
           .

       formata-data-exit.
           exit.

      * Totais da replicacao, registro no RUNLOG e codigo de
      * retorno para o scheduler.

       finaliza section.

           compute qtde_replicadas = qtde_incluidas + qtde_atualizadas
           if qtde_recusadas > 0 and cod_retorno < 4
               move 4 to cod_retorno
           end-if

           move spaces to linha_repl
           write linha_repl
           move "Cotacoes vigentes lidas na origem......:"
             to total_texto_repl
           move qtde_origem to total_valor_repl
           write linha_repl from linha_total_repl
           move "Cotacoes vencidas na origem (ignoradas):"
             to total_texto_repl
           move qtde_vencidas to total_valor_repl
           write linha_repl from linha_total_repl
           move "Lojas de destino.......................:"
             to total_texto_repl
           move qtde_destinos to total_valor_repl
           write linha_repl from linha_total_repl
           move "Chaves incluidas no destino............:"
             to total_texto_repl
           move qtde_incluidas to total_valor_repl
           write linha_repl from linha_total_repl
           move "Chaves atualizadas no destino..........:"
             to total_texto_repl
           move qtde_atualizadas to total_valor_repl
           write linha_repl from linha_total_repl
           move "Chaves ja iguais (ignoradas)...........:"
             to total_texto_repl
           move qtde_iguais to total_valor_repl
           write linha_repl from linha_total_repl
           move "Chaves recusadas.......................:"
             to total_texto_repl
           move qtde_recusadas to total_valor_repl
           write linha_repl from linha_total_repl
           move "Registros gravados no PRICEMST.........:"
             to total_texto_repl
           move qtde_gravadas to total_valor_repl
           write linha_repl from linha_total_repl
           if modo_repl not = "E"
               move "PREVIA - NENHUM REGISTRO FOI GRAVADO"
                 to aviso_repl
               write linha_repl from linha_aviso_repl
           end-if
           close repl-report

           perform grava-runlog

           display "Replicacao de cotacoes: " qtde_replicadas
                   " replicada(s), " qtde_recusadas
                   " recusada(s), retorno " cod_retorno

           move cod_retorno to return-code

           Stop run.

       finaliza-exit.
           exit.

      * Registro da execucao no RUNLOG, com a loja de origem e o
      * fornecedor da chave unica (zero para a loja inteira).

       grava-runlog section.

           accept hora_fim_exec from time

           open extend runlog-file
           if fs_runlog_file = "35"
               open output runlog-file
           end-if
           if fs_runlog_file = "00"
               move "pizzarepl"        to run_programa
               move data_exec          to run_data
               move hora_exec(1:6)     to run_hora_ini
               move hora_fim_exec(1:6) to run_hora_fim
               move loja_origem        to run_loja
               move "B"                to run_modo
               move qtde_origem        to run_lidos
               move qtde_replicadas    to run_aceitos
               move qtde_recusadas     to run_rejeitados
               move qtde_gravadas      to run_gravados
               move 0                  to run_arquivados
               move 0                  to run_lote_data
               move cod_retorno        to run_retorno
               move "E"                to run_tipo
               move fornecedor_origem  to run_lote_fornecedor
               move data_relogio       to run_data_relogio
               move reprocessamento    to run_reprocesso
               move "LOTE"             to run_operador
               write registro-runlog
               close runlog-file
           end-if
           .

       grava-runlog-exit.
           exit.
