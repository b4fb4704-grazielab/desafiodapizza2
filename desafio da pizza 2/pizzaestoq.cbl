      *Divisão de identificação do programa
       identification division.
       program-id. "pizzaestoq".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *-----------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026 GBB - estoque perpetuo sobre o ESTOQPOS: lanca
      *                  os movimentos pendentes do ESTOQMOV
      *                  (entrada por recebimento, saida por venda,
      *                  estorno e ajuste) e o extrato de vendas do
      *                  caixa (VENDASEXT) da loja da execucao,
      *                  atualizando o estoque atual por loja,
      *                  sabor e diametro; saldo que ficaria
      *                  negativo e zerado e apontado no ESTOQRPT.
      *                  Os movimentos lancados vao para o
      *                  historico ESTOQHST e o ESTOQMOV e
      *                  esvaziado. A contagem fisica (arquivo
      *                  INVENTAR ou digitada) e confrontada com o
      *                  saldo teorico, as perdas e sobras saem por
      *                  loja e item e o ajuste e lancado. O
      *                  extrato de vendas e conferido no RUNLOG
      *                  contra lancamento em dobro no mesmo dia.
      * 15/10/2026 GBB - registro do RUNLOG com o tipo ('E'
      *                  execucao) e o fornecedor do lote, no
      *                  mesmo layout gravado pelo pizzadesafio.
      * 15/10/2026 GBB - data de movimento lida do DATAMOV da loja
      *                  em vez do relogio, com recusa de dia ja
      *                  fechado fora de reprocessamento; RUNLOG com
      *                  a data do relogio e a marca de
      *                  reprocessamento.
      * 15/10/2026 GBB - operador no registro do RUNLOG (LOTE:
      *                  programa sem identificacao de operador).
      * 15/10/2026 GBB - sem o historico ESTOQHST nada e lancado:
      *                  ESTOQPOS, ESTOQMOV e INVENTAR ficam como
      *                  estavam e a execucao termina com rc 8.
      *-----------------------------------------------------------

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.

           select estoque-file
               assign to "ESTOQPOS"
               organization is line sequential
               file status is fs_estoque_file.

           select estoque-mov
               assign to "ESTOQMOV"
               organization is line sequential
               file status is fs_estoque_mov.

           select estoque-hst
               assign to "ESTOQHST"
               organization is line sequential
               file status is fs_estoque_hst.

           select vendas-file
               assign to "VENDASEXT"
               organization is line sequential
               file status is fs_vendas_file.

           select inventario-file
               assign to "INVENTAR"
               organization is line sequential
               file status is fs_inventario_file.

           select controle-execucao
               assign to "LIMITCFG"
               organization is line sequential
               file status is fs_controle_exec.

           select runlog-file
               assign to "RUNLOG"
               organization is line sequential
               file status is fs_runlog_file.

           select estoque-report
               assign to "ESTOQRPT"
               organization is line sequential
               file status is fs_estoque_report.

           select data-movimento
               assign to "DATAMOV"
               organization is line sequential
               file status is fs_data_movimento.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

       fd estoque-file.
       01 registro-estoque.
           05 est_nome                             pic x(15).
           05 est_diametro                         pic 9(03).
           05 est_atual                            pic 9(05).
           05 est_minimo                           pic 9(05).
           05 est_loja                             pic 9(02).

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

       fd estoque-hst.
       01 registro-hst-estoque.
           05 hst_data                             pic 9(08).
           05 hst_loja                             pic 9(02).
           05 hst_tipo                             pic x(01).
           05 hst_sinal                            pic x(01).
           05 hst_nome                             pic x(15).
           05 hst_diametro                         pic 9(03).
           05 hst_qtde                             pic 9(07).
           05 hst_documento                        pic x(10).
           05 hst_saldo                            pic 9(05).
           05 hst_data_lanc                        pic 9(08).

       fd vendas-file.
       01 registro-vendas.
           05 ven_nome                             pic x(15).
           05 ven_diametro                         pic 9(03).
           05 ven_qtde                             pic 9(05).
           05 ven_tipo                             pic x(01).

       fd inventario-file.
       01 registro-inventario.
           05 inv_loja                             pic 9(02).
           05 inv_nome                             pic x(15).
           05 inv_diametro                         pic 9(03).
           05 inv_contado                          pic 9(05).

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

       fd estoque-report.
       01 linha_estoque                            pic x(120).

       fd data-movimento.
       01 registro-data-movimento.
           05 dm_loja                              pic 9(02).
           05 dm_data_movimento                    pic 9(08).
           05 dm_ultima_fechada                    pic 9(08).

      *----Variaveis de trabalho
       working-storage section.

       77 fs_estoque_file                          pic x(02).
       77 fs_estoque_mov                           pic x(02).
       77 fs_estoque_hst                           pic x(02).
       77 fs_vendas_file                           pic x(02).
       77 fs_inventario_file                       pic x(02).
       77 fs_controle_exec                         pic x(02).
       77 fs_data_movimento                        pic x(02).
       77 fs_runlog_file                           pic x(02).
       77 fs_estoque_report                        pic x(02).

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
       77 hora_exec                                pic 9(08).
       77 hora_fim_exec                            pic 9(08).
       77 modo_execucao                            pic x(01)
                                                   value "I".
       77 loja_execucao                            pic 9(02)
                                                   value 1.
       77 loja_definida                            pic x(01)
                                                   value "N".
       77 cod_retorno                              pic 9(02)
                                                   value 0.
       77 opcao                                    pic x(01).
       77 controle                                 pic x(07).
       77 estoque_ok                               pic x(01)
                                                   value "S".
       77 movimento_lido                           pic x(01)
                                                   value "N".
       77 inventario_lido                          pic x(01)
                                                   value "N".
       77 vendas_lancadas                          pic x(01)
                                                   value "N".
       77 vendas_duplicadas                        pic x(01)
                                                   value "N".

       77 qtde_estoques                            pic 9(03)
                                                   value 0.
       77 ind_est                                  pic 9(03).
       77 ind_pos                                  pic 9(03).
       77 est_achado                               pic x(01).

       01 estoques occurs 500 times.
           05 est_tab_loja                         pic 9(02).
           05 est_tab_nome                         pic x(15).
           05 est_tab_diametro                     pic 9(03).
           05 est_tab_atual                        pic 9(05).
           05 est_tab_minimo                       pic 9(05).

       01 movimento_w.
           05 mov_data_w                           pic 9(08).
           05 mov_loja_w                           pic 9(02).
           05 mov_tipo_w                           pic x(01).
           05 mov_sinal_w                          pic x(01).
           05 mov_nome_w                           pic x(15).
           05 mov_diametro_w                       pic 9(03).
           05 mov_qtde_w                           pic 9(07).
           05 mov_documento_w                      pic x(10).

       77 qtde_runs                                pic 9(02)
                                                   value 0.
       77 ind_rlog                                 pic 9(02).
       01 runs_anteriores occurs 50 times.
           05 rlog_loja                            pic 9(02).
           05 rlog_lote_data                       pic 9(08).

       77 qtde_contagens                           pic 9(03)
                                                   value 0.
       77 ind_inv                                  pic 9(03).
       77 cont_tab_cheia                           pic x(01)
                                                   value "N".
       01 contagens occurs 300 times.
           05 cnt_loja                             pic 9(02).
           05 cnt_nome                             pic x(15).
           05 cnt_diametro                         pic 9(03).
           05 cnt_teorico                          pic 9(05).
           05 cnt_contado                          pic 9(05).
       01 contagem_aux.
           05 cnt_loja_aux                         pic 9(02).
           05 cnt_nome_aux                         pic x(15).
           05 cnt_diametro_aux                     pic 9(03).
           05 cnt_teorico_aux                      pic 9(05).
           05 cnt_contado_aux                      pic 9(05).
       01 contagem_w.
           05 cnt_loja_w                           pic 9(02).
           05 cnt_nome_w                           pic x(15).
           05 cnt_diametro_w                       pic 9(03).
           05 cnt_contado_w                        pic 9(05).

       77 qtde_movs_lidos                          pic 9(05)
                                                   value 0.
       77 qtde_movs_lancados                       pic 9(05)
                                                   value 0.
       77 qtde_movs_rejeitados                     pic 9(05)
                                                   value 0.
       77 qtde_negativos                           pic 9(05)
                                                   value 0.
       77 qtde_posicoes_criadas                    pic 9(05)
                                                   value 0.
       77 tot_entradas                             pic 9(09)
                                                   value 0.
       77 tot_saidas                               pic 9(09)
                                                   value 0.
       77 tot_estornos                             pic 9(09)
                                                   value 0.
       77 tot_ajustes_mais                         pic 9(09)
                                                   value 0.
       77 tot_ajustes_menos                        pic 9(09)
                                                   value 0.
       77 diferenca_w                              pic 9(07).
       77 loja_quebra                              pic 9(02).
       77 perda_loja                               pic 9(07).
       77 sobra_loja                               pic 9(07).
       77 perda_rede                               pic 9(07)
                                                   value 0.
       77 sobra_rede                               pic 9(07)
                                                   value 0.

       01 linha_cab_estoque_1.
           05 filler                               pic x(34)
              value "LANCAMENTO DO ESTOQUE".
           05 filler                               pic x(07)
              value "Data: ".
           05 data_cab_estoque                     pic x(10).
       01 linha_titulo_secao_es.
           05 titulo_secao_es                      pic x(60).
       01 linha_titulos_ocor.
           05 filler                               pic x(06)
              value "LOJA".
           05 filler                               pic x(19)
              value "NOME".
           05 filler                               pic x(06)
              value "DIAM".
           05 filler                               pic x(05)
              value "TIPO".
           05 filler                               pic x(10)
              value "QTDE".
           05 filler                               pic x(12)
              value "DOCUMENTO".
           05 filler                               pic x(40)
              value "OCORRENCIA".
       01 linha_detalhe_ocor.
           05 loja_det_ocor                        pic z9.
           05 filler                               pic x(04)
              value space.
           05 nome_det_ocor                        pic x(15).
           05 filler                               pic x(03)
              value " - ".
           05 diametro_det_ocor                    pic zz9.
           05 filler                               pic x(04)
              value space.
           05 tipo_det_ocor                        pic x(01).
           05 filler                               pic x(03)
              value space.
           05 qtde_det_ocor                        pic zzzzzz9.
           05 filler                               pic x(03)
              value space.
           05 documento_det_ocor                   pic x(10).
           05 filler                               pic x(02)
              value space.
           05 motivo_det_ocor                      pic x(40).
       01 linha_titulos_inv.
           05 filler                               pic x(06)
              value "LOJA".
           05 filler                               pic x(19)
              value "NOME".
           05 filler                               pic x(06)
              value "DIAM".
           05 filler                               pic x(09)
              value "TEORICO".
           05 filler                               pic x(09)
              value "CONTADO".
           05 filler                               pic x(09)
              value "PERDA".
           05 filler                               pic x(09)
              value "SOBRA".
       01 linha_detalhe_inv.
           05 loja_det_inv                         pic z9.
           05 filler                               pic x(04)
              value space.
           05 nome_det_inv                         pic x(15).
           05 filler                               pic x(03)
              value " - ".
           05 diametro_det_inv                     pic zz9.
           05 filler                               pic x(03)
              value space.
           05 teorico_det_inv                      pic zzzz9.
           05 filler                               pic x(04)
              value space.
           05 contado_det_inv                      pic zzzz9.
           05 filler                               pic x(02)
              value space.
           05 perda_det_inv                        pic zzzzzz9.
           05 filler                               pic x(02)
              value space.
           05 sobra_det_inv                        pic zzzzzz9.
       01 linha_total_loja_inv.
           05 filler                               pic x(06)
              value "LOJA".
           05 loja_tot_inv                         pic z9.
           05 filler                               pic x(34)
              value " - total da loja".
           05 perda_tot_inv                        pic zzzzzz9.
           05 filler                               pic x(02)
              value space.
           05 sobra_tot_inv                        pic zzzzzz9.
       01 linha_total_rede_inv.
           05 filler                               pic x(42)
              value "TOTAL DA REDE".
           05 perda_rede_inv                       pic zzzzzz9.
           05 filler                               pic x(02)
              value space.
           05 sobra_rede_inv                       pic zzzzzz9.
       01 linha_total_estoque.
           05 total_texto_es                       pic x(35).
           05 total_valor_es                       pic zzzzzzzz9.
       01 linha_aviso_estoque.
           05 aviso_estoque                        pic x(70).

      *----Variaveis para comunicação entre programas
       linkage section.

      *----Declaração de tela
       screen section.

      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           if estoque_ok = "S"
               perform processamento
           end-if
           perform finaliza.

      * Modo de execucao e loja do registro de controle, carga do
      * registro de execucoes e das posicoes de estoque de todas
      * as lojas. Posicao ilegivel ou tabela cheia impedem o
      * lancamento, para a regravacao nao perder saldos.

       inicializa section.

           accept hora_exec from time

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
                           move "S" to loja_definida
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

           if loja_definida = "N" and modo_execucao not = "B"
               display "Informe o codigo da loja (1-99) "
               accept loja_execucao
               if loja_execucao is not numeric or loja_execucao = 0
                   move 1 to loja_execucao
                   display "Loja invalida - assumida a loja 01"
               end-if
           end-if

           move loja_execucao to loja_data_mov
           perform obtem-data-movimento
           if data_mov_ok = "N"
               move 8 to cod_retorno
               perform grava-runlog
               move cod_retorno to return-code
               Stop run
           end-if

           string data_exec(7:2) "/" data_exec(5:2) "/" data_exec(1:4)
               into data_exec_ed

           open output estoque-report
           move data_exec_ed to data_cab_estoque
           write linha_estoque from linha_cab_estoque_1
           move spaces to linha_estoque
           write linha_estoque

           open input runlog-file
           if fs_runlog_file = "00"
               perform until fs_runlog_file = "10"
                   read runlog-file next record
                       at end
                           move "10" to fs_runlog_file
                       not at end
                           if run_programa = "pizzaestoq"
                              and run_lote_data is numeric
                              and run_lote_data > 0
                               perform anota-run-anterior
                           end-if
                   end-read
               end-perform
               close runlog-file
           end-if

           open input estoque-file
           if fs_estoque_file = "00"
               perform until fs_estoque_file = "10"
                   read estoque-file next record
                       at end
                           move "10" to fs_estoque_file
                       not at end
                           perform carrega-posicao
                   end-read
               end-perform
               close estoque-file
           end-if

           if estoque_ok = "N"
               move 8 to cod_retorno
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

      * Guarda uma posicao de estoque na tabela; posicao antiga
      * sem loja passa a pertencer a loja da execucao.

       carrega-posicao section.

           if est_atual is not numeric or est_minimo is not numeric
               move "N" to estoque_ok
               move "POSICAO DE ESTOQUE ILEGIVEL - LANCAMENTO SUSPENSO"
                 to aviso_estoque
               write linha_estoque from linha_aviso_estoque
               display "Posicao de estoque ilegivel: " est_nome
                       " - lancamento suspenso"
               go to carrega-posicao-exit
           end-if

           if qtde_estoques = 500
               move "N" to estoque_ok
               move "POSICOES EXCEDEM A TABELA - LANCAMENTO SUSPENSO"
                 to aviso_estoque
               write linha_estoque from linha_aviso_estoque
               display "Tabela de estoque cheia - lancamento suspenso"
               move "10" to fs_estoque_file
               go to carrega-posicao-exit
           end-if

           add 1 to qtde_estoques
           if est_loja is numeric and est_loja > 0
               move est_loja to est_tab_loja(qtde_estoques)
           else
               move loja_execucao to est_tab_loja(qtde_estoques)
           end-if
           move est_nome     to est_tab_nome(qtde_estoques)
           move est_diametro to est_tab_diametro(qtde_estoques)
           move est_atual    to est_tab_atual(qtde_estoques)
           move est_minimo   to est_tab_minimo(qtde_estoques)
           .

       carrega-posicao-exit.
           exit.

      * Guarda loja e data de um lancamento de vendas anterior,
      * mantendo os 50 mais recentes.

       anota-run-anterior section.

           if qtde_runs = 50
               perform varying ind_rlog from 1 by 1
                       until ind_rlog = 50
                   move rlog_loja(ind_rlog + 1)
                     to rlog_loja(ind_rlog)
                   move rlog_lote_data(ind_rlog + 1)
                     to rlog_lote_data(ind_rlog)
               end-perform
           else
               add 1 to qtde_runs
           end-if
           move run_loja      to rlog_loja(qtde_runs)
           move run_lote_data to rlog_lote_data(qtde_runs)
           .

       anota-run-anterior-exit.
           exit.

      * Lanca os movimentos pendentes e o extrato de vendas e
      * processa a contagem fisica.

       processamento section.

           move "OCORRENCIAS DO LANCAMENTO" to titulo_secao_es
           write linha_estoque from linha_titulo_secao_es
           write linha_estoque from linha_titulos_ocor

           open extend estoque-hst
           if fs_estoque_hst = "35"
               open output estoque-hst
           end-if
           if fs_estoque_hst not = "00"
               move "HISTORICO ESTOQHST INDISPONIVEL - NADA LANCADO"
                 to aviso_estoque
               write linha_estoque from linha_aviso_estoque
               display "ESTOQHST indisponivel (status "
                       fs_estoque_hst ") - lancamento cancelado"
               move "N" to estoque_ok
               move 8 to cod_retorno
               go to processamento-exit
           end-if

           open input estoque-mov
           if fs_estoque_mov = "00"
               move "S" to movimento_lido
               perform until fs_estoque_mov = "10"
                   read estoque-mov next record
                       at end
                           move "10" to fs_estoque_mov
                       not at end
                           move registro-movimento to movimento_w
                           perform lanca-movimento
                   end-read
               end-perform
               close estoque-mov
           end-if

           perform lanca-vendas
           perform contagem-fisica

           close estoque-hst

           move spaces to linha_estoque
           write linha_estoque
           .

       processamento-exit.
           exit.

      * Converte o extrato de vendas da loja em movimentos de
      * saida (venda) e de volta ao estoque (estorno). Extrato ja
      * lancado no mesmo dia para a loja e recusado em modo lote
      * e, em modo interativo, lancado so com a confirmacao do
      * operador.

       lanca-vendas section.

           move "N" to vendas_duplicadas
           perform varying ind_rlog from 1 by 1
                   until ind_rlog > qtde_runs
               if rlog_loja(ind_rlog) = loja_execucao
                  and rlog_lote_data(ind_rlog) = data_exec
                   move "S" to vendas_duplicadas
               end-if
           end-perform

           if vendas_duplicadas = "S"
               if modo_execucao = "B"
                   move "EXTRATO DE VENDAS JA LANCADO HOJE - IGNORADO"
                     to aviso_estoque
                   write linha_estoque from linha_aviso_estoque
                   display "Extrato de vendas ja lancado hoje para a "
                           "loja " loja_execucao " - ignorado"
                   if cod_retorno < 4
                       move 4 to cod_retorno
                   end-if
                   go to lanca-vendas-exit
               else
                   display "Atencao: o extrato de vendas ja foi "
                           "lancado hoje para a loja " loja_execucao
                           ". Lancar mesmo assim? ('S'/'N')"
                   accept opcao
                   if opcao not = "S" and opcao not = "s"
                       go to lanca-vendas-exit
                   end-if
               end-if
           end-if

           open input vendas-file
           if fs_vendas_file not = "00"
               go to lanca-vendas-exit
           end-if

           move "S" to vendas_lancadas
           perform until fs_vendas_file = "10"
               read vendas-file next record
                   at end
                       move "10" to fs_vendas_file
                   not at end
                       move data_exec     to mov_data_w
                       move loja_execucao to mov_loja_w
                       move ven_nome      to mov_nome_w
                       move ven_diametro  to mov_diametro_w
                       move "VENDASEXT"   to mov_documento_w
                       if ven_tipo = "E" or ven_tipo = "e"
                           move "T" to mov_tipo_w
                       else
                           if ven_tipo = "V" or ven_tipo = "v"
                              or ven_tipo = space
                               move "S" to mov_tipo_w
                           else
                               move "?" to mov_tipo_w
                           end-if
                       end-if
                       if ven_qtde is numeric
                           move ven_qtde to mov_qtde_w
                       else
                           move 0   to mov_qtde_w
                           move "?" to mov_tipo_w
                       end-if
                       perform lanca-movimento
               end-read
           end-perform
           close vendas-file
           .

       lanca-vendas-exit.
           exit.

      * Lanca um movimento no saldo da posicao (loja, sabor,
      * diametro). Entrada e estorno somam, venda subtrai, ajuste
      * segue o sinal informado. Posicao inexistente e criada com
      * minimo zero; saldo que ficaria negativo e zerado e
      * apontado. O movimento lancado vai para o historico.

       lanca-movimento section.

           add 1 to qtde_movs_lidos

           evaluate mov_tipo_w
               when "E"
                   move "+" to mov_sinal_w
               when "T"
                   move "+" to mov_sinal_w
               when "S"
                   move "-" to mov_sinal_w
               when "A"
                   continue
               when other
                   move "?" to mov_sinal_w
           end-evaluate

           if (mov_sinal_w not = "+" and mov_sinal_w not = "-")
              or mov_qtde_w is not numeric
              or mov_diametro_w is not numeric
              or mov_loja_w is not numeric or mov_loja_w = 0
              or mov_nome_w = spaces
               add 1 to qtde_movs_rejeitados
               if mov_qtde_w is not numeric
                   move 0 to mov_qtde_w
               end-if
               if mov_diametro_w is not numeric
                   move 0 to mov_diametro_w
               end-if
               if mov_loja_w is not numeric
                   move 0 to mov_loja_w
               end-if
               move "movimento ilegivel - rejeitado" to motivo_det_ocor
               perform imprime-ocorrencia
               go to lanca-movimento-exit
           end-if

           perform busca-posicao
           if est_achado = "N"
               if qtde_estoques = 500
                   add 1 to qtde_movs_rejeitados
                   move "tabela de estoque cheia - rejeitado"
                     to motivo_det_ocor
                   perform imprime-ocorrencia
                   go to lanca-movimento-exit
               end-if
               add 1 to qtde_estoques
               move qtde_estoques  to ind_est
               move mov_loja_w     to est_tab_loja(ind_est)
               move mov_nome_w     to est_tab_nome(ind_est)
               move mov_diametro_w to est_tab_diametro(ind_est)
               move 0              to est_tab_atual(ind_est)
               move 0              to est_tab_minimo(ind_est)
               add 1 to qtde_posicoes_criadas
               move "posicao de estoque criada" to motivo_det_ocor
               perform imprime-ocorrencia
           end-if

           if mov_sinal_w = "+"
               add mov_qtde_w to est_tab_atual(ind_est)
                   on size error
                       move 99999 to est_tab_atual(ind_est)
                       move "saldo acima da capacidade - limitado"
                         to motivo_det_ocor
                       perform imprime-ocorrencia
               end-add
           else
               if mov_qtde_w > est_tab_atual(ind_est)
                   compute diferenca_w = mov_qtde_w
                                       - est_tab_atual(ind_est)
                   move 0 to est_tab_atual(ind_est)
                   add 1 to qtde_negativos
                   move diferenca_w to qtde_det_ocor
                   move "saldo negativo zerado (qtde em falta)"
                     to motivo_det_ocor
                   perform imprime-ocorrencia-qtde
               else
                   subtract mov_qtde_w from est_tab_atual(ind_est)
               end-if
           end-if

           evaluate mov_tipo_w
               when "E"
                   add mov_qtde_w to tot_entradas
               when "S"
                   add mov_qtde_w to tot_saidas
               when "T"
                   add mov_qtde_w to tot_estornos
               when "A"
                   if mov_sinal_w = "+"
                       add mov_qtde_w to tot_ajustes_mais
                   else
                       add mov_qtde_w to tot_ajustes_menos
                   end-if
           end-evaluate

           add 1 to qtde_movs_lancados
           move mov_data_w             to hst_data
           move mov_loja_w             to hst_loja
           move mov_tipo_w             to hst_tipo
           move mov_sinal_w            to hst_sinal
           move mov_nome_w             to hst_nome
           move mov_diametro_w         to hst_diametro
           move mov_qtde_w             to hst_qtde
           move mov_documento_w        to hst_documento
           move est_tab_atual(ind_est) to hst_saldo
           move data_exec              to hst_data_lanc
           write registro-hst-estoque
           .

       lanca-movimento-exit.
           exit.

      * Procura a posicao da loja/sabor/diametro do movimento.

       busca-posicao section.

           move "N" to est_achado
           move 0   to ind_est
           perform varying ind_pos from 1 by 1
                   until ind_pos > qtde_estoques
                      or est_achado = "S"
               if est_tab_loja(ind_pos) = mov_loja_w
                  and est_tab_nome(ind_pos) = mov_nome_w
                  and est_tab_diametro(ind_pos) = mov_diametro_w
                   move "S" to est_achado
                   move ind_pos to ind_est
               end-if
           end-perform
           .

       busca-posicao-exit.
           exit.

      * Imprime uma ocorrencia do movimento corrente com a sua
      * quantidade, ou (imprime-ocorrencia-qtde) com a quantidade
      * ja informada na linha.

       imprime-ocorrencia section.

           move mov_qtde_w to qtde_det_ocor
           perform imprime-ocorrencia-qtde
           .

       imprime-ocorrencia-exit.
           exit.

       imprime-ocorrencia-qtde section.

           move mov_loja_w      to loja_det_ocor
           move mov_nome_w      to nome_det_ocor
           move mov_diametro_w  to diametro_det_ocor
           move mov_tipo_w      to tipo_det_ocor
           move mov_documento_w to documento_det_ocor
           write linha_estoque from linha_detalhe_ocor
           if cod_retorno < 4
               move 4 to cod_retorno
           end-if
           .

       imprime-ocorrencia-qtde-exit.
           exit.

      * Contagem fisica: do arquivo INVENTAR (modo lote, ou por
      * escolha do operador) ou digitada. Cada item contado e
      * confrontado com o saldo teorico ja atualizado pelos
      * movimentos do dia e a diferenca e lancada como ajuste.

       contagem-fisica section.

           if modo_execucao = "B"
               move "A" to opcao
           else
               display "Contagem fisica: (A)rquivo INVENTAR, "
                       "(D)igitar ou (N)ao ha contagem "
               accept opcao
           end-if

           evaluate opcao
               when "A"
               when "a"
                   open input inventario-file
                   if fs_inventario_file = "00"
                       move "S" to inventario_lido
                       perform until fs_inventario_file = "10"
                           read inventario-file next record
                               at end
                                   move "10" to fs_inventario_file
                               not at end
                                   move inv_loja     to cnt_loja_w
                                   move inv_nome     to cnt_nome_w
                                   move inv_diametro to cnt_diametro_w
                                   move inv_contado  to cnt_contado_w
                                   perform confere-contagem
                           end-read
                       end-perform
                       close inventario-file
                   end-if
               when "D"
               when "d"
                   perform digita-contagem
               when other
                   continue
           end-evaluate

           if qtde_contagens > 0
               perform imprime-inventario
           end-if
           .

       contagem-fisica-exit.
           exit.

      * Digitacao da contagem: nome em branco encerra; loja zero
      * vale a loja da execucao.

       digita-contagem section.

           move "X" to cnt_nome_w
           perform until cnt_nome_w = spaces
               display "Informe o nome da pizza contada "
                       "(em branco para encerrar) "
               accept cnt_nome_w
               if cnt_nome_w not = spaces
                   display "Informe a loja (0 = loja " loja_execucao
                           ") "
                   accept cnt_loja_w
                   if cnt_loja_w is not numeric or cnt_loja_w = 0
                       move loja_execucao to cnt_loja_w
                   end-if
                   display "Informe o diametro "
                   accept cnt_diametro_w
                   display "Informe a quantidade contada "
                   accept cnt_contado_w
                   perform confere-contagem
               end-if
           end-perform
           .

       digita-contagem-exit.
           exit.

      * Confronta um item contado com o saldo teorico, guarda a
      * linha para o relatorio de perdas e lanca o ajuste.

       confere-contagem section.

           move data_exec      to mov_data_w
           move cnt_loja_w     to mov_loja_w
           move "A"            to mov_tipo_w
           move cnt_nome_w     to mov_nome_w
           move cnt_diametro_w to mov_diametro_w
           move "INVENTARIO"   to mov_documento_w
           move 0              to mov_qtde_w

           if cnt_contado_w is not numeric
              or cnt_diametro_w is not numeric
              or cnt_loja_w is not numeric or cnt_loja_w = 0
               move "?" to mov_sinal_w
               perform lanca-movimento
               go to confere-contagem-exit
           end-if

           if qtde_contagens = 300
               if cont_tab_cheia = "N"
                   move "S" to cont_tab_cheia
                   move "CONTAGENS EXCEDEM A TABELA - ITENS IGNORADOS"
                     to aviso_estoque
                   write linha_estoque from linha_aviso_estoque
               end-if
               go to confere-contagem-exit
           end-if

           perform busca-posicao
           add 1 to qtde_contagens
           move cnt_loja_w     to cnt_loja(qtde_contagens)
           move cnt_nome_w     to cnt_nome(qtde_contagens)
           move cnt_diametro_w to cnt_diametro(qtde_contagens)
           move cnt_contado_w  to cnt_contado(qtde_contagens)
           if est_achado = "S"
               move est_tab_atual(ind_est)
                 to cnt_teorico(qtde_contagens)
           else
               move 0 to cnt_teorico(qtde_contagens)
           end-if

           if cnt_contado_w > cnt_teorico(qtde_contagens)
               move "+" to mov_sinal_w
               compute mov_qtde_w = cnt_contado_w
                                  - cnt_teorico(qtde_contagens)
           else
               move "-" to mov_sinal_w
               compute mov_qtde_w = cnt_teorico(qtde_contagens)
                                  - cnt_contado_w
           end-if

           if mov_qtde_w > 0
               perform lanca-movimento
           end-if
           .

       confere-contagem-exit.
           exit.

      * Relatorio de perdas e sobras do inventario por loja e
      * item, com total da loja e da rede.

       imprime-inventario section.

           if qtde_contagens > 1
               move 'trocou' to controle
               perform until controle <> 'trocou'
                   move 1 to ind_inv
                   move 'nTrocou' to controle
                   perform until ind_inv = qtde_contagens
                       if cnt_loja(ind_inv) > cnt_loja(ind_inv + 1)
                          or (cnt_loja(ind_inv) = cnt_loja(ind_inv + 1)
                          and cnt_nome(ind_inv) > cnt_nome(ind_inv + 1))
                          or (cnt_loja(ind_inv) = cnt_loja(ind_inv + 1)
                          and cnt_nome(ind_inv) = cnt_nome(ind_inv + 1)
                          and cnt_diametro(ind_inv)
                              > cnt_diametro(ind_inv + 1))
                           move contagens(ind_inv + 1)
                             to contagem_aux
                           move contagens(ind_inv)
                             to contagens(ind_inv + 1)
                           move contagem_aux to contagens(ind_inv)
                           move 'trocou' to controle
                       end-if
                       add 1 to ind_inv
                   end-perform
               end-perform
           end-if

           move spaces to linha_estoque
           write linha_estoque
           move "INVENTARIO FISICO - PERDAS E SOBRAS POR LOJA E ITEM"
             to titulo_secao_es
           write linha_estoque from linha_titulo_secao_es
           write linha_estoque from linha_titulos_inv

           move cnt_loja(1) to loja_quebra
           move 0 to perda_loja
           move 0 to sobra_loja
           perform varying ind_inv from 1 by 1
                   until ind_inv > qtde_contagens
               if cnt_loja(ind_inv) not = loja_quebra
                   perform imprime-total-loja-inv
                   move cnt_loja(ind_inv) to loja_quebra
               end-if

               move cnt_loja(ind_inv)     to loja_det_inv
               move cnt_nome(ind_inv)     to nome_det_inv
               move cnt_diametro(ind_inv) to diametro_det_inv
               move cnt_teorico(ind_inv)  to teorico_det_inv
               move cnt_contado(ind_inv)  to contado_det_inv
               move 0 to perda_det_inv
               move 0 to sobra_det_inv
               if cnt_contado(ind_inv) < cnt_teorico(ind_inv)
                   compute diferenca_w = cnt_teorico(ind_inv)
                                       - cnt_contado(ind_inv)
                   move diferenca_w to perda_det_inv
                   add diferenca_w to perda_loja
                   add diferenca_w to perda_rede
               else
                   compute diferenca_w = cnt_contado(ind_inv)
                                       - cnt_teorico(ind_inv)
                   move diferenca_w to sobra_det_inv
                   add diferenca_w to sobra_loja
                   add diferenca_w to sobra_rede
               end-if
               write linha_estoque from linha_detalhe_inv
           end-perform
           perform imprime-total-loja-inv

           move perda_rede to perda_rede_inv
           move sobra_rede to sobra_rede_inv
           write linha_estoque from linha_total_rede_inv

           if perda_rede > 0 or sobra_rede > 0
               if cod_retorno < 4
                   move 4 to cod_retorno
               end-if
           end-if
           .

       imprime-inventario-exit.
           exit.

      * Linha de total da loja na quebra do inventario.

       imprime-total-loja-inv section.

           move loja_quebra to loja_tot_inv
           move perda_loja  to perda_tot_inv
           move sobra_loja  to sobra_tot_inv
           write linha_estoque from linha_total_loja_inv
           move spaces to linha_estoque
           write linha_estoque
           move 0 to perda_loja
           move 0 to sobra_loja
           .

       imprime-total-loja-inv-exit.
           exit.

      * Regrava as posicoes, esvazia os movimentos lancados e a
      * contagem processada, imprime os totais e registra a
      * execucao no RUNLOG.

       finaliza section.

           if estoque_ok = "S"
               open output estoque-file
               perform varying ind_est from 1 by 1
                       until ind_est > qtde_estoques
                   move est_tab_nome(ind_est)     to est_nome
                   move est_tab_diametro(ind_est) to est_diametro
                   move est_tab_atual(ind_est)    to est_atual
                   move est_tab_minimo(ind_est)   to est_minimo
                   move est_tab_loja(ind_est)     to est_loja
                   write registro-estoque
               end-perform
               close estoque-file

               if movimento_lido = "S"
                   open output estoque-mov
                   close estoque-mov
               end-if
               if inventario_lido = "S"
                   open output inventario-file
                   close inventario-file
               end-if
           end-if

           move "TOTAIS DO LANCAMENTO" to titulo_secao_es
           write linha_estoque from linha_titulo_secao_es
           move "Movimentos lidos..................:"
             to total_texto_es
           move qtde_movs_lidos to total_valor_es
           write linha_estoque from linha_total_estoque
           move "Movimentos lancados...............:"
             to total_texto_es
           move qtde_movs_lancados to total_valor_es
           write linha_estoque from linha_total_estoque
           move "Movimentos rejeitados.............:"
             to total_texto_es
           move qtde_movs_rejeitados to total_valor_es
           write linha_estoque from linha_total_estoque
           move "Entradas por recebimento..........:"
             to total_texto_es
           move tot_entradas to total_valor_es
           write linha_estoque from linha_total_estoque
           move "Saidas por venda..................:"
             to total_texto_es
           move tot_saidas to total_valor_es
           write linha_estoque from linha_total_estoque
           move "Estornos de venda.................:"
             to total_texto_es
           move tot_estornos to total_valor_es
           write linha_estoque from linha_total_estoque
           move "Ajustes de inventario (+).........:"
             to total_texto_es
           move tot_ajustes_mais to total_valor_es
           write linha_estoque from linha_total_estoque
           move "Ajustes de inventario (-).........:"
             to total_texto_es
           move tot_ajustes_menos to total_valor_es
           write linha_estoque from linha_total_estoque
           move "Saldos negativos zerados..........:"
             to total_texto_es
           move qtde_negativos to total_valor_es
           write linha_estoque from linha_total_estoque
           move "Posicoes criadas..................:"
             to total_texto_es
           move qtde_posicoes_criadas to total_valor_es
           write linha_estoque from linha_total_estoque

           close estoque-report

           perform grava-runlog

           display "Lancamento do estoque: " qtde_movs_lancados
                   " movimentos lancados, " qtde_movs_rejeitados
                   " rejeitados"

           move cod_retorno to return-code

           Stop run.

       finaliza-exit.
           exit.

      * Registro desta execucao no RUNLOG; a data do lancamento
      * do extrato de vendas fica em run_lote_data para o
      * controle de lancamento em dobro.

       grava-runlog section.

           accept hora_fim_exec from time

           open extend runlog-file
           if fs_runlog_file = "35"
               open output runlog-file
           end-if
           if fs_runlog_file = "00"
               move "pizzaestoq"           to run_programa
               move data_exec              to run_data
               move hora_exec(1:6)         to run_hora_ini
               move hora_fim_exec(1:6)     to run_hora_fim
               move loja_execucao          to run_loja
               move modo_execucao          to run_modo
               move qtde_movs_lidos        to run_lidos
               move qtde_movs_lancados     to run_aceitos
               move qtde_movs_rejeitados   to run_rejeitados
               move qtde_estoques          to run_gravados
               move 0                      to run_arquivados
               if vendas_lancadas = "S" and estoque_ok = "S"
                   move data_exec to run_lote_data
               else
                   move 0 to run_lote_data
               end-if
               move cod_retorno            to run_retorno
               move "E"                    to run_tipo
               move 0                      to run_lote_fornecedor
               move data_relogio           to run_data_relogio
               move reprocessamento        to run_reprocesso
               move "LOTE"                 to run_operador
               write registro-runlog
               close runlog-file
           else
               display "Registro de execucao indisponivel (status "
                       fs_runlog_file ")"
           end-if
           .

       grava-runlog-exit.
           exit.
