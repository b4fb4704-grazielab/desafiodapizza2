      *                  fim, contadores de lidos, arquivados e
      *                  retidos e o codigo de retorno), para o
      *                  relatorio de operacao do pizzaoplog.
      * 15/10/2026 GBB - registro do RUNLOG com o tipo ('E'
      *                  execucao) e o fornecedor do lote, no
      *                  mesmo layout gravado pelo pizzadesafio.
      * 15/10/2026 GBB - data de movimento lida do DATAMOV (registro
      *                  00 da rede) em vez do relogio, com recusa
      *                  de dia ja fechado fora de reprocessamento;
      *                  RUNLOG com a data do relogio e a marca de
      *                  reprocessamento.
      * 15/10/2026 GBB - operador no registro do RUNLOG (LOTE:
      *                  programa sem identificacao de operador).
      *-----------------------------------------------------------

      *Divisão para configuração do ambiente
               organization is line sequential
               file status is fs_runlog_file.

           select data-movimento
               assign to "DATAMOV"
               organization is line sequential
               file status is fs_data_movimento.

       i-o-control.

      *Declaração de variáveis
           05 cfg_data_corte                       pic 9(08).
           05 cfg_loja                             pic 9(02).
           05 cfg_consolidado                      pic x(01).
           05 cfg_data_movimento                   pic 9(08).
           05 cfg_reprocessa                       pic x(01).

       fd purge-report.
       01 linha_purge                              pic x(100).
           05 run_arquivados                       pic 9(05).
           05 run_lote_data                        pic 9(08).
           05 run_retorno                          pic 9(02).
           05 run_tipo                             pic x(01).
           05 run_lote_fornecedor                  pic 9(03).
           05 run_data_relogio                     pic 9(08).
           05 run_reprocesso                       pic x(01).
           05 run_operador                         pic x(08).

       fd data-movimento.
       01 registro-data-movimento.
           05 dm_loja                              pic 9(02).
           05 dm_data_movimento                    pic 9(08).
           05 dm_ultima_fechada                    pic 9(08).

      *----Variaveis de trabalho
       working-storage section.
       77 fs_price_history                         pic x(02).
       77 fs_price_archive                         pic x(02).
       77 fs_controle_exec                         pic x(02).
       77 fs_data_movimento                        pic x(02).
       77 fs_purge_report                          pic x(02).
       77 fs_runlog_file                           pic x(02).
       77 hora_exec                                pic 9(08).
                                                   value 0.
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
       77 data_corte_ed                            pic x(10).

       77 qtde_lidas                               pic 9(05)

       inicializa section.

           accept hora_exec from time

           open input controle-execucao
           if fs_controle_exec = "00"
                           move cfg_data_corte to data_corte
                           move "S" to parametro_ok
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

           if parametro_ok = "N"
               display "Data de corte não informada no registro de "
                       "controle - nada a expurgar"
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

      * Passa o historico pela chave: registro anterior a data de
      * corte vai para o arquivo morto e e excluido do proprio
      * price-history; o restante permanece como esta, sem regravar
               move qtde_arquivadas    to run_arquivados
               move 0                  to run_lote_data
               move cod_retorno        to run_retorno
               move "E"                to run_tipo
               move 0                  to run_lote_fornecedor
               move data_relogio       to run_data_relogio
               move reprocessamento    to run_reprocesso
               move "LOTE"             to run_operador
               write registro-runlog
               close runlog-file
           else
