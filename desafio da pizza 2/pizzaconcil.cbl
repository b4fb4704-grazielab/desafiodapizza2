      *                  scheduler segurar a carga.
      * 02/09/2026 GBB - leitura do price-history pela chave, com
      *                  a reorganizacao do arquivo como indexado.
      * 15/10/2026 GBB - data de movimento lida do DATAMOV (registro
      *                  00 da rede) em vez do relogio; le do
      *                  LIMITCFG o dia a reprocessar e recusa dia
      *                  ja fechado fora de reprocessamento.
      *-----------------------------------------------------------

      *Divisão para configuração do ambiente
               organization is line sequential
               file status is fs_concil_report.

           select data-movimento
               assign to "DATAMOV"
               organization is line sequential
               file status is fs_data_movimento.

           select controle-execucao
               assign to "LIMITCFG"
               organization is line sequential
               file status is fs_controle_exec.

       i-o-control.

      *Declaração de variáveis
       fd concil-report.
       01 linha_concil                             pic x(100).

       fd data-movimento.
       01 registro-data-movimento.
           05 dm_loja                              pic 9(02).
           05 dm_data_movimento                    pic 9(08).
           05 dm_ultima_fechada                    pic 9(08).

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

      *----Variaveis de trabalho
       working-storage section.

       77 fs_controle_exec                         pic x(02).
       77 fs_data_movimento                        pic x(02).
       77 fs_price_master                          pic x(02).
       77 fs_price_history                         pic x(02).
       77 fs_checkpoint_ctrl                       pic x(02).

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
       77 cod_retorno                              pic 9(02)
                                                   value 0.


       inicializa section.

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
               move cod_retorno to return-code
               Stop run
           end-if

           string data_exec(7:2) "/" data_exec(5:2) "/" data_exec(1:4)
               into data_exec_ed

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

      * Carrega as chaves do price-master na tabela do catalogo,
      * para o confronto com o historico.

