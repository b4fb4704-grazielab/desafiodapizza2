      *                  codigo de retorno, para o plantao
      *                  responder se o lote rodou sem deduzir
      *                  pelo cabecalho do PIZZAREL.
      * 15/10/2026 GBB - registros de bloco ('B') do RUNLOG saem
      *                  abaixo da execucao do pizzadesafio, uma
      *                  linha por planilha de fornecedor com os
      *                  contadores e o retorno do bloco.
      * 15/10/2026 GBB - a data da execucao e a data de movimento;
      *                  ao lado saem a data do relogio em que o
      *                  programa rodou e a marca de
      *                  reprocessamento de dia ja fechado.
      * 15/10/2026 GBB - operador da execucao (LOTE nos programas
      *                  sem identificacao) na ultima coluna.
      *-----------------------------------------------------------

      *Divisão para configuração do ambiente
           05 run_arquivados                       pic 9(05).
           05 run_lote_data                        pic 9(08).
           05 run_retorno                          pic 9(02).
           05 run_tipo                             pic x(01).
           05 run_lote_fornecedor                  pic 9(03).
           05 run_data_relogio                     pic 9(08).
           05 run_reprocesso                       pic x(01).
           05 run_operador                         pic x(08).

       fd oper-report.
       01 linha_oper                               pic x(120).
           05 exe_gravados                         pic 9(05).
           05 exe_arquivados                       pic 9(05).
           05 exe_retorno                          pic 9(02).
           05 exe_tipo                             pic x(01).
           05 exe_lote_data                        pic 9(08).
           05 exe_lote_fornecedor                  pic 9(03).
           05 exe_data_relogio                     pic 9(08).
           05 exe_reprocesso                       pic x(01).
           05 exe_operador                         pic x(08).

       01 execucao_aux.
           05 exe_programa_aux                     pic x(12).
           05 exe_gravados_aux                     pic 9(05).
           05 exe_arquivados_aux                   pic 9(05).
           05 exe_retorno_aux                      pic 9(02).
           05 exe_tipo_aux                         pic x(01).
           05 exe_lote_data_aux                    pic 9(08).
           05 exe_lote_fornecedor_aux              pic 9(03).
           05 exe_data_relogio_aux                 pic 9(08).
           05 exe_reprocesso_aux                   pic x(01).
           05 exe_operador_aux                     pic x(08).

       01 linha_cab_oper_1.
           05 filler                               pic x(25)
              value "ARQUI".
           05 filler                               pic x(04)
              value "RC".
           05 filler                               pic x(11)
              value "RELOGIO".
           05 filler                               pic x(05)
              value "REPR".
           05 filler                               pic x(08)
              value "OPERADOR".
       01 linha_detalhe_oper.
           05 programa_det_op                      pic x(12).
           05 filler                               pic x(01)
           05 filler                               pic x(02)
              value space.
           05 retorno_det_op                       pic z9.
           05 filler                               pic x(02)
              value space.
           05 relogio_det_op                       pic x(10).
           05 filler                               pic x(02)
              value space.
           05 reprocesso_det_op                    pic x(03).
           05 filler                               pic x(02)
              value space.
           05 operador_det_op                      pic x(08).
       01 linha_bloco_oper.
           05 filler                               pic x(04)
              value space.
           05 filler                               pic x(06)
              value "BLOCO ".
           05 filler                               pic x(06)
              value "FORN. ".
           05 forn_blc_op                          pic zz9.
           05 filler                               pic x(10)
              value " PLANILHA ".
           05 data_blc_op                          pic x(10).
           05 filler                               pic x(05)
              value space.
           05 lidos_blc_op                         pic zzzz9.
           05 filler                               pic x(02)
              value space.
           05 aceitos_blc_op                       pic zzzz9.
           05 filler                               pic x(02)
              value space.
           05 rejeitados_blc_op                    pic zzzz9.
           05 filler                               pic x(16)
              value space.
           05 retorno_blc_op                       pic z9.
       01 linha_aviso_oper.
           05 filler                               pic x(48)
              value "ATENCAO: registro de execucoes excede a tabela".
           move run_gravados   to exe_gravados(qtde_execucoes)
           move run_arquivados to exe_arquivados(qtde_execucoes)
           move run_retorno    to exe_retorno(qtde_execucoes)
           if run_tipo = "B"
               move "B" to exe_tipo(qtde_execucoes)
           else
               move "E" to exe_tipo(qtde_execucoes)
           end-if
           if run_lote_data is numeric
               move run_lote_data to exe_lote_data(qtde_execucoes)
           else
               move 0 to exe_lote_data(qtde_execucoes)
           end-if
           if run_lote_fornecedor is numeric
               move run_lote_fornecedor
                 to exe_lote_fornecedor(qtde_execucoes)
           else
               move 0 to exe_lote_fornecedor(qtde_execucoes)
           end-if
           if run_data_relogio is numeric
               move run_data_relogio
                 to exe_data_relogio(qtde_execucoes)
           else
               move 0 to exe_data_relogio(qtde_execucoes)
           end-if
           if run_reprocesso = "S"
               move "S" to exe_reprocesso(qtde_execucoes)
           else
               move "N" to exe_reprocesso(qtde_execucoes)
           end-if
           move run_operador   to exe_operador(qtde_execucoes)
           .

       anota-execucao-exit.
                       write linha_oper from linha_titulos_oper
                   end-if

                   if exe_tipo(ind_exe) = "B"
                       perform imprime-bloco
                   else
                       move exe_programa(ind_exe) to programa_det_op
                       string exe_data(ind_exe)(7:2) "/"
                              exe_data(ind_exe)(5:2) "/"
                              exe_data(ind_exe)(1:4)
                           into data_det_op
                       move exe_hora_ini(ind_exe)  to hora_ini_det_op
                       move exe_hora_fim(ind_exe)  to hora_fim_det_op
                       move exe_modo(ind_exe)      to modo_det_op
                       move exe_lidos(ind_exe)     to lidos_det_op
                       move exe_aceitos(ind_exe)   to aceitos_det_op
                       move exe_rejeitados(ind_exe)
                         to rejeitados_det_op
                       move exe_gravados(ind_exe)  to gravados_det_op
                       move exe_arquivados(ind_exe)
                         to arquivados_det_op
                       move exe_retorno(ind_exe)   to retorno_det_op
                       if exe_data_relogio(ind_exe) > 0
                           string exe_data_relogio(ind_exe)(7:2) "/"
                                  exe_data_relogio(ind_exe)(5:2) "/"
                                  exe_data_relogio(ind_exe)(1:4)
                               into relogio_det_op
                       else
                           move spaces to relogio_det_op
                       end-if
                       if exe_reprocesso(ind_exe) = "S"
                           move "SIM" to reprocesso_det_op
                       else
                           move spaces to reprocesso_det_op
                       end-if
                       move exe_operador(ind_exe)  to operador_det_op
                       write linha_oper from linha_detalhe_oper
                   end-if
               end-perform

               if exec_tab_cheia = "S"
       imprime-operacao-exit.
           exit.

      * Linha de um bloco (planilha de fornecedor) da carga em
      * lote, logo abaixo da execucao do pizzadesafio que o leu.

       imprime-bloco section.

           move exe_lote_fornecedor(ind_exe) to forn_blc_op
           string exe_lote_data(ind_exe)(7:2) "/"
                  exe_lote_data(ind_exe)(5:2) "/"
                  exe_lote_data(ind_exe)(1:4)
               into data_blc_op
           move exe_lidos(ind_exe)      to lidos_blc_op
           move exe_aceitos(ind_exe)    to aceitos_blc_op
           move exe_rejeitados(ind_exe) to rejeitados_blc_op
           move exe_retorno(ind_exe)    to retorno_blc_op
           write linha_oper from linha_bloco_oper
           .

       imprime-bloco-exit.
           exit.

      * Fecha o relatorio.

       finaliza section.
