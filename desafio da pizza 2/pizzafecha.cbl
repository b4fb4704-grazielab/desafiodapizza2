      *Divisão de identificação do programa
       identification division.
       program-id. "pizzafecha".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *-----------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026 GBB - fechamento do dia: fecha a data de
      *                  movimento da loja (ou de todas as lojas,
      *                  com loja 00) no DATAMOV e abre o dia
      *                  seguinte. Loja sem registro proprio herda
      *                  a data do registro 00 da rede; DATAMOV
      *                  sem o registro pedido e aberto com a data
      *                  do sistema, sem fechar nada. Dia posterior
      *                  ao relogio nao e fechado. Codigo de
      *                  retorno 0, 4 com loja recusada e 8 sem
      *                  nenhuma loja fechada; execucao registrada
      *                  no RUNLOG.
      * 15/10/2026 GBB - operador no registro do RUNLOG (LOTE:
      *                  programa sem identificacao de operador).
      * 15/10/2026 GBB - abertura e gravacoes do DATAMOV conferidas;
      *                  falha = retorno 8 no RUNLOG e as lojas so
      *                  aparecem como fechadas com o DATAMOV gravado.
      *-----------------------------------------------------------

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.

           select data-movimento
               assign to "DATAMOV"
               organization is line sequential
               file status is fs_data_movimento.

           select controle-execucao
               assign to "LIMITCFG"
               organization is line sequential
               file status is fs_controle_exec.

           select runlog-file
               assign to "RUNLOG"
               organization is line sequential
               file status is fs_runlog_file.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

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

       77 fs_data_movimento                        pic x(02).
       77 fs_controle_exec                         pic x(02).
       77 fs_runlog_file                           pic x(02).

       77 data_relogio                             pic 9(08).
       77 hora_exec                                pic 9(08).
       77 hora_fim_exec                            pic 9(08).
       77 modo_execucao                            pic x(01)
                                                   value "I".
       77 cod_retorno                              pic 9(02)
                                                   value 0.
       77 loja_fechar                              pic 9(02)
                                                   value 0.
       77 data_fechar                              pic 9(08)
                                                   value 0.
       77 qtde_lidos                               pic 9(05)
                                                   value 0.
       77 qtde_fechadas                            pic 9(05)
                                                   value 0.
       77 qtde_recusadas                           pic 9(05)
                                                   value 0.
       77 qtde_abertas                             pic 9(05)
                                                   value 0.
       77 qtde_gravados                            pic 9(05)
                                                   value 0.
       77 datamov_tab_cheia                        pic x(01)
                                                   value "N".
       77 datamov_gravado                          pic x(01)
                                                   value "N".
       77 loja_achada                              pic x(01).
       77 ind_rede                                 pic 9(03)
                                                   value 0.
       77 ind_dm                                   pic 9(03).

       77 ano_calc                                 pic 9(04).
       77 mes_calc                                 pic 9(02).
       77 dia_calc                                 pic 9(02).
       77 dias_mes                                 pic 9(02).
       77 quoc_calc                                pic 9(04).
       77 rem_4                                    pic 9(04).
       77 rem_100                                  pic 9(04).
       77 rem_400                                  pic 9(04).
       77 data_calc                                pic 9(08).

       77 qtde_datas                               pic 9(03)
                                                   value 0.
       01 datas_movimento occurs 100 times.
           05 dmt_loja                             pic 9(02).
           05 dmt_data_movimento                   pic 9(08).
           05 dmt_ultima_fechada                   pic 9(08).
           05 dmt_situacao                         pic x(01).

       01 tabela_dias_mes.
           05 filler                               pic x(24)
              value "312831303130313130313031".
       01 tabela_dias_mes_r redefines tabela_dias_mes.
           05 dias_mes_tab occurs 12 times         pic 9(02).

      *----Variaveis para comunicação entre programas
       linkage section.

      *----Declaração de tela
       screen section.

      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      * Le o registro de controle (modo e loja a fechar) e carrega
      * as datas de movimento do DATAMOV na tabela.

       inicializa section.

           accept data_relogio from date yyyymmdd
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
                       if cfg_loja is numeric
                           move cfg_loja to loja_fechar
                       end-if
               end-read
               close controle-execucao
           end-if

           if modo_execucao not = "B"
               display "Informe a loja a fechar (0 para todas as "
                       "lojas) "
               accept loja_fechar
           end-if
           if loja_fechar is not numeric
               move 0 to loja_fechar
           end-if

           open input data-movimento
           if fs_data_movimento = "00"
               perform until fs_data_movimento = "10"
                   read data-movimento next record
                       at end
                           move "10" to fs_data_movimento
                       not at end
                           add 1 to qtde_lidos
                           perform carrega-data-movimento
                   end-read
               end-perform
               close data-movimento
           end-if

           if datamov_tab_cheia = "S"
               display "DATAMOV excede a tabela de lojas - "
                       "fechamento cancelado"
               move 8 to cod_retorno
           end-if
           .

       inicializa-exit.
           exit.

      * Guarda um registro do DATAMOV na tabela; registro ilegivel
      * e descartado com aviso (sai do arquivo na regravacao).

       carrega-data-movimento section.

           if dm_loja is not numeric
              or dm_data_movimento is not numeric
              or dm_ultima_fechada is not numeric
               display "Registro ilegivel no DATAMOV descartado: "
                       registro-data-movimento
               go to carrega-data-movimento-exit
           end-if

           if qtde_datas = 100
               move "S" to datamov_tab_cheia
               go to carrega-data-movimento-exit
           end-if

           add 1 to qtde_datas
           move dm_loja           to dmt_loja(qtde_datas)
           move dm_data_movimento to dmt_data_movimento(qtde_datas)
           move dm_ultima_fechada to dmt_ultima_fechada(qtde_datas)
           move space             to dmt_situacao(qtde_datas)
           if dm_loja = 0
               move qtde_datas to ind_rede
           end-if
           .

       carrega-data-movimento-exit.
           exit.

      * Fecha a loja pedida ou, com loja 00, todas as lojas do
      * DATAMOV. Loja sem registro proprio ganha um, com a data do
      * registro da rede; sem registro da rede o dia e aberto com
      * a data do sistema e nada e fechado nesta execucao.

       processamento section.

           if cod_retorno = 8
               go to processamento-exit
           end-if

           move "N" to loja_achada
           perform varying ind_dm from 1 by 1
                   until ind_dm > qtde_datas
               if dmt_loja(ind_dm) = loja_fechar
                   move "S" to loja_achada
               end-if
           end-perform

           if loja_achada = "N"
               if qtde_datas = 100
                   display "Tabela de lojas do DATAMOV cheia - loja "
                           loja_fechar " nao incluida"
                   move 8 to cod_retorno
                   go to processamento-exit
               end-if
               add 1 to qtde_datas
               move loja_fechar to dmt_loja(qtde_datas)
               if ind_rede > 0 and loja_fechar > 0
                   move dmt_data_movimento(ind_rede)
                     to dmt_data_movimento(qtde_datas)
                   move dmt_ultima_fechada(ind_rede)
                     to dmt_ultima_fechada(qtde_datas)
                   move space to dmt_situacao(qtde_datas)
               else
                   move data_relogio to dmt_data_movimento(qtde_datas)
                   move 0            to dmt_ultima_fechada(qtde_datas)
                   move "A"          to dmt_situacao(qtde_datas)
                   add 1 to qtde_abertas
                   go to processamento-exit
               end-if
           end-if

           perform varying ind_dm from 1 by 1
                   until ind_dm > qtde_datas
               if loja_fechar = 0
                  or dmt_loja(ind_dm) = loja_fechar
                   perform fecha-dia
               end-if
           end-perform
           .

       processamento-exit.
           exit.

      * Fecha o dia de uma loja da tabela e abre o seguinte. Dia
      * posterior ao relogio nao e fechado: o fechamento em dobro
      * jogaria a loja para o futuro.

       fecha-dia section.

           if dmt_data_movimento(ind_dm) > data_relogio
               display "Loja " dmt_loja(ind_dm) " com dia "
                       dmt_data_movimento(ind_dm) " posterior a "
                       "data do sistema - fechamento recusado"
               add 1 to qtde_recusadas
               go to fecha-dia-exit
           end-if

           move dmt_data_movimento(ind_dm) to data_calc
           move data_calc to dmt_ultima_fechada(ind_dm)
           if dmt_loja(ind_dm) = loja_fechar or data_fechar = 0
               move data_calc to data_fechar
           end-if
           perform soma-um-dia
           move data_calc to dmt_data_movimento(ind_dm)
           move "F"       to dmt_situacao(ind_dm)
           add 1 to qtde_fechadas
           .

       fecha-dia-exit.
           exit.

      * Soma 1 dia a data_calc respeitando a virada de mes e de
      * ano (fevereiro bissexto incluido), sem depender de funcao
      * de calendario.

       soma-um-dia section.

           compute ano_calc = data_calc / 10000
           compute mes_calc = (data_calc / 100) - (ano_calc * 100)
           compute dia_calc = data_calc - (ano_calc * 10000)
                                        - (mes_calc * 100)

           add 1 to dia_calc

           move dias_mes_tab(mes_calc) to dias_mes
           if mes_calc = 2
               divide ano_calc by 4   giving quoc_calc
                   remainder rem_4
               divide ano_calc by 100 giving quoc_calc
                   remainder rem_100
               divide ano_calc by 400 giving quoc_calc
                   remainder rem_400
               if rem_4 = 0 and (rem_100 not = 0 or rem_400 = 0)
                   move 29 to dias_mes
               end-if
           end-if

           if dia_calc > dias_mes
               move 1 to dia_calc
               add 1 to mes_calc
               if mes_calc > 12
                   move 1 to mes_calc
                   add 1 to ano_calc
               end-if
           end-if

           compute data_calc = (ano_calc * 10000)
                             + (mes_calc * 100) + dia_calc
           .

       soma-um-dia-exit.
           exit.

      * Regrava o DATAMOV com as datas da tabela, registra a
      * execucao no RUNLOG e devolve o codigo de retorno.

       finaliza section.

           if cod_retorno not = 8
               perform regrava-data-movimento
           end-if

           if datamov_gravado = "S"
               if qtde_fechadas = 0 and qtde_abertas = 0
                   move 8 to cod_retorno
               else
                   if qtde_recusadas > 0
                       move 4 to cod_retorno
                   end-if
               end-if
           else
               move 0 to qtde_fechadas
           end-if

           perform grava-runlog

           if datamov_gravado = "S"
               display "Fechamento do dia: " qtde_fechadas
                       " loja(s) fechada(s), " qtde_recusadas
                       " recusada(s), retorno " cod_retorno
           else
               display "Fechamento do dia nao gravado no DATAMOV - "
                       "retorno " cod_retorno
           end-if

           move cod_retorno to return-code

           Stop run.

       finaliza-exit.
           exit.

      * Grava a tabela de volta no DATAMOV, conferindo a abertura e
      * cada gravacao; so com o arquivo completo o fechamento vale
      * e as lojas fechadas e abertas sao mostradas. Gravacao
      * interrompida deixa o DATAMOV incompleto: retorno 8.

       regrava-data-movimento section.

           open output data-movimento
           if fs_data_movimento not = "00"
               display "DATAMOV indisponivel (status "
                       fs_data_movimento ") - dia nao fechado"
               move 8 to cod_retorno
               go to regrava-data-movimento-exit
           end-if

           perform varying ind_dm from 1 by 1
                   until ind_dm > qtde_datas
                      or fs_data_movimento not = "00"
               move dmt_loja(ind_dm)           to dm_loja
               move dmt_data_movimento(ind_dm) to dm_data_movimento
               move dmt_ultima_fechada(ind_dm) to dm_ultima_fechada
               write registro-data-movimento
               if fs_data_movimento = "00"
                   add 1 to qtde_gravados
               end-if
           end-perform

           if fs_data_movimento not = "00"
               display "Erro na gravacao do DATAMOV (status "
                       fs_data_movimento ") - arquivo incompleto, "
                       "restaurar antes de novo fechamento"
               close data-movimento
               move 8 to cod_retorno
               go to regrava-data-movimento-exit
           end-if
           close data-movimento
           move "S" to datamov_gravado

           perform varying ind_dm from 1 by 1
                   until ind_dm > qtde_datas
               if dmt_situacao(ind_dm) = "F"
                   display "Loja " dmt_loja(ind_dm)
                           " - fechado o dia "
                           dmt_ultima_fechada(ind_dm)
                           ", aberto o dia "
                           dmt_data_movimento(ind_dm)
               end-if
               if dmt_situacao(ind_dm) = "A"
                   display "Loja " dmt_loja(ind_dm) " sem data de "
                           "movimento - aberto o dia "
                           dmt_data_movimento(ind_dm)
               end-if
           end-perform
           .

       regrava-data-movimento-exit.
           exit.

      * Registro da execucao no RUNLOG: data de movimento fechada,
      * data do relogio e os contadores de lojas.

       grava-runlog section.

           accept hora_fim_exec from time

           open extend runlog-file
           if fs_runlog_file = "35"
               open output runlog-file
           end-if
           if fs_runlog_file = "00"
               move "pizzafecha"       to run_programa
               move data_fechar        to run_data
               move hora_exec(1:6)     to run_hora_ini
               move hora_fim_exec(1:6) to run_hora_fim
               move loja_fechar        to run_loja
               move modo_execucao      to run_modo
               move qtde_lidos         to run_lidos
               move qtde_fechadas      to run_aceitos
               move qtde_recusadas     to run_rejeitados
               move qtde_gravados      to run_gravados
               move 0                  to run_arquivados
               move data_fechar        to run_lote_data
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
