      *Divisão de identificação do programa
       identification division.
       program-id. "pizzabkp".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *-----------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026 GBB - copia de seguranca do catalogo: grava no
      *                  fim do PRICEBKP uma copia completa do
      *                  PRICEMST (header 'H' com data de movimento,
      *                  hora e quantidade de registros do PRICEAUD
      *                  naquele momento, um 'D' por cotacao e
      *                  trailer 'T' com quantidade e soma dos
      *                  precos). Roda antes das cargas do dia; a
      *                  reconstrucao (pizzarecup) parte de uma
      *                  dessas copias e reaplica o PRICEAUD dali
      *                  em diante. Codigo de retorno 0, ou 8 sem
      *                  catalogo ou sem onde gravar a copia.
      * 15/10/2026 GBB - data de movimento so do DATAMOV; a copia
      *                  nao depende de dia aberto ou fechado.
      * 15/10/2026 GBB - data do relogio do header tomada junto com a
      *                  hora da copia.
      * 15/10/2026 GBB - PRICEAUD ilegivel (status diferente de 00 ou
      *                  35) impede a copia: o header nao sai com a
      *                  contagem da trilha errada; retorno 8.
      *-----------------------------------------------------------

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.

           select price-master
               assign to "PRICEMST"
               organization is indexed
               access mode is dynamic
               record key is pm_chave
               file status is fs_price_master.

           select price-audit
               assign to "PRICEAUD"
               organization is line sequential
               file status is fs_price_audit.

           select price-backup
               assign to "PRICEBKP"
               organization is line sequential
               file status is fs_price_backup.

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

       fd price-audit.
       01 registro-auditoria                       pic x(100).

       fd price-backup.
       01 registro-backup-header.
           05 bkh_tipo                             pic x(01).
           05 bkh_data                             pic 9(08).
           05 bkh_hora                             pic 9(06).
           05 bkh_qtde_aud                         pic 9(07).
           05 bkh_origem                           pic x(01).
           05 bkh_data_relogio                     pic 9(08).
       01 registro-backup-det.
           05 bkd_tipo                             pic x(01).
           05 bkd_loja                             pic 9(02).
           05 bkd_nome                             pic x(15).
           05 bkd_diametro                         pic 9(03).
           05 bkd_fornecedor                       pic 9(03).
           05 bkd_preco                            pic 9(03)v99.
           05 bkd_validade_de                      pic 9(08).
           05 bkd_validade_ate                     pic 9(08).
       01 registro-backup-trailer.
           05 bkt_tipo                             pic x(01).
           05 bkt_data                             pic 9(08).
           05 bkt_hora                             pic 9(06).
           05 bkt_qtde                             pic 9(07).
           05 bkt_soma_precos                      pic 9(11)v99.

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

       77 fs_price_master                          pic x(02).
       77 fs_price_audit                           pic x(02).
       77 fs_price_backup                          pic x(02).
       77 fs_data_movimento                        pic x(02).
       77 fs_runlog_file                           pic x(02).

       77 data_exec                                pic 9(08).
       77 data_relogio                             pic 9(08).
       77 data_relogio_ini                         pic 9(08).
       77 loja_data_mov                            pic 9(02)
                                                   value 0.
       77 data_mov_origem                          pic x(01)
                                                   value "N".
       77 hora_exec                                pic 9(08).
       77 hora_fim_exec                            pic 9(08).
       77 cod_retorno                              pic 9(02)
                                                   value 0.

       77 qtde_auditoria                           pic 9(07)
                                                   value 0.
       77 qtde_copiados                            pic 9(07)
                                                   value 0.
       77 soma_precos                              pic 9(11)v99
                                                   value 0.

      *----Variaveis para comunicação entre programas
       linkage section.

      *----Declaração de tela
       screen section.

      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      * Data de movimento (da rede) e hora que carimbam a copia.

       inicializa section.

           accept hora_exec from time
           accept data_relogio_ini from date yyyymmdd

           move 0 to loja_data_mov
           perform obtem-data-movimento
           .

       inicializa-exit.
           exit.

      * Data de movimento da execucao, lida do DATAMOV e nao do
      * relogio: vale o registro da loja e, na falta dele, o
      * registro 00 da rede. A data so carimba a execucao: copia e
      * reconstrucao do catalogo rodam em qualquer dia, aberto ou ja
      * fechado pelo pizzafecha. Sem DATAMOV vale a data do
      * sistema, com aviso.

       obtem-data-movimento section.

           accept data_relogio from date yyyymmdd
           move data_relogio to data_exec
           move "N" to data_mov_origem

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
                                   move "L" to data_mov_origem
                               else
                                   if dm_loja = 0
                                      and data_mov_origem = "N"
                                       move dm_data_movimento
                                         to data_exec
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

      * Conta os registros ja gravados no PRICEAUD (ponto da trilha
      * em que a copia foi tirada) e copia o catalogo inteiro, em
      * ordem de chave, entre o header e o trailer.

       processamento section.

           open input price-audit
           if fs_price_audit = "00"
               perform until fs_price_audit not = "00"
                   read price-audit next record
                       at end
                           move "10" to fs_price_audit
                       not at end
                           add 1 to qtde_auditoria
                   end-read
               end-perform
               if fs_price_audit not = "10"
                   display "Erro na leitura do PRICEAUD (status "
                           fs_price_audit ") - copia nao gravada"
                   close price-audit
                   move 8 to cod_retorno
                   go to processamento-exit
               end-if
               close price-audit
           else
               if fs_price_audit not = "35"
                   display "PRICEAUD indisponivel (status "
                           fs_price_audit ") - copia nao gravada"
                   move 8 to cod_retorno
                   go to processamento-exit
               end-if
           end-if

           open input price-master
           if fs_price_master not = "00"
               display "Catalogo PRICEMST indisponivel (status "
                       fs_price_master ") - copia nao gravada"
               move 8 to cod_retorno
               go to processamento-exit
           end-if

           open extend price-backup
           if fs_price_backup = "35"
               open output price-backup
           end-if
           if fs_price_backup not = "00"
               display "PRICEBKP indisponivel (status "
                       fs_price_backup ") - copia nao gravada"
               move 8 to cod_retorno
               close price-master
               go to processamento-exit
           end-if

           move "H"            to bkh_tipo
           move data_exec      to bkh_data
           move hora_exec(1:6) to bkh_hora
           move qtde_auditoria to bkh_qtde_aud
           move "B"            to bkh_origem
           move data_relogio_ini to bkh_data_relogio
           write registro-backup-header

           perform until fs_price_master = "10"
               read price-master next record
                   at end
                       move "10" to fs_price_master
                   not at end
                       move "D"             to bkd_tipo
                       move pm_loja         to bkd_loja
                       move pm_nome         to bkd_nome
                       move pm_diametro     to bkd_diametro
                       move pm_fornecedor   to bkd_fornecedor
                       move pm_preco        to bkd_preco
                       move pm_validade_de  to bkd_validade_de
                       move pm_validade_ate to bkd_validade_ate
                       write registro-backup-det
                       add 1 to qtde_copiados
                       add pm_preco to soma_precos
               end-read
           end-perform

           move "T"            to bkt_tipo
           move data_exec      to bkt_data
           move hora_exec(1:6) to bkt_hora
           move qtde_copiados  to bkt_qtde
           move soma_precos    to bkt_soma_precos
           write registro-backup-trailer

           close price-master
           close price-backup
           .

       processamento-exit.
           exit.

      * Registro no RUNLOG e codigo de retorno para o scheduler.

       finaliza section.

           perform grava-runlog

           display "Copia do PRICEMST: " qtde_copiados
                   " registro(s), trilha PRICEAUD em "
                   qtde_auditoria ", retorno " cod_retorno

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
               move "pizzabkp"         to run_programa
               move data_exec          to run_data
               move hora_exec(1:6)     to run_hora_ini
               move hora_fim_exec(1:6) to run_hora_fim
               move 0                  to run_loja
               move "B"                to run_modo
               move qtde_copiados      to run_lidos
               move qtde_copiados      to run_aceitos
               move 0                  to run_rejeitados
               move qtde_copiados      to run_gravados
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
