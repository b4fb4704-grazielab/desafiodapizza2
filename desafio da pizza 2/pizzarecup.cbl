      *Divisão de identificação do programa
       identification division.
       program-id. "pizzarecup".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *-----------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026 GBB - reconstrucao do catalogo a partir de uma
      *                  copia do PRICEBKP (pizzabkp) mais a trilha
      *                  PRICEAUD: restaura no PRICEREC a copia
      *                  pedida no RECUPARM (a ultima completa ate
      *                  a data/hora informada) e reaplica dali em
      *                  diante cada inclusao, alteracao e exclusao
      *                  registrada, ate a data/hora alvo (zeros =
      *                  ate o fim da trilha). Imprime em RECUPRPT
      *                  cada registro aplicado e aponta o que nao
      *                  confere com o estado restaurado. No modo
      *                  efetivo o PRICEREC substitui o PRICEMST e
      *                  vai para o PRICEBKP como nova copia (a
      *                  trilha posterior ao alvo fica desfeita); no
      *                  modo previa (padrao) o PRICEMST nao muda.
      *                  Codigo de retorno 0, 4 com divergencia e 8
      *                  sem copia, com trilha truncada ou erro.
      * 15/10/2026 GBB - data de movimento so do DATAMOV; a
      *                  reconstrucao nao depende de dia aberto
      *                  ou fechado.
      * 15/10/2026 GBB - copia e trilha ordenadas pela data do relogio
      *                  mais a hora (bkh_data_relogio/aud_data_relogio;
      *                  registro antigo sem ela usa a data de
      *                  movimento), e nao pela data de movimento: carga
      *                  que passa da meia-noite fica depois da copia
      *                  tirada antes dela. RECUPARM em data do relogio.
      * 15/10/2026 GBB - PRICEBKP aberto antes de regravar o PRICEMST;
      *                  sem ele a reconstrucao nao e efetivada e o
      *                  retorno e 8 (nao fica PRICEMST sem copia).
      *-----------------------------------------------------------

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.

           select parametro-recup
               assign to "RECUPARM"
               organization is line sequential
               file status is fs_parametro_recup.

           select price-master
               assign to "PRICEMST"
               organization is indexed
               access mode is dynamic
               record key is pm_chave
               file status is fs_price_master.

           select price-rebuild
               assign to "PRICEREC"
               organization is indexed
               access mode is dynamic
               record key is rec_chave
               file status is fs_price_rebuild.

           select price-audit
               assign to "PRICEAUD"
               organization is line sequential
               file status is fs_price_audit.

           select price-backup
               assign to "PRICEBKP"
               organization is line sequential
               file status is fs_price_backup.

           select recup-report
               assign to "RECUPRPT"
               organization is line sequential
               file status is fs_recup_report.

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

       fd parametro-recup.
       01 registro-parm-recup.
           05 prm_data_copia                       pic 9(08).
           05 prm_hora_copia                       pic 9(06).
           05 prm_data_alvo                        pic 9(08).
           05 prm_hora_alvo                        pic 9(06).
           05 prm_modo                             pic x(01).

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

       fd price-rebuild.
       01 registro-rebuild.
           05 rec_chave.
               10 rec_loja                         pic 9(02).
               10 rec_nome                         pic x(15).
               10 rec_diametro                     pic 9(03).
               10 rec_fornecedor                   pic 9(03).
           05 rec_preco                            pic 9(03)v99.
           05 rec_validade_de                      pic 9(08).
           05 rec_validade_ate                     pic 9(08).

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

       fd recup-report.
       01 linha_recup                              pic x(120).

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

       77 fs_parametro_recup                       pic x(02).
       77 fs_price_master                          pic x(02).
       77 fs_price_rebuild                         pic x(02).
       77 fs_price_audit                           pic x(02).
       77 fs_price_backup                          pic x(02).
       77 fs_recup_report                          pic x(02).
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
       77 hora_exec                                pic 9(08).
       77 hora_fim_exec                            pic 9(08).
       77 cod_retorno                              pic 9(02)
                                                   value 0.

       77 parametro_ok                             pic x(01)
                                                   value "S".
       77 modo_recup                               pic x(01)
                                                   value "P".
       77 recup_falhou                             pic x(01)
                                                   value "N".

      * data do relogio e hora como aaaammddhhmmss, para comparar
      * de uma vez
       77 stamp_pedido                             pic 9(14)
                                                   value 0.
       77 stamp_alvo                               pic 9(14)
                                                   value 0.
       77 stamp_limite                             pic 9(14)
                                                   value 0.
       77 stamp_lido                               pic 9(14).
       77 stamp_escolhida                          pic 9(14)
                                                   value 0.

      * copia lida no PRICEBKP
       77 ordem_copia                              pic 9(05)
                                                   value 0.
       77 copia_aberta                             pic x(01)
                                                   value "N".
       77 cop_data                                 pic 9(08).
       77 cop_data_relogio                         pic 9(08).
       77 cop_hora                                 pic 9(06).
       77 cop_qtde_aud                             pic 9(07).
       77 cop_qtde                                 pic 9(07).
       77 cop_soma                                 pic 9(11)v99.
       77 qtde_copias_completas                    pic 9(05)
                                                   value 0.
       77 qtde_copias_incompletas                  pic 9(05)
                                                   value 0.

      * copia escolhida para a reconstrucao
       77 copia_achada                             pic x(01)
                                                   value "N".
       77 esc_ordem                                pic 9(05)
                                                   value 0.
       77 esc_data                                 pic 9(08)
                                                   value 0.
       77 esc_hora                                 pic 9(06)
                                                   value 0.
       77 esc_qtde_aud                             pic 9(07)
                                                   value 0.
       77 esc_qtde                                 pic 9(07)
                                                   value 0.
       77 copiando                                 pic x(01).

       77 qtde_restaurados                         pic 9(07)
                                                   value 0.
       77 qtde_auditoria                           pic 9(07)
                                                   value 0.
       77 qtde_aplicados                           pic 9(07)
                                                   value 0.
       77 qtde_divergentes                         pic 9(07)
                                                   value 0.
       77 qtde_invalidos                           pic 9(07)
                                                   value 0.
       77 qtde_posteriores                         pic 9(07)
                                                   value 0.
       77 qtde_gravados                            pic 9(07)
                                                   value 0.
       77 soma_precos                              pic 9(11)v99
                                                   value 0.
       77 alvo_atingido                            pic x(01)
                                                   value "N".
       77 chave_achada                             pic x(01).
       77 divergente                               pic x(01).

       77 data_fmt                                 pic 9(08).
       77 data_fmt_ed                              pic x(10).
       77 hora_fmt                                 pic 9(06).
       77 hora_fmt_ed                              pic x(08).

       01 linha_cab_rec_1.
           05 filler                               pic x(38)
              value "RECONSTRUCAO DO CATALOGO (PRICEMST)".
           05 filler                               pic x(07)
              value "Data: ".
           05 data_cab_rec                         pic x(10).
           05 filler                               pic x(09)
              value "   Modo: ".
           05 modo_cab_rec                         pic x(30).
       01 linha_cab_rec_2.
           05 filler                               pic x(14)
              value "Copia usada: ".
           05 data_copia_cab                       pic x(10).
           05 filler                               pic x(01)
              value space.
           05 hora_copia_cab                       pic x(08).
           05 filler                               pic x(13)
              value "  Registros: ".
           05 qtde_copia_cab                       pic zzzzzz9.
           05 filler                               pic x(24)
              value "  Trilha ja na copia: ".
           05 aud_copia_cab                        pic zzzzzz9.
       01 linha_cab_rec_3.
           05 filler                               pic x(15)
              value "Reaplicar ate: ".
           05 alvo_cab_rec                         pic x(30).
       01 linha_titulos_rec.
           05 filler                               pic x(11)
              value "DATA".
           05 filler                               pic x(10)
              value "HORA".
           05 filler                               pic x(05)
              value "LOJA".
           05 filler                               pic x(03)
              value "O".
           05 filler                               pic x(16)
              value "PIZZA".
           05 filler                               pic x(05)
              value "DIAM".
           05 filler                               pic x(05)
              value "FORN".
           05 filler                               pic x(08)
              value "ANTES".
           05 filler                               pic x(08)
              value "DEPOIS".
           05 filler                               pic x(10)
              value "OPERADOR".
           05 filler                               pic x(38)
              value "SITUACAO".
       01 linha_det_rec.
           05 data_det_rc                          pic x(10).
           05 filler                               pic x(01)
              value space.
           05 hora_det_rc                          pic x(08).
           05 filler                               pic x(02)
              value space.
           05 loja_det_rc                          pic z9.
           05 filler                               pic x(03)
              value space.
           05 origem_det_rc                        pic x(01).
           05 filler                               pic x(02)
              value space.
           05 nome_det_rc                          pic x(15).
           05 filler                               pic x(01)
              value space.
           05 diametro_det_rc                      pic zz9.
           05 filler                               pic x(02)
              value space.
           05 fornecedor_det_rc                    pic zz9.
           05 filler                               pic x(02)
              value space.
           05 preco_ant_det_rc                     pic zz9,99.
           05 filler                               pic x(02)
              value space.
           05 preco_novo_det_rc                    pic zz9,99.
           05 filler                               pic x(02)
              value space.
           05 operador_det_rc                      pic x(08).
           05 filler                               pic x(02)
              value space.
           05 situacao_det_rc                      pic x(38).
       01 linha_aviso_rec.
           05 filler                               pic x(10)
              value "ATENCAO: ".
           05 aviso_rec                            pic x(70).
       01 linha_total_rec.
           05 total_texto_rec                      pic x(40).
           05 total_valor_rec                      pic zzzzzz9.

      *----Variaveis para comunicação entre programas
       linkage section.

      *----Declaração de tela
       screen section.

      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      * Data de movimento (da rede), parametros da reconstrucao e
      * cabecalho do relatorio. Sem RECUPARM vale a ultima copia
      * completa, a trilha inteira e o modo previa.

       inicializa section.

           accept hora_exec from time
           accept data_relogio_ini from date yyyymmdd

           move 0 to loja_data_mov
           perform obtem-data-movimento

           string data_exec(7:2) "/" data_exec(5:2) "/" data_exec(1:4)
               into data_exec_ed

           open input parametro-recup
           if fs_parametro_recup = "00"
               read parametro-recup next record
                   at end
                       continue
                   not at end
                       perform anota-parametro
               end-read
               close parametro-recup
           else
               display "RECUPARM nao encontrado - ultima copia, "
                       "trilha inteira, modo previa"
           end-if

           if stamp_pedido > 0
               move stamp_pedido to stamp_limite
           else
               move stamp_alvo   to stamp_limite
           end-if

           open output recup-report
           move data_exec_ed to data_cab_rec
           if modo_recup = "E"
               move "EFETIVA" to modo_cab_rec
           else
               move "PREVIA - PRICEMST NAO MUDA" to modo_cab_rec
           end-if
           write linha_recup from linha_cab_rec_1
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

      * Confere o registro do RECUPARM: data/hora da copia (zeros =
      * a mais recente), data/hora alvo (zeros = fim da trilha),
      * ambas pelo relogio, e modo (E efetiva, qualquer outro valor
      * e previa).

       anota-parametro section.

           if prm_data_copia is not numeric
              or prm_hora_copia is not numeric
              or prm_data_alvo is not numeric
              or prm_hora_alvo is not numeric
               display "Data/hora invalida no RECUPARM"
               move "N" to parametro_ok
               go to anota-parametro-exit
           end-if

           compute stamp_pedido =
               prm_data_copia * 1000000 + prm_hora_copia
           compute stamp_alvo =
               prm_data_alvo * 1000000 + prm_hora_alvo
           if prm_modo = "E" or prm_modo = "e"
               move "E" to modo_recup
           end-if

           if stamp_alvo > 0 and stamp_pedido > stamp_alvo
               display "Copia pedida posterior a data/hora alvo"
               move "N" to parametro_ok
           end-if
           .

       anota-parametro-exit.
           exit.

      * Escolhe a copia, restaura no PRICEREC, reaplica a trilha
      * e, no modo efetivo, troca o PRICEMST pelo reconstruido.

       processamento section.

           if parametro_ok = "N"
               move "PARAMETROS INVALIDOS - RECONSTRUCAO CANCELADA"
                 to aviso_rec
               write linha_recup from linha_aviso_rec
               move 8 to cod_retorno
               go to processamento-exit
           end-if

           perform localiza-copia
           if copia_achada = "N"
               move "SEM COPIA COMPLETA NO PRICEBKP ATE A DATA PEDIDA"
                 to aviso_rec
               write linha_recup from linha_aviso_rec
               move 8 to cod_retorno
               go to processamento-exit
           end-if

           move esc_data to data_fmt
           move esc_hora to hora_fmt
           perform formata-data-hora
           move data_fmt_ed  to data_copia_cab
           move hora_fmt_ed  to hora_copia_cab
           move esc_qtde     to qtde_copia_cab
           move esc_qtde_aud to aud_copia_cab
           write linha_recup from linha_cab_rec_2
           if stamp_alvo > 0
               move prm_data_alvo to data_fmt
               move prm_hora_alvo to hora_fmt
               perform formata-data-hora
               move spaces to alvo_cab_rec
               string data_fmt_ed " " hora_fmt_ed
                   delimited by size into alvo_cab_rec
           else
               move "FIM DA TRILHA" to alvo_cab_rec
           end-if
           write linha_recup from linha_cab_rec_3
           if qtde_copias_incompletas > 0
               move "HA COPIA INCOMPLETA NO PRICEBKP (IGNORADA)"
                 to aviso_rec
               write linha_recup from linha_aviso_rec
           end-if
           move spaces to linha_recup
           write linha_recup
           write linha_recup from linha_titulos_rec

           perform restaura-copia
           if recup_falhou = "S"
               move 8 to cod_retorno
               go to processamento-exit
           end-if

           perform reaplica-auditoria
           if recup_falhou = "S"
               move 8 to cod_retorno
               go to processamento-exit
           end-if

           if modo_recup = "E"
               perform efetiva-reconstrucao
               if recup_falhou = "S"
                   move 8 to cod_retorno
               end-if
           end-if
           .

       processamento-exit.
           exit.

      * Percorre o PRICEBKP e guarda a copia completa (trailer
      * confere quantidade e soma dos precos) mais recente que nao
      * passe da data/hora limite (a da copia pedida ou, sem ela,
      * a alvo).

       localiza-copia section.

           open input price-backup
           if fs_price_backup not = "00"
               display "PRICEBKP indisponivel (status "
                       fs_price_backup ")"
               go to localiza-copia-exit
           end-if

           perform until fs_price_backup = "10"
               read price-backup next record
                   at end
                       move "10" to fs_price_backup
                   not at end
                       evaluate bkh_tipo
                           when "H"
                               perform abre-copia
                           when "D"
                               perform soma-copia
                           when "T"
                               perform fecha-copia
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform

           if copia_aberta = "S"
               add 1 to qtde_copias_incompletas
           end-if
           close price-backup
           .

       localiza-copia-exit.
           exit.

      * Header de copia: a anterior sem trailer fica incompleta.

       abre-copia section.

           if copia_aberta = "S"
               add 1 to qtde_copias_incompletas
           end-if
           add 1 to ordem_copia

           if bkh_data is not numeric
              or bkh_hora is not numeric
              or bkh_qtde_aud is not numeric
               add 1 to qtde_copias_incompletas
               move "N" to copia_aberta
               go to abre-copia-exit
           end-if

           move "S"          to copia_aberta
           move bkh_data     to cop_data
           if bkh_data_relogio is numeric and bkh_data_relogio > 0
               move bkh_data_relogio to cop_data_relogio
           else
               move bkh_data         to cop_data_relogio
           end-if
           move bkh_hora     to cop_hora
           move bkh_qtde_aud to cop_qtde_aud
           move 0            to cop_qtde
           move 0            to cop_soma
           .

       abre-copia-exit.
           exit.

      * Registro de cotacao da copia aberta.

       soma-copia section.

           if copia_aberta = "N"
               go to soma-copia-exit
           end-if
           if bkd_preco is not numeric
               add 1 to qtde_copias_incompletas
               move "N" to copia_aberta
               go to soma-copia-exit
           end-if
           add 1         to cop_qtde
           add bkd_preco to cop_soma
           .

       soma-copia-exit.
           exit.

      * Trailer: copia completa entra na escolha.

       fecha-copia section.

           if copia_aberta = "N"
               go to fecha-copia-exit
           end-if
           move "N" to copia_aberta

           if bkt_data is not numeric
              or bkt_hora is not numeric
              or bkt_qtde is not numeric
              or bkt_soma_precos is not numeric
               add 1 to qtde_copias_incompletas
               go to fecha-copia-exit
           end-if
           if bkt_data not = cop_data
              or bkt_hora not = cop_hora
              or bkt_qtde not = cop_qtde
              or bkt_soma_precos not = cop_soma
               add 1 to qtde_copias_incompletas
               go to fecha-copia-exit
           end-if

           add 1 to qtde_copias_completas
           compute stamp_lido = cop_data_relogio * 1000000 + cop_hora
           if stamp_limite > 0 and stamp_lido > stamp_limite
               go to fecha-copia-exit
           end-if
           if copia_achada = "N" or stamp_lido not < stamp_escolhida
               move "S"          to copia_achada
               move stamp_lido   to stamp_escolhida
               move ordem_copia  to esc_ordem
               move cop_data_relogio to esc_data
               move cop_hora     to esc_hora
               move cop_qtde_aud to esc_qtde_aud
               move cop_qtde     to esc_qtde
           end-if
           .

       fecha-copia-exit.
           exit.

      * Grava no PRICEREC (recriado) os registros da copia
      * escolhida.

       restaura-copia section.

           open output price-rebuild
           if fs_price_rebuild not = "00"
               display "PRICEREC indisponivel (status "
                       fs_price_rebuild ")"
               move "S" to recup_falhou
               go to restaura-copia-exit
           end-if

           open input price-backup
           if fs_price_backup not = "00"
               display "PRICEBKP indisponivel (status "
                       fs_price_backup ")"
               move "S" to recup_falhou
               close price-rebuild
               go to restaura-copia-exit
           end-if
           move 0   to ordem_copia
           move "N" to copiando
           perform until fs_price_backup = "10"
               read price-backup next record
                   at end
                       move "10" to fs_price_backup
                   not at end
                       evaluate bkh_tipo
                           when "H"
                               add 1 to ordem_copia
                               if ordem_copia = esc_ordem
                                   move "S" to copiando
                               end-if
                           when "D"
                               if copiando = "S"
                                   perform restaura-registro
                               end-if
                           when "T"
                               if copiando = "S"
                                   move "10" to fs_price_backup
                               end-if
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           close price-backup
           close price-rebuild

           if qtde_restaurados not = esc_qtde
               move "QUANTIDADE RESTAURADA DIFERE DO TRAILER DA COPIA"
                 to aviso_rec
               write linha_recup from linha_aviso_rec
               move "S" to recup_falhou
           end-if
           .

       restaura-copia-exit.
           exit.

      * Um registro da copia no PRICEREC.

       restaura-registro section.

           move bkd_loja         to rec_loja
           move bkd_nome         to rec_nome
           move bkd_diametro     to rec_diametro
           move bkd_fornecedor   to rec_fornecedor
           move bkd_preco        to rec_preco
           move bkd_validade_de  to rec_validade_de
           move bkd_validade_ate to rec_validade_ate
           write registro-rebuild
               invalid key
                   display "Chave repetida na copia: " rec_chave
               not invalid key
                   add 1 to qtde_restaurados
           end-write
           .

       restaura-registro-exit.
           exit.

      * Pula no PRICEAUD os registros ja contidos na copia e aplica
      * os seguintes ate a data/hora alvo; a partir do primeiro
      * registro posterior ao alvo nada mais e aplicado.

       reaplica-auditoria section.

           open input price-audit
           if fs_price_audit not = "00"
               if esc_qtde_aud > 0
                   move "TRILHA PRICEAUD INDISPONIVEL" to aviso_rec
                   write linha_recup from linha_aviso_rec
                   move "S" to recup_falhou
               end-if
               go to reaplica-auditoria-exit
           end-if

           open i-o price-rebuild
           if fs_price_rebuild not = "00"
               display "PRICEREC indisponivel (status "
                       fs_price_rebuild ")"
               move "S" to recup_falhou
               close price-audit
               go to reaplica-auditoria-exit
           end-if

           perform until fs_price_audit = "10"
               read price-audit next record
                   at end
                       move "10" to fs_price_audit
                   not at end
                       add 1 to qtde_auditoria
                       if qtde_auditoria > esc_qtde_aud
                           if alvo_atingido = "S"
                               add 1 to qtde_posteriores
                           else
                               perform aplica-auditoria
                           end-if
                       end-if
               end-read
           end-perform

           close price-audit
           close price-rebuild

           if qtde_auditoria < esc_qtde_aud
               move "PRICEAUD MENOR QUE NA COPIA - TRILHA TRUNCADA"
                 to aviso_rec
               write linha_recup from linha_aviso_rec
               move "S" to recup_falhou
           end-if
           .

       reaplica-auditoria-exit.
           exit.

      * Aplica um registro da trilha no PRICEREC. A imagem anterior
      * do registro tem que bater com o estado reconstruido ate
      * ali; quando nao bate, a imagem posterior vale assim mesmo
      * e a linha sai como divergente.

       aplica-auditoria section.

           if aud_data is not numeric
              or aud_hora is not numeric
              or aud_loja is not numeric
              or aud_diametro is not numeric
              or aud_fornecedor is not numeric
              or aud_preco_ant is not numeric
              or aud_validade_de_ant is not numeric
              or aud_validade_ate_ant is not numeric
              or aud_preco_novo is not numeric
              or aud_validade_de_novo is not numeric
              or aud_validade_ate_novo is not numeric
               add 1 to qtde_invalidos
               move spaces to aviso_rec
               string "REGISTRO " qtde_auditoria
                      " DO PRICEAUD INVALIDO - IGNORADO"
                   delimited by size into aviso_rec
               write linha_recup from linha_aviso_rec
               go to aplica-auditoria-exit
           end-if

           if aud_data_relogio is numeric and aud_data_relogio > 0
               move aud_data_relogio to data_fmt
           else
               move aud_data         to data_fmt
           end-if
           compute stamp_lido = data_fmt * 1000000 + aud_hora
           if stamp_alvo > 0 and stamp_lido > stamp_alvo
               move "S" to alvo_atingido
               add 1 to qtde_posteriores
               go to aplica-auditoria-exit
           end-if

           move aud_hora to hora_fmt
           perform formata-data-hora
           move data_fmt_ed    to data_det_rc
           move hora_fmt_ed    to hora_det_rc
           move aud_loja       to loja_det_rc
           move aud_origem     to origem_det_rc
           move aud_nome       to nome_det_rc
           move aud_diametro   to diametro_det_rc
           move aud_fornecedor to fornecedor_det_rc
           move aud_preco_ant  to preco_ant_det_rc
           move aud_preco_novo to preco_novo_det_rc
           move aud_operador   to operador_det_rc

           move aud_loja       to rec_loja
           move aud_nome       to rec_nome
           move aud_diametro   to rec_diametro
           move aud_fornecedor to rec_fornecedor
           move "N" to chave_achada
           read price-rebuild
               invalid key
                   continue
               not invalid key
                   move "S" to chave_achada
           end-read

           move "N" to divergente
           if aud_origem = "X"
               if chave_achada = "N"
                   if aud_preco_ant = 0
                      and aud_validade_de_ant = 0
                      and aud_validade_ate_ant = 0
                       move "EXCLUSAO SEM EFEITO" to situacao_det_rc
                   else
                       move "S" to divergente
                       move "EXCLUSAO DE CHAVE AUSENTE"
                         to situacao_det_rc
                   end-if
               else
                   if rec_preco not = aud_preco_ant
                      or rec_validade_de not = aud_validade_de_ant
                      or rec_validade_ate not = aud_validade_ate_ant
                       move "S" to divergente
                       move "EXCLUIDA - ANTES DIFERENTE"
                         to situacao_det_rc
                   else
                       move "EXCLUIDA" to situacao_det_rc
                   end-if
                   delete price-rebuild record
                       invalid key
                           move "S" to recup_falhou
                           move "ERRO AO EXCLUIR NO PRICEREC"
                             to situacao_det_rc
                   end-delete
               end-if
           else
               if aud_preco_ant = 0
                  and aud_validade_de_ant = 0
                  and aud_validade_ate_ant = 0
                   if chave_achada = "S"
                       move "S" to divergente
                       move "INCLUIDA - CHAVE JA EXISTIA"
                         to situacao_det_rc
                   else
                       move "INCLUIDA" to situacao_det_rc
                   end-if
               else
                   if chave_achada = "N"
                       move "S" to divergente
                       move "ALTERADA - CHAVE AUSENTE"
                         to situacao_det_rc
                   else
                       if rec_preco not = aud_preco_ant
                          or rec_validade_de not = aud_validade_de_ant
                          or rec_validade_ate
                             not = aud_validade_ate_ant
                           move "S" to divergente
                           move "ALTERADA - ANTES DIFERENTE"
                             to situacao_det_rc
                       else
                           move "ALTERADA" to situacao_det_rc
                       end-if
                   end-if
               end-if

               move aud_loja              to rec_loja
               move aud_nome              to rec_nome
               move aud_diametro          to rec_diametro
               move aud_fornecedor        to rec_fornecedor
               move aud_preco_novo        to rec_preco
               move aud_validade_de_novo  to rec_validade_de
               move aud_validade_ate_novo to rec_validade_ate
               if chave_achada = "S"
                   rewrite registro-rebuild
                       invalid key
                           move "S" to recup_falhou
                           move "ERRO AO REGRAVAR NO PRICEREC"
                             to situacao_det_rc
                   end-rewrite
               else
                   write registro-rebuild
                       invalid key
                           move "S" to recup_falhou
                           move "ERRO AO INCLUIR NO PRICEREC"
                             to situacao_det_rc
                   end-write
               end-if
           end-if

           add 1 to qtde_aplicados
           if divergente = "S"
               add 1 to qtde_divergentes
           end-if
           write linha_recup from linha_det_rec
           .

       aplica-auditoria-exit.
           exit.

      * Troca o PRICEMST pelo catalogo reconstruido e grava o
      * resultado no PRICEBKP como nova copia (origem 'R'), com a
      * trilha inteira ja lida: numa proxima reconstrucao o que
      * ficou depois do alvo nao volta. Sem o PRICEBKP aberto o
      * PRICEMST nao e tocado.

       efetiva-reconstrucao section.

           open input price-rebuild
           if fs_price_rebuild not = "00"
               display "PRICEREC indisponivel (status "
                       fs_price_rebuild ")"
               move "S" to recup_falhou
               go to efetiva-reconstrucao-exit
           end-if

           open extend price-backup
           if fs_price_backup = "35"
               open output price-backup
           end-if
           if fs_price_backup not = "00"
               display "PRICEBKP indisponivel (status "
                       fs_price_backup ") - PRICEMST nao alterado"
               move "PRICEBKP INDISPONIVEL - PRICEMST NAO ALTERADO"
                 to aviso_rec
               write linha_recup from linha_aviso_rec
               move "S" to recup_falhou
               close price-rebuild
               go to efetiva-reconstrucao-exit
           end-if

           open output price-master
           if fs_price_master not = "00"
               display "PRICEMST indisponivel (status "
                       fs_price_master ")"
               move "S" to recup_falhou
               close price-rebuild
               close price-backup
               go to efetiva-reconstrucao-exit
           end-if

           move "H"            to bkh_tipo
           move data_exec      to bkh_data
           move hora_exec(1:6) to bkh_hora
           move qtde_auditoria to bkh_qtde_aud
           move "R"            to bkh_origem
           move data_relogio_ini to bkh_data_relogio
           write registro-backup-header

           perform until fs_price_rebuild = "10"
               read price-rebuild next record
                   at end
                       move "10" to fs_price_rebuild
                   not at end
                       move registro-rebuild to registro-master
                       write registro-master
                           invalid key
                               move "S" to recup_falhou
                               display "Erro ao gravar " pm_chave
                                       " no PRICEMST"
                           not invalid key
                               add 1 to qtde_gravados
                               add pm_preco to soma_precos
                       end-write
                       move "D"             to bkd_tipo
                       move pm_loja         to bkd_loja
                       move pm_nome         to bkd_nome
                       move pm_diametro     to bkd_diametro
                       move pm_fornecedor   to bkd_fornecedor
                       move pm_preco        to bkd_preco
                       move pm_validade_de  to bkd_validade_de
                       move pm_validade_ate to bkd_validade_ate
                       write registro-backup-det
               end-read
           end-perform

           move "T"            to bkt_tipo
           move data_exec      to bkt_data
           move hora_exec(1:6) to bkt_hora
           move qtde_gravados  to bkt_qtde
           move soma_precos    to bkt_soma_precos
           write registro-backup-trailer
           close price-backup

           close price-rebuild
           close price-master
           .

       efetiva-reconstrucao-exit.
           exit.

      * Formata data_fmt (aaaammdd) em dd/mm/aaaa e hora_fmt
      * (hhmmss) em hh:mm:ss.

       formata-data-hora section.

           string data_fmt(7:2) "/" data_fmt(5:2) "/" data_fmt(1:4)
               into data_fmt_ed
           string hora_fmt(1:2) ":" hora_fmt(3:2) ":" hora_fmt(5:2)
               into hora_fmt_ed
           .

       formata-data-hora-exit.
           exit.

      * Totais, registro no RUNLOG e codigo de retorno para o
      * scheduler.

       finaliza section.

           if cod_retorno < 4
              and (qtde_divergentes > 0 or qtde_invalidos > 0)
               move 4 to cod_retorno
           end-if

           move spaces to linha_recup
           write linha_recup
           move "Registros restaurados da copia.........:"
             to total_texto_rec
           move qtde_restaurados to total_valor_rec
           write linha_recup from linha_total_rec
           move "Registros da trilha lidos..............:"
             to total_texto_rec
           move qtde_auditoria to total_valor_rec
           write linha_recup from linha_total_rec
           move "Registros da trilha aplicados..........:"
             to total_texto_rec
           move qtde_aplicados to total_valor_rec
           write linha_recup from linha_total_rec
           move "Registros divergentes..................:"
             to total_texto_rec
           move qtde_divergentes to total_valor_rec
           write linha_recup from linha_total_rec
           move "Registros invalidos (ignorados)........:"
             to total_texto_rec
           move qtde_invalidos to total_valor_rec
           write linha_recup from linha_total_rec
           move "Registros posteriores ao alvo..........:"
             to total_texto_rec
           move qtde_posteriores to total_valor_rec
           write linha_recup from linha_total_rec
           move "Registros gravados no PRICEMST.........:"
             to total_texto_rec
           move qtde_gravados to total_valor_rec
           write linha_recup from linha_total_rec
           if modo_recup not = "E"
               move "PREVIA - PRICEMST INALTERADO (VER PRICEREC)"
                 to aviso_rec
               write linha_recup from linha_aviso_rec
           end-if
           if cod_retorno = 8 and modo_recup = "E"
               move "RECONSTRUCAO NAO CONCLUIDA - CONFERIR O PRICEMST"
                 to aviso_rec
               write linha_recup from linha_aviso_rec
           end-if
           close recup-report

           perform grava-runlog

           display "Reconstrucao do PRICEMST: " qtde_aplicados
                   " aplicado(s), " qtde_divergentes
                   " divergente(s), retorno " cod_retorno

           move cod_retorno to return-code

           Stop run.

       finaliza-exit.
           exit.

      * Registro da execucao no RUNLOG (rede, loja 00), com a data
      * da copia usada.

       grava-runlog section.

           accept hora_fim_exec from time

           open extend runlog-file
           if fs_runlog_file = "35"
               open output runlog-file
           end-if
           if fs_runlog_file = "00"
               move "pizzarecup"       to run_programa
               move data_exec          to run_data
               move hora_exec(1:6)     to run_hora_ini
               move hora_fim_exec(1:6) to run_hora_fim
               move 0                  to run_loja
               move modo_recup         to run_modo
               compute run_lidos = qtde_aplicados + qtde_invalidos
                                 + qtde_posteriores
               move qtde_aplicados     to run_aceitos
               compute run_rejeitados = qtde_divergentes
                                      + qtde_invalidos
               move qtde_gravados      to run_gravados
               move 0                  to run_arquivados
               move esc_data           to run_lote_data
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
