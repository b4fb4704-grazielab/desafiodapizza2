      *                  modo lote e pede confirmacao do operador
      *                  em modo interativo. Pizza sem historico
      *                  passa direto, como antes.
      * 15/10/2026 GBB - pedido de compra gravado em PEDCOMPR com
      *                  layout de registro (pedido, loja, data,
      *                  fornecedor, item, quantidade, preco cotado,
      *                  quantidade recebida e situacao), acumulado
      *                  entre execucoes para a conferencia do
      *                  recebimento (programa pizzareceb); a imagem
      *                  impressa do pedido passa para PEDIMPR.
      * 15/10/2026 GBB - loja na posicao de estoque (est_loja): o
      *                  ESTOQPOS passa a ser mantido pelo
      *                  pizzaestoq com os saldos de todas as lojas
      *                  e a sugestao de compra le so as posicoes
      *                  da loja da execucao (posicao antiga sem
      *                  loja vale para qualquer loja).
      * 15/10/2026 GBB - PIZZATRN com varios blocos H...T, um por
      *                  planilha de fornecedor: cada bloco e
      *                  conferido pelo seu trailer e aceito ou
      *                  estornado sozinho (estorna-bloco), detalhe
      *                  fora de bloco e apontado e ignorado, e o
      *                  balanco lista lidos, aceitos e rejeitados
      *                  por bloco. Retorno 6 quando parte dos
      *                  blocos foi recusada e 8 quando nenhum
      *                  entrou. O RUNLOG ganha o tipo do registro
      *                  ('E' execucao, 'B' bloco) e o fornecedor
      *                  do bloco, e o controle de carga duplicada
      *                  passa a ser por data do header mais
      *                  fornecedor.
      * 15/10/2026 GBB - data de movimento (data_exec) lida do
      *                  DATAMOV da loja em vez do relogio; dia ja
      *                  fechado pelo pizzafecha so roda como
      *                  reprocessamento (cfg_reprocessa e
      *                  cfg_data_movimento no LIMITCFG), senao a
      *                  execucao e recusada com retorno 8. O
      *                  RUNLOG grava tambem a data do relogio e a
      *                  marca de reprocessamento.
      * 15/10/2026 GBB - identificacao do operador (cadastro
      *                  OPERADOR, codigo e senha) no modo
      *                  interativo, com perfil de acesso: consulta
      *                  so consulta o historico, digitacao inclui
      *                  precos e carrega lote, manutencao tambem
      *                  corrige e so o supervisor exclui. O
      *                  operador (LOTE no modo batch) vai em cada
      *                  registro do PRICEAUD e do RUNLOG.
      * 15/10/2026 GBB - cada item de pedido gerado tambem vai para
      *                  o fim do COMPRMES (compras do mes: data,
      *                  loja, fornecedor, item, quantidade, preco
      *                  pago e pedido), base do relatorio mensal
      *                  de economia (pizzaecon).
      * 15/10/2026 GBB - pedidos gerados uma vez so por loja e data
      *                  de movimento: com pedidos do dia ja no
      *                  PEDCOMPR/COMPRMES a geracao e pulada, com
      *                  aviso; em reprocessamento os pedidos do dia
      *                  sao substituidos, desde que nenhum tenha
      *                  recebimento conferido.
      * 15/10/2026 GBB - aud_data_relogio no PRICEAUD (data do relogio
      *                  tomada junto com a hora); na substituicao dos
      *                  pedidos do dia cada abertura e gravacao do
      *                  PEDTRAB e conferida e o arquivo so e
      *                  regravado com a copia completa; falha = rc 8.
      * 15/10/2026 GBB - bloco que repete data e fornecedor de bloco
      *                  ja aceito no mesmo PIZZATRN tratado como
      *                  carga duplicada; PEDCOMPR e COMPRMES
      *                  conferidos na abertura antes de numerar os
      *                  pedidos (falha = rc 8, sem gravar PEDSEQ).
      *-----------------------------------------------------------

      *Divisão para configuração do ambiente
               organization is line sequential
               file status is fs_pedido_compra.

           select pedido-impresso
               assign to "PEDIMPR"
               organization is line sequential
               file status is fs_pedido_impresso.

           select pedido-seq
               assign to "PEDSEQNO"
               organization is line sequential
               file status is fs_pedido_seq.

           select compra-mensal
               assign to "COMPRMES"
               organization is line sequential
               file status is fs_compra_mensal.

           select pedido-trabalho
               assign to "PEDTRAB"
               organization is line sequential
               file status is fs_pedido_trabalho.

           select runlog-file
               assign to "RUNLOG"
               organization is line sequential
               file status is fs_runlog_file.

           select data-movimento
               assign to "DATAMOV"
               organization is line sequential
               file status is fs_data_movimento.

           select operador-file
               assign to "OPERADOR"
               organization is line sequential
               file status is fs_operador_file.

       i-o-control.

      *Declaração de variáveis
           05 cfg_data_corte                       pic 9(08).
           05 cfg_loja                             pic 9(02).
           05 cfg_consolidado                      pic x(01).
           05 cfg_data_movimento                   pic 9(08).
           05 cfg_reprocessa                       pic x(01).

       fd csv-file.
       01 linha_csv                                pic x(100).
           05 est_diametro                         pic 9(03).
           05 est_atual                            pic 9(05).
           05 est_minimo                           pic 9(05).
           05 est_loja                             pic 9(02).

       fd checkpoint-ctrl.
       01 registro-checkpoint-ctrl.
           05 aud_preco_novo                       pic 9(03)v99.
           05 aud_validade_de_novo                 pic 9(08).
           05 aud_validade_ate_novo                pic 9(08).
           05 aud_operador                         pic x(08).
           05 aud_data_relogio                     pic 9(08).

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

       fd pedido-impresso.
       01 linha_pedido                             pic x(100).

       fd pedido-seq.
       01 registro-pedido-seq.
           05 seq_ultimo_pedido                    pic 9(06).

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

       fd pedido-trabalho.
       01 registro-trabalho                        pic x(57).

       fd runlog-file.
       01 registro-runlog.
           05 run_programa                         pic x(12).
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

       fd operador-file.
       01 registro-operador.
           05 op_codigo                            pic x(08).
           05 op_senha                             pic x(08).
           05 op_nome                              pic x(20).
           05 op_perfil                            pic x(01).
           05 op_ativo                             pic x(01).

      *----Variaveis de trabalho
       working-storage section.
       01 runs_anteriores occurs 50 times.
           05 rlog_loja                            pic 9(02).
           05 rlog_lote_data                       pic 9(08).
           05 rlog_fornecedor                      pic 9(03).

       01 auditoria_w.
           05 aud_data_w                           pic 9(08).
           05 aud_preco_novo_w                     pic 9(03)v99.
           05 aud_validade_de_novo_w               pic 9(08).
           05 aud_validade_ate_novo_w              pic 9(08).
           05 aud_operador_w                       pic x(08).
           05 aud_data_relogio_w                   pic 9(08).
       77 entrada_valida                           pic x(01).
       77 diametro_maximo                          pic 9(03)
                                                   value 100.
       77 melhor_ind                                pic 9(03).
       77 nome_ja_processado                       pic x(01).
       77 fs_controle_exec                         pic x(02).
       77 fs_operador_file                         pic x(02).
       77 operador_informado                       pic x(08).
       77 senha_informada                          pic x(08).
       77 operador_codigo                          pic x(08)
                                                   value spaces.
       77 operador_nome                            pic x(20)
                                                   value spaces.
       77 perfil_operador                          pic x(01)
                                                   value space.
       77 operador_ok                              pic x(01)
                                                   value "N".
       77 qtde_tentativas                          pic 9(01)
                                                   value 0.
       77 fs_data_movimento                        pic x(02).
       77 fs_csv_file                              pic x(02).
       77 fs_checkpoint_ctrl                       pic x(02).
       77 fs_checkpoint_det                        pic x(02).
                                                   value 0.
       77 lote_qtde_aceitas                        pic 9(05)
                                                   value 0.
       77 lote_ok                                  pic x(01)
                                                   value "S".
       77 lote_data                                pic 9(08)
                                                   value 0.
       77 lote_fornecedor                          pic 9(03)
                                                   value 0.
       77 ind_pre_bloco                            pic 9(03)
                                                   value 0.
       77 aceitas_pre_bloco                        pic 9(05)
                                                   value 0.
       77 rejeitadas_pre_bloco                     pic 9(03)
                                                   value 0.
       77 bloco_aberto                             pic x(01)
                                                   value "N".
       77 bloco_ok                                 pic x(01)
                                                   value "S".
       77 bloco_motivo                             pic x(40).
       77 blk_qtde_lidas                           pic 9(05)
                                                   value 0.
       77 blk_qtde_aceitas                         pic 9(05)
                                                   value 0.
       77 blk_qtde_rejeitadas                      pic 9(05)
                                                   value 0.
       77 blk_hash_calc                            pic 9(09)v99
                                                   value 0.
       77 qtde_blocos                              pic 9(02)
                                                   value 0.
       77 qtde_blocos_aceitos                      pic 9(02)
                                                   value 0.
       77 qtde_blocos_recusados                    pic 9(02)
                                                   value 0.
       77 qtde_det_fora_bloco                      pic 9(05)
                                                   value 0.
       77 ind_blc                                  pic 9(02)
                                                   value 0.
       77 ind_blc_ant                              pic 9(02)
                                                   value 0.
       77 bloco_repetido                           pic x(01)
                                                   value "N".

       01 blocos_lote occurs 50 times.
           05 blc_data                             pic 9(08).
           05 blc_fornecedor                       pic 9(03).
           05 blc_lidos                            pic 9(05).
           05 blc_aceitos                          pic 9(05).
           05 blc_rejeitados                       pic 9(05).
           05 blc_situacao                         pic x(01).
           05 blc_motivo                           pic x(40).
       77 qtde_gravadas_master                     pic 9(05)
                                                   value 0.
       77 qtde_tabela                              pic 9(05)
                                                   value 0.
       77 sus_tab_cheia                            pic x(01)
                                                   value "N".
       77 qtde_sus_pre_bloco                       pic 9(03)
                                                   value 0.
       77 qtde_reproc_ok                           pic 9(05)
                                                   value 0.

       77 fs_pedido_compra                         pic x(02).
       77 fs_pedido_seq                            pic x(02).
       77 fs_pedido_impresso                       pic x(02).
       77 fs_compra_mensal                         pic x(02).
       77 fs_pedido_trabalho                       pic x(02).
       77 qtde_ped_dia                             pic 9(05).
       77 qtde_ped_dia_abertos                     pic 9(05).
       77 qtde_cmp_dia                             pic 9(05).
       77 pedidos_dia_existem                      pic x(01).
       77 pedidos_dia_recebidos                    pic x(01).
       77 remocao_ok                               pic x(01).
       77 numero_pedido                            pic 9(06)
                                                   value 0.
       77 qtde_pedidos                             pic 9(03)
       01 linha_recusa_balanco.
           05 filler                               pic x(41)
              value "CARGA DO LOTE RECUSADA - NADA APROVEITADO".
       01 linha_recusa_parcial.
           05 filler                               pic x(45)
              value "CARGA PARCIAL - HA BLOCOS DO LOTE RECUSADOS".
       01 linha_titulo_blocos.
           05 filler                               pic x(40)
              value "BLOCOS DO LOTE (UM POR PLANILHA)".
       01 linha_titulos_blocos.
           05 filler                               pic x(11)
              value "DATA".
           05 filler                               pic x(06)
              value "FORN".
           05 filler                               pic x(07)
              value "LIDOS".
           05 filler                               pic x(07)
              value "ACEIT".
           05 filler                               pic x(07)
              value "REJEI".
           05 filler                               pic x(10)
              value "SITUACAO".
           05 filler                               pic x(40)
              value "MOTIVO".
       01 linha_det_bloco.
           05 data_det_blc                         pic x(10).
           05 filler                               pic x(01)
              value space.
           05 forn_det_blc                         pic zz9.
           05 filler                               pic x(03)
              value space.
           05 lidos_det_blc                        pic zzzz9.
           05 filler                               pic x(02)
              value space.
           05 aceitos_det_blc                      pic zzzz9.
           05 filler                               pic x(02)
              value space.
           05 rejeitados_det_blc                   pic zzzz9.
           05 filler                               pic x(02)
              value space.
           05 situacao_det_blc                     pic x(09).
           05 filler                               pic x(01)
              value space.
           05 motivo_det_blc                       pic x(40).
       77 opcao_retomar                            pic x(01).
       77 ind_manutencao                           pic 9(03).
       77 ind_salvo                                pic 9(03).
                                                   value 0.
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
       01 linha_cabecalho_1.
           05 filler                               pic x(18)
              value "PIZZADESAFIO LTDA.".
           move  "trocou"   to     controle
           move   0         to     qtde_carregada

           accept hora_exec from time
           accept data_relogio_ini from date yyyymmdd

           open input controle-execucao
           if fs_controle_exec = "00"
                          cfg_consolidado = "s"
                           move "S" to modo_consolidado
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

           if modo_execucao = "B"
               move "LOTE" to operador_codigo
           else
               perform identifica-operador
               if operador_ok = "N"
                   move 8 to cod_retorno
                   perform grava-runlog
                   move cod_retorno to return-code
                   Stop run
               end-if
           end-if

           open output error-file

           open input runlog-file
                           move "10" to fs_runlog_file
                       not at end
                           if run_programa = "pizzadesafio"
                              and run_tipo not = "E"
                              and run_aceitos is numeric
                              and run_aceitos > 0
                              and run_lote_data is numeric
                                             to erro_motivo
                               write linha_erro from linha_erro_det
                           else
                           if est_loja is numeric and est_loja > 0
                              and est_loja not = loja_execucao
                               continue
                           else
                           if qtde_estoques < 200
                               add 1 to qtde_estoques
                               move est_nome
                               end-if
                           end-if
                           end-if
                           end-if
                   end-read
               end-perform
               close estoque-file
       inicializa-exit.
           exit.

      * Identificacao do operador no inicio do modo interativo:
      * codigo e senha conferidos no cadastro OPERADOR (operador
      * inativo ou com perfil invalido nao entra), com tres
      * tentativas. O perfil - (C)onsulta, (D)igitacao,
      * (M)anutencao ou (S)upervisor - limita as opcoes do
      * programa.

       identifica-operador section.

           move "N" to operador_ok
           move 0   to qtde_tentativas
           perform until operador_ok = "S" or qtde_tentativas = 3
               add 1 to qtde_tentativas
               display "Operador: "
               accept operador_informado
               display "Senha: "
               accept senha_informada
               perform confere-operador
               if operador_ok = "N"
                   display "Operador ou senha invalidos"
               end-if
           end-perform

           if operador_ok = "S"
               display "Operador " operador_codigo " - "
                       operador_nome " - perfil " perfil_operador
           else
               move operador_informado to operador_codigo
               display "Acesso negado"
           end-if
           .

       identifica-operador-exit.
           exit.

      * Procura operador_informado no cadastro OPERADOR e confere
      * senha, situacao e perfil. Sem o cadastro ninguem entra.

       confere-operador section.

           open input operador-file
           if fs_operador_file not = "00"
               display "Cadastro de operadores OPERADOR nao "
                       "encontrado"
               move 3 to qtde_tentativas
               go to confere-operador-exit
           end-if

           perform until fs_operador_file = "10"
               read operador-file next record
                   at end
                       move "10" to fs_operador_file
                   not at end
                       if op_codigo = operador_informado
                          and op_senha = senha_informada
                          and op_ativo not = "I"
                          and (op_perfil = "C" or op_perfil = "D"
                            or op_perfil = "M" or op_perfil = "S")
                           move "S"       to operador_ok
                           move op_codigo to operador_codigo
                           move op_nome   to operador_nome
                           move op_perfil to perfil_operador
                           move "10"      to fs_operador_file
                       end-if
               end-read
           end-perform
           close operador-file
           .

       confere-operador-exit.
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

       processamento section.

           move ind_inicial to ind
               perform carga-lote
               move "N" to opcao
           else
               if qtde_suspensos > 0 and perfil_operador not = "C"
                   display "Há " qtde_suspensos " pendências na "
                           "suspense. Deseja reprocessá-las? "
                           "('S'/'N')"
                   end-if
               end-if

               if perfil_operador not = "C"
                   display "Deseja carregar pizzas em lote a partir "
                           "do arquivo de transações? ('S'/'N')"
                   accept opcao_lote
                   if opcao_lote = "S" or opcao_lote = "s"
                       perform carga-lote
                   end-if
               end-if

               display "Deseja consultar o histórico de preco de uma "
                   perform consulta-historico
               end-if

               if perfil_operador = "C"
                   display "Perfil de consulta - sem digitacao nem "
                           "manutencao de precos"
                   move "N" to opcao
               else
                   display "deseja cadastrar mais uma pizza, corrigir "
                           "ou excluir, ou finalizar? ('S'/'C'/'N')"
                   accept opcao
               end-if
           end-if

           perform until opcao = "N" or opcao = "n"
               if opcao = "C" or opcao = "c"
                   if perfil_operador = "M" or perfil_operador = "S"
                       perform manutencao-registro
                   else
                       display "Correcao e exclusao exigem perfil de "
                               "manutencao ou supervisor"
                   end-if
               else
                   display erase
                   add 1 to ind
       apura-estoque-item-exit.
           exit.

      * Gera os pedidos de compra agrupando os itens da sugestao
      * pelo fornecedor vencedor da cotacao: um pedido numerado
      * por fornecedor, impresso em pedido-impresso com os dados
      * do cadastro, a quantidade sugerida, o preco cotado e o
      * total, e gravado item a item no fim de pedido-compra (em
      * aberto, para a conferencia do recebimento) e no fim de
      * compra-mensal (compras do mes). O ultimo numero usado fica
      * guardado em pedido-seq. Os pedidos saem uma vez so por loja
      * e data de movimento (verifica-pedidos-dia).
       gera-pedidos-compra section.

           move 0 to qtde_pedidos

           perform verifica-pedidos-dia
           if pedidos_dia_existem = "S"
               if reprocessamento = "S"
                  and pedidos_dia_recebidos = "N"
                   display "Reprocessamento - pedidos de "
                           data_exec_ed " substituidos"
                   perform remove-pedidos-dia
                   if remocao_ok = "N"
                       move spaces to linha_relatorio
                       write linha_relatorio
                       move "FALHA AO SUBSTITUIR PEDIDOS DO DIA - RC 8"
                         to linha_relatorio
                       write linha_relatorio
                       display "Pedidos de " data_exec_ed " nao "
                               "substituidos - geracao cancelada"
                       move 8 to cod_retorno
                       go to gera-pedidos-compra-exit
                   end-if
               else
                   move spaces to linha_relatorio
                   write linha_relatorio
                   if pedidos_dia_recebidos = "S"
                       move "PEDIDO DO DIA JA RECEBIDO - NAO REGERADOS"
                         to linha_relatorio
                   else
                       move "PEDIDOS DO DIA JA GERADOS - NAO REGERADOS"
                         to linha_relatorio
                   end-if
                   write linha_relatorio
                   display "Pedidos da loja " loja_execucao " em "
                           data_exec_ed " ja gerados - geracao "
                           "de pedidos pulada"
                   go to gera-pedidos-compra-exit
               end-if
           end-if

           open input pedido-seq
           if fs_pedido_seq = "00"
               read pedido-seq next record
               move 0 to numero_pedido
           end-if

           open extend pedido-compra
           if fs_pedido_compra = "35"
               open output pedido-compra
           end-if
           open extend compra-mensal
           if fs_compra_mensal = "35"
               open output compra-mensal
           end-if
           if fs_pedido_compra not = "00"
              or fs_compra_mensal not = "00"
               display "PEDCOMPR/COMPRMES indisponivel (status "
                       fs_pedido_compra "/" fs_compra_mensal
                       ") - pedidos nao gerados"
               if fs_pedido_compra = "00"
                   close pedido-compra
               end-if
               if fs_compra_mensal = "00"
                   close compra-mensal
               end-if
               move spaces to linha_relatorio
               write linha_relatorio
               move "FALHA NA ABERTURA DOS PEDIDOS - RC 8"
                 to linha_relatorio
               write linha_relatorio
               move 8 to cod_retorno
               go to gera-pedidos-compra-exit
           end-if
           open output pedido-impresso

           perform varying ind_ven from 1 by 1
                   until ind_ven > qtde_vendas
           end-perform

           close pedido-compra
           close compra-mensal
           close pedido-impresso

           open output pedido-seq
           move numero_pedido to seq_ultimo_pedido
       gera-pedidos-compra-exit.
           exit.

      * Conta os itens de pedido da loja e data de movimento ja
      * gravados: no PEDCOMPR (e quantos seguem em aberto, sem
      * nada recebido) e no COMPRMES. Item do dia que esta no
      * COMPRMES e saiu do PEDCOMPR e de pedido ja fechado pela
      * conferencia do recebimento.
       verifica-pedidos-dia section.

           move 0   to qtde_ped_dia
           move 0   to qtde_ped_dia_abertos
           move 0   to qtde_cmp_dia
           move "N" to pedidos_dia_existem
           move "N" to pedidos_dia_recebidos

           open input pedido-compra
           if fs_pedido_compra = "00"
               perform until fs_pedido_compra = "10"
                   read pedido-compra next record
                       at end
                           move "10" to fs_pedido_compra
                       not at end
                           if ped_loja = loja_execucao
                              and ped_data = data_exec
                               add 1 to qtde_ped_dia
                               if ped_situacao not = "P"
                                  and ped_situacao not = "F"
                                  and (ped_qtde_receb is not numeric
                                   or ped_qtde_receb = 0)
                                   add 1 to qtde_ped_dia_abertos
                               end-if
                           end-if
                   end-read
               end-perform
               close pedido-compra
           end-if

           open input compra-mensal
           if fs_compra_mensal = "00"
               perform until fs_compra_mensal = "10"
                   read compra-mensal next record
                       at end
                           move "10" to fs_compra_mensal
                       not at end
                           if cmp_loja = loja_execucao
                              and cmp_data = data_exec
                               add 1 to qtde_cmp_dia
                           end-if
                   end-read
               end-perform
               close compra-mensal
           end-if

           if qtde_ped_dia > 0 or qtde_cmp_dia > 0
               move "S" to pedidos_dia_existem
           end-if
           if qtde_ped_dia_abertos < qtde_ped_dia
              or qtde_ped_dia < qtde_cmp_dia
               move "S" to pedidos_dia_recebidos
           end-if
           .

       verifica-pedidos-dia-exit.
           exit.

      * Reprocessamento: tira do COMPRMES e do PEDCOMPR os itens da
      * loja e data de movimento, copiando o restante para o
      * PEDTRAB e de volta, antes de gerar os pedidos de novo. O
      * arquivo so e reaberto para gravacao depois da copia de
      * trabalho completa; qualquer falha deixa remocao_ok = "N".
      * O COMPRMES vai primeiro: se o PEDCOMPR falhar, os pedidos
      * do dia continuam la em aberto e um novo reprocessamento
      * termina a substituicao.
       remove-pedidos-dia section.

           move "N" to remocao_ok

           open input compra-mensal
           if fs_compra_mensal = "00"
               open output pedido-trabalho
               if fs_pedido_trabalho not = "00"
                   display "PEDTRAB indisponivel (status "
                           fs_pedido_trabalho ")"
                   close compra-mensal
                   go to remove-pedidos-dia-exit
               end-if
               perform until fs_compra_mensal not = "00"
                          or fs_pedido_trabalho not = "00"
                   read compra-mensal next record
                       at end
                           move "10" to fs_compra_mensal
                       not at end
                           if cmp_loja not = loja_execucao
                              or cmp_data not = data_exec
                               write registro-trabalho
                                 from registro-compra
                           end-if
                   end-read
               end-perform
               if fs_pedido_trabalho not = "00"
                  or fs_compra_mensal not = "10"
                   display "Falha na copia do COMPRMES para o PEDTRAB"
                   close compra-mensal
                   close pedido-trabalho
                   go to remove-pedidos-dia-exit
               end-if
               close compra-mensal
               close pedido-trabalho

               open input pedido-trabalho
               if fs_pedido_trabalho not = "00"
                   display "PEDTRAB indisponivel (status "
                           fs_pedido_trabalho ")"
                   go to remove-pedidos-dia-exit
               end-if
               open output compra-mensal
               if fs_compra_mensal not = "00"
                   display "COMPRMES indisponivel (status "
                           fs_compra_mensal ")"
                   close pedido-trabalho
                   go to remove-pedidos-dia-exit
               end-if
               perform until fs_pedido_trabalho not = "00"
                          or fs_compra_mensal not = "00"
                   read pedido-trabalho next record
                       at end
                           move "10" to fs_pedido_trabalho
                       not at end
                           write registro-compra
                             from registro-trabalho
                   end-read
               end-perform
               if fs_compra_mensal not = "00"
                  or fs_pedido_trabalho not = "10"
                   display "Falha na regravacao do COMPRMES"
                   close pedido-trabalho
                   close compra-mensal
                   go to remove-pedidos-dia-exit
               end-if
               close pedido-trabalho
               close compra-mensal
           end-if

           open input pedido-compra
           if fs_pedido_compra = "00"
               open output pedido-trabalho
               if fs_pedido_trabalho not = "00"
                   display "PEDTRAB indisponivel (status "
                           fs_pedido_trabalho ")"
                   close pedido-compra
                   go to remove-pedidos-dia-exit
               end-if
               perform until fs_pedido_compra not = "00"
                          or fs_pedido_trabalho not = "00"
                   read pedido-compra next record
                       at end
                           move "10" to fs_pedido_compra
                       not at end
                           if ped_loja not = loja_execucao
                              or ped_data not = data_exec
                               write registro-trabalho
                                 from registro-pedido
                           end-if
                   end-read
               end-perform
               if fs_pedido_trabalho not = "00"
                  or fs_pedido_compra not = "10"
                   display "Falha na copia do PEDCOMPR para o PEDTRAB"
                   close pedido-compra
                   close pedido-trabalho
                   go to remove-pedidos-dia-exit
               end-if
               close pedido-compra
               close pedido-trabalho

               open input pedido-trabalho
               if fs_pedido_trabalho not = "00"
                   display "PEDTRAB indisponivel (status "
                           fs_pedido_trabalho ")"
                   go to remove-pedidos-dia-exit
               end-if
               open output pedido-compra
               if fs_pedido_compra not = "00"
                   display "PEDCOMPR indisponivel (status "
                           fs_pedido_compra ")"
                   close pedido-trabalho
                   go to remove-pedidos-dia-exit
               end-if
               perform until fs_pedido_trabalho not = "00"
                          or fs_pedido_compra not = "00"
                   read pedido-trabalho next record
                       at end
                           move "10" to fs_pedido_trabalho
                       not at end
                           write registro-pedido
                             from registro-trabalho
                   end-read
               end-perform
               if fs_pedido_compra not = "00"
                  or fs_pedido_trabalho not = "10"
                   display "Falha na regravacao do PEDCOMPR"
                   close pedido-trabalho
                   close pedido-compra
                   go to remove-pedidos-dia-exit
               end-if
               close pedido-trabalho
               close pedido-compra
           end-if

           move "S" to remocao_ok
           .

       remove-pedidos-dia-exit.
           exit.

      * Gera um pedido completo para o fornecedor vencedor do item
      * corrente (ind_ven), varrendo as demais vendas ganhas pelo
      * mesmo fornecedor, e acumula o total na tabela de pedidos
                           move 999999999,99 to ped_total_w
                   end-add
                   write linha_pedido from linha_ped_item

                   move numero_pedido              to ped_numero
                   move loja_execucao              to ped_loja
                   move data_exec                  to ped_data
                   move fornecedor(ven_tab_melhor(ind_ven))
                     to ped_fornecedor
                   move ven_tab_nome(ind_ven2)     to ped_nome
                   move ven_tab_diametro(ind_ven2) to ped_diametro
                   move ven_tab_sugerida(ind_ven2) to ped_qtde
                   move preco(ven_tab_melhor(ind_ven2))
                     to ped_preco
                   move 0                          to ped_qtde_receb
                   move "A"                        to ped_situacao
                   write registro-pedido

                   if fs_compra_mensal = "00"
                       move data_exec                  to cmp_data
                       move loja_execucao              to cmp_loja
                       move ped_fornecedor             to cmp_fornecedor
                       move ped_nome                   to cmp_nome
                       move ped_diametro               to cmp_diametro
                       move ped_qtde                   to cmp_qtde
                       move ped_preco                  to cmp_preco
                       move numero_pedido              to cmp_pedido
                       write registro-compra
                   end-if
               end-if
           end-perform

       imprime-cabecalho-exit.
           exit.

      * Carga do arquivo de transacoes: o PIZZATRN traz um ou mais
      * blocos H...T, um por planilha de fornecedor, e cada bloco
      * e conferido e aceito ou estornado sozinho. Detalhe fora de
      * bloco e apontado e ignorado. Codigo de retorno 8 quando
      * nenhum bloco entrou e 6 quando uns entraram e outros foram
      * recusados.
       carga-lote section.

           move 0   to lote_qtde_lidas
           move 0   to lote_qtde_aceitas
           move "N" to bloco_aberto
           move "S" to lote_ok
           move 0   to qtde_blocos
           move 0   to qtde_blocos_aceitos
           move 0   to qtde_blocos_recusados
           move 0   to qtde_det_fora_bloco

           open input pizza-trans
           if fs_pizza_trans = "00"
               end-perform
               close pizza-trans

               if bloco_aberto = "S"
                   move "N" to bloco_ok
                   move "bloco sem trailer (arquivo truncado?)"
                               to bloco_motivo
                   perform fecha-bloco
               end-if

               if qtde_blocos = 0
                   move "N"    to lote_ok
                   move spaces to erro_nome
                   move "lote sem header (nenhum bloco H...T)"
                               to erro_motivo
                   write linha_erro from linha_erro_det
                   display "Arquivo de transações sem bloco H...T - "
                           "carga recusada"
               end-if

               if qtde_blocos_aceitos = 0
                   move 8 to cod_retorno
               else
                   if qtde_blocos_recusados > 0
                       if cod_retorno < 6
                           move 6 to cod_retorno
                       end-if
                   else
                       if qtde_det_fora_bloco > 0
                          and cod_retorno < 4
                           move 4 to cod_retorno
                       end-if
                   end-if
               end-if
           else
               display "Arquivo de transações não encontrado"
       carga-lote-exit.
           exit.

      * Trata um registro do lote conforme o tipo: 'H' abre o bloco
      * da planilha (data e fornecedor padrao), 'D' detalhe de
      * preco, 'T' trailer com quantidade e hash de preco dos
      * detalhes do bloco. Header sem o trailer do bloco anterior
      * recusa esse bloco; qualquer quebra de protocolo derruba
      * bloco_ok e o bloco e estornado no trailer, enquanto os
      * demais blocos do arquivo seguem normalmente.
       trata-registro-lote section.

           if trans_tipo = "H"
               if bloco_aberto = "S"
                   move "N" to bloco_ok
                   move "bloco sem trailer antes do header seguinte"
                               to bloco_motivo
                   perform fecha-bloco
               end-if
               perform abre-bloco
           else
           if trans_tipo = "T"
               if bloco_aberto = "N"
                   move spaces to erro_nome
                   move "trailer fora de bloco (sem header)"
                               to erro_motivo
                   write linha_erro from linha_erro_det
                   display "Trailer sem header no lote - ignorado"
                   if cod_retorno < 4
                       move 4 to cod_retorno
                   end-if
               else
                   if trans_t_qtde is not numeric
                      or trans_t_hash_preco is not numeric
                       if bloco_ok = "S"
                           move "N" to bloco_ok
                           move "trailer ilegivel (linha corrompida?)"
                                       to bloco_motivo
                       end-if
                   else
                       if (trans_t_qtde not = blk_qtde_lidas
                          or trans_t_hash_preco not = blk_hash_calc)
                          and bloco_ok = "S"
                           move "N" to bloco_ok
                           move "totais do trailer nao conferem"
                                       to bloco_motivo
                       end-if
                   end-if
                   perform fecha-bloco
               end-if
           else
           if trans_tipo = "D"
               if bloco_aberto = "N"
                   add 1 to qtde_det_fora_bloco
                   move trans_nome to erro_nome
                   move "detalhe fora de bloco H...T - ignorado"
                               to erro_motivo
                   write linha_erro from linha_erro_det
                   display "Detalhe " trans_nome " fora de bloco do "
                           "lote - ignorado"
               else
                   add 1 to lote_qtde_lidas
                   add 1 to blk_qtde_lidas
                   if trans_preco is not numeric
                       if bloco_ok = "S"
                           move "N" to bloco_ok
                           move "preco nao numerico no registro"
                                       to bloco_motivo
                           move trans_nome to erro_nome
                           move "preco nao numerico no registro do lote"
                                           to erro_motivo
                           write linha_erro from linha_erro_det
                       end-if
                   else
                       add trans_preco to blk_hash_calc
                       if bloco_ok = "S"
                           perform carrega-detalhe-lote
                       end-if
                   end-if
               end-if
           else
           if registro-trans not = spaces
               move trans_nome to erro_nome
               move "tipo de registro invalido no lote"
                               to erro_motivo
       trata-registro-lote-exit.
           exit.

      * Abre um bloco no header: guarda a posicao da tabela, da
      * suspense e dos contadores para o estorno do bloco, anota o
      * bloco na tabela do balanco e confere no registro de
      * execucoes se a mesma planilha ja foi carregada.
       abre-bloco section.

           move "S"    to bloco_aberto
           move "S"    to bloco_ok
           move spaces to bloco_motivo
           move 0      to blk_qtde_lidas
           move 0      to blk_qtde_aceitas
           move 0      to blk_qtde_rejeitadas
           move 0      to blk_hash_calc
           move ind               to ind_pre_bloco
           move qtde_suspensos    to qtde_sus_pre_bloco
           move lote_qtde_aceitas to aceitas_pre_bloco
           move qtde_rejeitadas   to rejeitadas_pre_bloco

           if trans_h_data is numeric
               move trans_h_data to lote_data
           else
               move 0 to lote_data
           end-if
           if trans_h_fornecedor is numeric
               move trans_h_fornecedor to lote_fornecedor
           else
               move 0 to lote_fornecedor
           end-if

           if qtde_blocos < 50
               add 1 to qtde_blocos
               move qtde_blocos to ind_blc
               move lote_data       to blc_data(ind_blc)
               move lote_fornecedor to blc_fornecedor(ind_blc)
           else
               move 0   to ind_blc
               move "N" to bloco_ok
               move "blocos do arquivo excedem a tabela"
                           to bloco_motivo
           end-if

           if lote_data = 0 and bloco_ok = "S"
               move "N" to bloco_ok
               move "header ilegivel (sem data)" to bloco_motivo
           end-if

           if bloco_ok = "S"
               perform verifica-carga-duplicada
           end-if
           .

       abre-bloco-exit.
           exit.

      * Fecha o bloco no trailer (ou na falta dele): bloco
      * conferido entra, bloco com problema e estornado sozinho e
      * apontado no relatorio de erros; o resultado fica na tabela
      * de blocos para o balanco e o registro de execucoes.
       fecha-bloco section.

           if bloco_ok = "S"
               add 1 to qtde_blocos_aceitos
               if ind_blc > 0
                   move "A"                 to blc_situacao(ind_blc)
                   move blk_qtde_lidas      to blc_lidos(ind_blc)
                   move blk_qtde_aceitas    to blc_aceitos(ind_blc)
                   move blk_qtde_rejeitadas to blc_rejeitados(ind_blc)
                   move spaces              to blc_motivo(ind_blc)
               end-if
           else
               perform estorna-bloco
               add 1 to qtde_blocos_recusados
               move "N" to lote_ok
               move spaces to erro_nome
               string lote_fornecedor "/" lote_data
                   delimited by size into erro_nome
               move bloco_motivo to erro_motivo
               write linha_erro from linha_erro_det
               display "Bloco do fornecedor " lote_fornecedor " de "
                       lote_data " recusado - " bloco_motivo
               if ind_blc > 0
                   move "R"            to blc_situacao(ind_blc)
                   move blk_qtde_lidas to blc_lidos(ind_blc)
                   move 0              to blc_aceitos(ind_blc)
                   move 0              to blc_rejeitados(ind_blc)
                   move bloco_motivo   to blc_motivo(ind_blc)
               end-if
           end-if
           move "N" to bloco_aberto
           .

       fecha-bloco-exit.
           exit.

      * Carrega um detalhe do bloco na tabela: critica a loja e a
      * entrada, grava o checkpoint dos aceitos e manda os
      * rejeitados para a suspense.
       carrega-detalhe-lote section.

           add 1 to ind
           if ind > limite_pizzas
               display "O limite é de " limite_pizzas
                       " pizzas foi atingido no lote"
               subtract 1 from ind
               move "N" to bloco_ok
               move "limite de pizzas atingido no bloco"
                           to bloco_motivo
           else
               move trans_nome       to nome(ind)
               move trans_diametro   to diametro(ind)
               move trans_fornecedor to fornecedor(ind)
               if trans_fornecedor = 0
                  and lote_fornecedor > 0
                   move lote_fornecedor to fornecedor(ind)
               end-if
               move trans_preco      to preco(ind)
               if trans_validade_de is numeric
                   move trans_validade_de to validade_de(ind)
               else
                   move 0 to validade_de(ind)
               end-if
               if trans_validade_ate is numeric
                   move trans_validade_ate
                     to validade_ate(ind)
               else
                   move 0 to validade_ate(ind)
               end-if
               move loja_execucao to sus_loja_anotar
               if trans_loja is numeric and trans_loja > 0
                  and trans_loja not = loja_execucao
                   move "N" to entrada_valida
                   move 5   to erro_codigo
                   move nome(ind) to erro_nome
                   move "loja divergente da execucao"
                                  to erro_motivo
                   write linha_erro from linha_erro_det
                   display "Registro da loja " trans_loja
                           " em execucao da loja "
                           loja_execucao " - rejeitado"
                   move trans_loja to sus_loja_anotar
               else
                   perform valida-entrada
               end-if
               if entrada_valida = "S"
                   add 1 to lote_qtde_aceitas
                   add 1 to blk_qtde_aceitas
                   move "L" to origem_reg(ind)
                   perform calculo-preco-cm2
                   perform grava-checkpoint
               else
                   add 1 to qtde_rejeitadas
                   add 1 to blk_qtde_rejeitadas
                   perform anota-suspense
                   move spaces to nome(ind)
                   move 0      to diametro(ind)
                   move 0      to fornecedor(ind)
                   move 0      to preco(ind)
                   move 0      to validade_de(ind)
                   move 0      to validade_ate(ind)
                   move space  to origem_reg(ind)
                   subtract 1 from ind
               end-if
           end-if
           .

       carrega-detalhe-lote-exit.
           exit.

      * Guarda uma carga aceita do registro de execucoes na tabela
      * do controle de duplicidade. O RUNLOG so cresce, entao com
      * a tabela cheia a entrada mais antiga e descartada para
                     to rlog_loja(ind_rlog)
                   move rlog_lote_data(ind_rlog + 1)
                     to rlog_lote_data(ind_rlog)
                   move rlog_fornecedor(ind_rlog + 1)
                     to rlog_fornecedor(ind_rlog)
               end-perform
           else
               add 1 to qtde_runs
           end-if
           move run_loja      to rlog_loja(qtde_runs)
           move run_lote_data to rlog_lote_data(qtde_runs)
           if run_lote_fornecedor is numeric
               move run_lote_fornecedor to rlog_fornecedor(qtde_runs)
           else
               move 0 to rlog_fornecedor(qtde_runs)
           end-if
           .

       anota-run-anterior-exit.
           exit.

      * Confere no registro de execucoes se a planilha do bloco
      * (data do header e fornecedor) ja foi carregada com aceite
      * para esta loja; registro antigo, sem fornecedor, vale para
      * qualquer fornecedor. Em modo lote o bloco e recusado
      * (rerun indevido do scheduler); em modo interativo o
      * operador decide. Vale o mesmo para o bloco que repete a
      * data e o fornecedor de um bloco ja aceito no proprio
      * arquivo desta execucao.
       verifica-carga-duplicada section.

           move "N" to carga_duplicada
                   until ind_rlog > qtde_runs
               if rlog_loja(ind_rlog) = loja_execucao
                  and rlog_lote_data(ind_rlog) = lote_data
                  and (rlog_fornecedor(ind_rlog) = lote_fornecedor
                       or rlog_fornecedor(ind_rlog) = 0)
                   move "S" to carga_duplicada
               end-if
           end-perform

           move "N" to bloco_repetido
           if ind_blc > 1
               perform varying ind_blc_ant from 1 by 1
                       until ind_blc_ant not < ind_blc
                   if blc_situacao(ind_blc_ant) = "A"
                      and blc_data(ind_blc_ant) = lote_data
                      and blc_fornecedor(ind_blc_ant) = lote_fornecedor
                       move "S" to bloco_repetido
                   end-if
               end-perform
           end-if

           if bloco_repetido = "S"
               if modo_execucao = "B"
                   move "N" to bloco_ok
                   move "bloco repetido no proprio arquivo"
                               to bloco_motivo
                   display "Bloco de " lote_data " do fornecedor "
                           lote_fornecedor " repetido no arquivo "
                           "- bloco recusado"
               else
                   display "Atencao: bloco de " lote_data " do "
                           "fornecedor " lote_fornecedor " ja foi "
                           "aceito neste arquivo. Carregar mesmo "
                           "assim? ('S'/'N')"
                   accept opcao_dup
                   if opcao_dup not = "S" and opcao_dup not = "s"
                       move "N" to bloco_ok
                       move "bloco repetido recusado pelo operador"
                                   to bloco_motivo
                   end-if
               end-if
               go to verifica-carga-duplicada-exit
           end-if

           if carga_duplicada = "S"
               if modo_execucao = "B"
                   move "N" to bloco_ok
                   move "bloco ja carregado para a loja (rerun?)"
                               to bloco_motivo
                   display "Bloco de " lote_data " do fornecedor "
                           lote_fornecedor " ja carregado para "
                           "a loja " loja_execucao " - bloco "
                           "recusado"
               else
                   display "Atencao: bloco de " lote_data " do "
                           "fornecedor " lote_fornecedor " ja foi "
                           "carregado para a loja " loja_execucao
                           ". Carregar mesmo assim? ('S'/'N')"
                   accept opcao_dup
                   if opcao_dup not = "S" and opcao_dup not = "s"
                       move "N" to bloco_ok
                       move "carga duplicada recusada pelo operador"
                                   to bloco_motivo
                   end-if
               end-if
           end-if
           exit.

      * Grava o registro desta execucao no arquivo de execucoes,
      * com os contadores e o codigo de retorno, seguido de um
      * registro por bloco do lote (tipo 'B', com data do header e
      * fornecedor), para o relatorio de operacao e o controle de
      * carga duplicada por bloco.
       grava-runlog section.

           accept hora_fim_exec from time
               move 0                    to run_arquivados
               move lote_data            to run_lote_data
               move cod_retorno          to run_retorno
               move "E"                  to run_tipo
               move 0                    to run_lote_fornecedor
               move data_relogio         to run_data_relogio
               move reprocessamento      to run_reprocesso
               move operador_codigo      to run_operador
               write registro-runlog

               perform varying ind_blc from 1 by 1
                       until ind_blc > qtde_blocos
                   move blc_lidos(ind_blc)      to run_lidos
                   move blc_aceitos(ind_blc)    to run_aceitos
                   move blc_rejeitados(ind_blc) to run_rejeitados
                   move 0                       to run_gravados
                   move blc_data(ind_blc)       to run_lote_data
                   move blc_fornecedor(ind_blc) to run_lote_fornecedor
                   move "B"                     to run_tipo
                   if blc_situacao(ind_blc) = "A"
                       if blc_rejeitados(ind_blc) > 0
                           move 4 to run_retorno
                       else
                           move 0 to run_retorno
                       end-if
                   else
                       move 8 to run_retorno
                   end-if
                   write registro-runlog
               end-perform
               close runlog-file
           else
               display "Registro de execucao indisponivel (status "
       grava-runlog-exit.
           exit.

      * Desfaz um bloco recusado: limpa as linhas da tabela que
      * entraram neste bloco, remove os checkpoints de detalhe
      * correspondentes, devolve contadores e suspense a posicao
      * do header e regrava o controle de checkpoint.
       estorna-bloco section.

           open i-o checkpoint-det
           if fs_checkpoint_det = "35"
               open i-o checkpoint-det
           end-if

           move ind_pre_bloco to ind2
           add 1 to ind2
           perform until ind2 > ind
               move spaces to nome(ind2)
           end-perform
           close checkpoint-det

           move ind_pre_bloco to ind
           move aceitas_pre_bloco to lote_qtde_aceitas
           move rejeitadas_pre_bloco to qtde_rejeitadas
           move qtde_sus_pre_bloco to qtde_suspensos

           move "E" to sessao_status
           move ind to sessao_qtde
           perform grava-checkpoint-ctrl
           .

       estorna-bloco-exit.
           exit.

      * Anota na tabela de suspense o registro recusado que esta na
           exit.

      * Balanco da execucao no relatorio impresso: o que foi lido
      * do lote, aceito, rejeitado e o que vai para o price-master,
      * e a situacao de cada bloco do lote.
       imprime-balanco section.

           move 0 to qtde_tabela
           move qtde_sus_pendentes to balanco_valor
           write linha_relatorio from linha_det_balanco

           if qtde_blocos > 0
               move spaces to linha_relatorio
               write linha_relatorio
               write linha_relatorio from linha_titulo_blocos
               write linha_relatorio from linha_titulos_blocos
               perform varying ind_blc from 1 by 1
                       until ind_blc > qtde_blocos
                   string blc_data(ind_blc)(7:2) "/"
                          blc_data(ind_blc)(5:2) "/"
                          blc_data(ind_blc)(1:4)
                       into data_det_blc
                   move blc_fornecedor(ind_blc) to forn_det_blc
                   move blc_lidos(ind_blc)      to lidos_det_blc
                   move blc_aceitos(ind_blc)    to aceitos_det_blc
                   move blc_rejeitados(ind_blc)
                     to rejeitados_det_blc
                   if blc_situacao(ind_blc) = "A"
                       move "ACEITO"   to situacao_det_blc
                   else
                       move "RECUSADO" to situacao_det_blc
                   end-if
                   move blc_motivo(ind_blc)     to motivo_det_blc
                   write linha_relatorio from linha_det_bloco
               end-perform

               move "Blocos aceitos....................:"
                 to balanco_texto
               move qtde_blocos_aceitos to balanco_valor
               write linha_relatorio from linha_det_balanco
               move "Blocos recusados (estornados).....:"
                 to balanco_texto
               move qtde_blocos_recusados to balanco_valor
               write linha_relatorio from linha_det_balanco
           end-if

           if qtde_det_fora_bloco > 0
               move "Detalhes fora de bloco (ignorados):"
                 to balanco_texto
               move qtde_det_fora_bloco to balanco_valor
               write linha_relatorio from linha_det_balanco
           end-if

           if lote_ok = "N"
               if qtde_blocos_aceitos = 0
                   write linha_relatorio from linha_recusa_balanco
               else
                   write linha_relatorio from linha_recusa_parcial
               end-if
           end-if
           .

                   perform grava-checkpoint-ctrl
               else
                   if opcao_manutencao = "E" or opcao_manutencao = "e"
                       if perfil_operador = "S"
                           perform remove-registro
                           move "E"  to sessao_status
                           move ind  to sessao_qtde
                           perform grava-checkpoint-ctrl
                       else
                           display "Exclusao exige perfil supervisor"
                       end-if
                   end-if
               end-if
           else
           move 0                          to aud_preco_novo_w
           move 0                          to aud_validade_de_novo_w
           move 0                          to aud_validade_ate_novo_w
           move operador_codigo            to aud_operador_w
           move data_relogio_ini           to aud_data_relogio_w
           perform grava-auditoria

           move ind to ind_antigo
           move preco(ind)        to aud_preco_novo_w
           move validade_de(ind)  to aud_validade_de_novo_w
           move validade_ate(ind) to aud_validade_ate_novo_w
           move operador_codigo   to aud_operador_w
           move data_relogio_ini  to aud_data_relogio_w
           .

       monta-auditoria-linha-exit.
