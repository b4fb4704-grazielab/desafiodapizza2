      *Divisão de identificação do programa
       identification division.
       program-id. "pizzacsvimp".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *-----------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026 GBB - importacao da planilha de precos do
      *                  fornecedor em CSV (PLANFORN, campos nome;
      *                  diametro;preco;validade separados por
      *                  ponto e virgula): o nome do produto do
      *                  fornecedor e traduzido para o nome da
      *                  pizza pela tabela de-para por fornecedor
      *                  (DEPARA), preco e data sao convertidos e
      *                  o PIZZATRN e gravado com o header 'H'
      *                  (data e fornecedor do CSVPARM ou
      *                  digitados), os detalhes 'D' e o trailer
      *                  'T' calculado sobre as linhas gravadas.
      *                  Linha sem traducao, com campo invalido ou
      *                  repetida vai para o relatorio de excecoes
      *                  CSVEXCRP. Codigo de retorno 0 sem
      *                  excecao, 4 com excecoes, 8 sem linha
      *                  gravada ou parametro invalido.
      * 15/10/2026 GBB - parm_acrescenta no CSVPARM (ou pergunta
      *                  no modo interativo): com "S" o bloco da
      *                  planilha e acrescentado ao PIZZATRN em vez
      *                  de recria-lo, para carregar as planilhas
      *                  de varios fornecedores num lote so. O
      *                  RUNLOG grava o tipo 'E' e o fornecedor.
      * 15/10/2026 GBB - data de movimento lida do DATAMOV em vez do
      *                  relogio (data padrao da planilha), com
      *                  recusa de dia ja fechado fora de
      *                  reprocessamento; gravacao do RUNLOG em
      *                  grava-runlog, com a data do relogio e a
      *                  marca de reprocessamento.
      * 15/10/2026 GBB - operador no registro do RUNLOG (LOTE:
      *                  programa sem identificacao de operador).
      * 15/10/2026 GBB - PIZZATRN aberto so na primeira linha
      *                  convertida, com o status conferido: planilha
      *                  sem linha valida nao recria nem acrescenta
      *                  bloco vazio; sem PIZZATRN, rc 8.
      * 15/10/2026 GBB - linha alem da tabela de conferencia de
      *                  repetidos vai para as excecoes em vez de
      *                  entrar sem conferencia.
      *-----------------------------------------------------------

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.

           select planilha-csv
               assign to "PLANFORN"
               organization is line sequential
               file status is fs_planilha_csv.

           select parametro-csv
               assign to "CSVPARM"
               organization is line sequential
               file status is fs_parametro_csv.

           select depara-file
               assign to "DEPARA"
               organization is line sequential
               file status is fs_depara_file.

           select fornecedor-master
               assign to "SUPPLMST"
               organization is line sequential
               file status is fs_fornecedor_master.

           select controle-execucao
               assign to "LIMITCFG"
               organization is line sequential
               file status is fs_controle_exec.

           select pizza-trans
               assign to "PIZZATRN"
               organization is line sequential
               file status is fs_pizza_trans.

           select excecao-report
               assign to "CSVEXCRP"
               organization is line sequential
               file status is fs_excecao_report.

           select runlog-file
               assign to "RUNLOG"
               organization is line sequential
               file status is fs_runlog_file.

           select data-movimento
               assign to "DATAMOV"
               organization is line sequential
               file status is fs_data_movimento.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

       fd planilha-csv.
       01 linha_csv                                pic x(200).

       fd parametro-csv.
       01 registro-parametro-csv.
           05 parm_fornecedor                      pic 9(03).
           05 parm_data                            pic 9(08).
           05 parm_loja                            pic 9(02).
           05 parm_acrescenta                      pic x(01).

       fd depara-file.
       01 registro-depara.
           05 dep_fornecedor                       pic 9(03).
           05 dep_nome_forn                        pic x(30).
           05 dep_nome                             pic x(15).

       fd fornecedor-master.
       01 registro-fornecedor.
           05 forn_codigo                          pic 9(03).
           05 forn_nome                            pic x(20).
           05 forn_contato                         pic x(20).
           05 forn_ativo                           pic x(01).

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

       fd pizza-trans.
       01 registro-trans.
           05 trans_tipo                           pic x(01).
           05 trans_nome                           pic x(15).
           05 trans_diametro                       pic 9(03).
           05 trans_preco                          pic 9(03)v99.
           05 trans_fornecedor                     pic 9(03).
           05 trans_validade_de                    pic 9(08).
           05 trans_validade_ate                   pic 9(08).
           05 trans_loja                           pic 9(02).
       01 registro-trans-header.
           05 trans_h_tipo                         pic x(01).
           05 trans_h_data                         pic 9(08).
           05 trans_h_fornecedor                   pic 9(03).
       01 registro-trans-trailer.
           05 trans_t_tipo                         pic x(01).
           05 trans_t_qtde                         pic 9(05).
           05 trans_t_hash_preco                   pic 9(09)v99.

       fd excecao-report.
       01 linha_excecao                            pic x(120).

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

       fd data-movimento.
       01 registro-data-movimento.
           05 dm_loja                              pic 9(02).
           05 dm_data_movimento                    pic 9(08).
           05 dm_ultima_fechada                    pic 9(08).

      *----Variaveis de trabalho
       working-storage section.

       77 fs_planilha_csv                          pic x(02).
       77 fs_parametro_csv                         pic x(02).
       77 fs_depara_file                           pic x(02).
       77 fs_fornecedor_master                     pic x(02).
       77 fs_controle_exec                         pic x(02).
       77 fs_data_movimento                        pic x(02).
       77 fs_pizza_trans                           pic x(02).
       77 fs_excecao_report                        pic x(02).
       77 fs_runlog_file                           pic x(02).

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
       77 cod_retorno                              pic 9(02)
                                                   value 0.
       77 parametro_ok                             pic x(01)
                                                   value "S".
       77 fornecedor_conv                          pic 9(03)
                                                   value 0.
       77 data_planilha                            pic 9(08)
                                                   value 0.
       77 loja_planilha                            pic 9(02)
                                                   value 0.
       77 acrescenta_trans                         pic x(01)
                                                   value "N".
       77 trans_aberto                             pic x(01)
                                                   value "N".
       77 trans_com_erro                           pic x(01)
                                                   value "N".
       77 forn_achado                              pic x(01).
       77 forn_situacao                            pic x(01).

       77 qtde_depara                              pic 9(03)
                                                   value 0.
       77 ind_dep                                  pic 9(03).
       77 depara_tab_cheia                         pic x(01)
                                                   value "N".
       01 depara occurs 300 times.
           05 dep_tab_nome_forn                    pic x(30).
           05 dep_tab_nome                         pic x(15).

       77 qtde_gravadas_tab                        pic 9(03)
                                                   value 0.
       77 ind_grv                                  pic 9(03).
       01 linhas_gravadas occurs 500 times.
           05 grv_nome                             pic x(15).
           05 grv_diametro                         pic 9(03).

       01 campos_csv.
           05 campo_csv_1                          pic x(30).
           05 campo_csv_2                          pic x(30).
           05 campo_csv_3                          pic x(30).
           05 campo_csv_4                          pic x(30).
           05 campo_csv_5                          pic x(30).
       01 campos_csv_r redefines campos_csv.
           05 campo_csv occurs 5 times             pic x(30).
       77 qtde_campos                              pic 9(02).
       77 ind_campo                                pic 9(02).

       77 campo_trab                               pic x(30).
       77 campo_aux                                pic x(30).
       77 qtde_brancos                             pic 9(02).
       77 ind_car                                  pic 9(02).
       77 conv_ok                                  pic x(01).
       77 conv_fim                                 pic x(01).
       77 conv_separador                           pic x(01).
       77 conv_inteiro                             pic 9(05).
       77 conv_decimal                             pic 9(02).
       77 qtde_dig_int                             pic 9(02).
       77 qtde_dig_dec                             pic 9(02).
       77 valor_conv                               pic 9(05)v99.
       01 digito_car                               pic x(01).
       01 digito_num redefines digito_car          pic 9(01).

       77 data_conv                                pic 9(08).
       01 data_partes.
           05 data_ano                             pic 9(04).
           05 data_mes                             pic 9(02).
           05 data_dia                             pic 9(02).
       01 data_partes_r redefines data_partes      pic 9(08).
       77 dias_mes                                 pic 9(02).
       77 quoc_calc                                pic 9(04).
       77 rem_4                                    pic 9(03).
       77 rem_100                                  pic 9(03).
       77 rem_400                                  pic 9(03).
       01 tabela_dias_mes.
           05 filler                               pic x(24)
              value "312831303130313130313031".
       01 tabela_dias_mes_r redefines tabela_dias_mes.
           05 dias_mes_tab occurs 12 times         pic 9(02).

       77 nome_forn_w                              pic x(30).
       77 nome_pizza_w                             pic x(15).
       77 diametro_w                               pic 9(03).
       77 preco_w                                  pic 9(03)v99.
       77 validade_w                               pic 9(08).
       77 motivo_excecao                           pic x(40).

       77 qtde_linhas_lidas                        pic 9(05)
                                                   value 0.
       77 qtde_linhas_gravadas                     pic 9(05)
                                                   value 0.
       77 qtde_excecoes                            pic 9(05)
                                                   value 0.
       77 hash_preco_calc                          pic 9(09)v99
                                                   value 0.

       01 linha_cab_csv_1.
           05 filler                               pic x(34)
              value "IMPORTACAO DA PLANILHA CSV".
           05 filler                               pic x(07)
              value "Data: ".
           05 data_cab_csv                         pic x(10).
       01 linha_cab_csv_2.
           05 filler                               pic x(13)
              value "Fornecedor: ".
           05 forn_cab_csv                         pic zz9.
           05 filler                               pic x(03)
              value " - ".
           05 forn_nome_cab_csv                    pic x(20).
           05 filler                               pic x(19)
              value "  Data planilha: ".
           05 data_plan_cab_csv                    pic x(10).
       01 linha_titulos_exc.
           05 filler                               pic x(07)
              value "LINHA".
           05 filler                               pic x(62)
              value "CONTEUDO".
           05 filler                               pic x(40)
              value "MOTIVO".
       01 linha_detalhe_exc.
           05 linha_det_exc                        pic zzzz9.
           05 filler                               pic x(02)
              value space.
           05 conteudo_det_exc                     pic x(60).
           05 filler                               pic x(02)
              value space.
           05 motivo_det_exc                       pic x(40).
       01 linha_total_csv.
           05 total_texto_csv                      pic x(35).
           05 total_valor_csv                      pic zzzz9.
       01 linha_total_hash.
           05 filler                               pic x(35)
              value "Hash de preco do trailer..........:".
           05 total_hash_csv                       pic zzzzzzzz9,99.
       01 linha_aviso_csv.
           05 aviso_csv                            pic x(70).

      *----Variaveis para comunicação entre programas
       linkage section.

      *----Declaração de tela
       screen section.

      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           if parametro_ok = "S"
               perform processamento
           end-if
           perform finaliza.

      * Parametros da conversao (fornecedor, data da planilha e
      * loja) do CSVPARM ou digitados, critica do fornecedor no
      * cadastro e carga da tabela de-para do fornecedor.

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

           open input parametro-csv
           if fs_parametro_csv = "00"
               read parametro-csv next record
                   at end
                       continue
                   not at end
                       if parm_fornecedor is numeric
                           move parm_fornecedor to fornecedor_conv
                       end-if
                       if parm_data is numeric
                           move parm_data to data_planilha
                       end-if
                       if parm_loja is numeric
                           move parm_loja to loja_planilha
                       end-if
                       if parm_acrescenta = "S" or
                          parm_acrescenta = "s"
                           move "S" to acrescenta_trans
                       end-if
               end-read
               close parametro-csv
           else
               if modo_execucao not = "B"
                   display "Informe o codigo do fornecedor da planilha "
                   accept fornecedor_conv
                   display "Informe a data da planilha (aaaammdd, 0 "
                           "para hoje) "
                   accept data_planilha
                   display "Informe a loja dos precos (0 para a loja "
                           "da carga) "
                   accept loja_planilha
                   display "Acrescentar ao PIZZATRN ja existente "
                           "(S/N)? "
                   accept acrescenta_trans
                   if acrescenta_trans = "s"
                       move "S" to acrescenta_trans
                   end-if
                   if acrescenta_trans not = "S"
                       move "N" to acrescenta_trans
                   end-if
               end-if
           end-if

           if loja_planilha is not numeric
               move 0 to loja_planilha
           end-if

           move loja_planilha to loja_data_mov
           perform obtem-data-movimento
           if data_mov_ok = "N"
               move 8 to cod_retorno
               perform grava-runlog
               move cod_retorno to return-code
               Stop run
           end-if

           string data_exec(7:2) "/" data_exec(5:2) "/" data_exec(1:4)
               into data_exec_ed

           if data_planilha is not numeric or data_planilha = 0
               move data_exec to data_planilha
           end-if

           open output excecao-report
           move data_exec_ed to data_cab_csv
           write linha_excecao from linha_cab_csv_1

           if fornecedor_conv is not numeric or fornecedor_conv = 0
               move 0 to fornecedor_conv
               move spaces to forn_nome_cab_csv
               perform imprime-cabecalho-fornecedor
               move "FORNECEDOR DA PLANILHA NAO INFORMADO"
                 to aviso_csv
               write linha_excecao from linha_aviso_csv
               display "Fornecedor da planilha nao informado - "
                       "conversao cancelada"
               move "N" to parametro_ok
               move 8 to cod_retorno
               go to inicializa-exit
           end-if

           move "N" to forn_achado
           move spaces to forn_nome_cab_csv
           open input fornecedor-master
           if fs_fornecedor_master = "00"
               perform until fs_fornecedor_master = "10"
                   read fornecedor-master next record
                       at end
                           move "10" to fs_fornecedor_master
                       not at end
                           if forn_codigo = fornecedor_conv
                               move "S" to forn_achado
                               move forn_nome to forn_nome_cab_csv
                               move forn_ativo to forn_situacao
                           end-if
                   end-read
               end-perform
               close fornecedor-master
           end-if
           perform imprime-cabecalho-fornecedor

           if forn_achado = "N"
               move "FORNECEDOR NAO CADASTRADO - CONVERSAO CANCELADA"
                 to aviso_csv
               write linha_excecao from linha_aviso_csv
               display "Fornecedor " fornecedor_conv
                       " nao cadastrado - conversao cancelada"
               move "N" to parametro_ok
               move 8 to cod_retorno
               go to inicializa-exit
           end-if
           if forn_situacao = "I" or forn_situacao = "i"
               move "FORNECEDOR INATIVO - CONVERSAO CANCELADA"
                 to aviso_csv
               write linha_excecao from linha_aviso_csv
               display "Fornecedor " fornecedor_conv
                       " inativo - conversao cancelada"
               move "N" to parametro_ok
               move 8 to cod_retorno
               go to inicializa-exit
           end-if

           open input depara-file
           if fs_depara_file = "00"
               perform until fs_depara_file = "10"
                   read depara-file next record
                       at end
                           move "10" to fs_depara_file
                       not at end
                           if dep_fornecedor = fornecedor_conv
                               perform anota-depara
                           end-if
                   end-read
               end-perform
               close depara-file
           end-if

           if qtde_depara = 0
               move "FORNECEDOR SEM DE-PARA - CONVERSAO CANCELADA"
                 to aviso_csv
               write linha_excecao from linha_aviso_csv
               display "Fornecedor " fornecedor_conv " sem tabela "
                       "de-para - conversao cancelada"
               move "N" to parametro_ok
               move 8 to cod_retorno
               go to inicializa-exit
           end-if
           if depara_tab_cheia = "S"
               move "ATENCAO: de-para do fornecedor excede a tabela"
                 to aviso_csv
               write linha_excecao from linha_aviso_csv
           end-if

           move spaces to linha_excecao
           write linha_excecao
           write linha_excecao from linha_titulos_exc
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

      * Segunda linha do cabecalho do relatorio de excecoes.

       imprime-cabecalho-fornecedor section.

           move fornecedor_conv to forn_cab_csv
           string data_planilha(7:2) "/" data_planilha(5:2) "/"
                  data_planilha(1:4)
               into data_plan_cab_csv
           write linha_excecao from linha_cab_csv_2
           .

       imprime-cabecalho-fornecedor-exit.
           exit.

      * Guarda uma traducao do fornecedor com o nome do produto
      * sem brancos a esquerda e em maiusculas.

       anota-depara section.

           if qtde_depara = 300
               move "S" to depara_tab_cheia
           else
               add 1 to qtde_depara
               move dep_nome_forn to campo_trab
               perform ajusta-campo
               inspect campo_trab converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               move campo_trab to dep_tab_nome_forn(qtde_depara)
               move dep_nome   to dep_tab_nome(qtde_depara)
           end-if
           .

       anota-depara-exit.
           exit.

      * Le a planilha e grava o PIZZATRN: header, um detalhe por
      * linha convertida e o trailer com quantidade e hash de
      * preco das linhas gravadas. Com acrescenta_trans = "S" o
      * bloco H...T desta planilha vai no fim do PIZZATRN que ja
      * existe, junto dos blocos dos outros fornecedores.

       processamento section.

           open input planilha-csv
           if fs_planilha_csv not = "00"
               move "PLANILHA PLANFORN NAO ENCONTRADA" to aviso_csv
               write linha_excecao from linha_aviso_csv
               display "Planilha PLANFORN nao encontrada"
               move 8 to cod_retorno
               go to processamento-exit
           end-if

           perform until fs_planilha_csv = "10"
                      or trans_com_erro = "S"
               read planilha-csv next record
                   at end
                       move "10" to fs_planilha_csv
                   not at end
                       add 1 to qtde_linhas_lidas
                       perform converte-linha
               end-read
           end-perform
           close planilha-csv

           if trans_aberto = "S"
               move spaces               to registro-trans
               move "T"                  to trans_t_tipo
               move qtde_linhas_gravadas to trans_t_qtde
               move hash_preco_calc      to trans_t_hash_preco
               write registro-trans-trailer
               close pizza-trans
           end-if

           if trans_com_erro = "S"
               move 8 to cod_retorno
               go to processamento-exit
           end-if

           if qtde_linhas_gravadas = 0
               move "NENHUMA LINHA CONVERTIDA - PIZZATRN NAO ALTERADO"
                 to aviso_csv
               write linha_excecao from linha_aviso_csv
               move 8 to cod_retorno
           else
               if qtde_excecoes > 0
                   move 4 to cod_retorno
               end-if
           end-if
           .

       processamento-exit.
           exit.

      * Converte uma linha da planilha: separa os campos, traduz o
      * nome e converte diametro, preco e validade. Linha em
      * branco e ignorada; a primeira linha com diametro nao
      * numerico e tomada como titulo das colunas.

       converte-linha section.

           move spaces to motivo_excecao
           inspect linha_csv replacing all x"0D" by space
           inspect linha_csv replacing all quote by space
           if linha_csv = spaces
               go to converte-linha-exit
           end-if

           move spaces to campos_csv
           move 0 to qtde_campos
           unstring linha_csv delimited by ";"
               into campo_csv_1 campo_csv_2 campo_csv_3
                    campo_csv_4 campo_csv_5
               tallying in qtde_campos
           end-unstring
           perform varying ind_campo from 1 by 1 until ind_campo > 5
               move campo_csv(ind_campo) to campo_trab
               perform ajusta-campo
               move campo_trab to campo_csv(ind_campo)
           end-perform

           if qtde_campos < 3
               move "linha com menos de 3 campos" to motivo_excecao
               perform imprime-excecao
               go to converte-linha-exit
           end-if

           move campo_csv_2 to campo_trab
           perform converte-numero
           if conv_ok = "N"
               if qtde_linhas_lidas = 1
                   go to converte-linha-exit
               end-if
           end-if
           if conv_ok = "N" or conv_separador = "S"
              or valor_conv = 0 or valor_conv > 999
               move "diametro invalido" to motivo_excecao
               perform imprime-excecao
               go to converte-linha-exit
           end-if
           move valor_conv to diametro_w

           move campo_csv_3 to campo_trab
           perform converte-numero
           if conv_ok = "N" or valor_conv = 0 or valor_conv > 999,99
               move "preco invalido" to motivo_excecao
               perform imprime-excecao
               go to converte-linha-exit
           end-if
           move valor_conv to preco_w

           move campo_csv_4 to campo_trab
           if campo_trab = spaces
               move 0 to validade_w
           else
               perform converte-data
               if conv_ok = "N"
                   move "data de validade invalida" to motivo_excecao
                   perform imprime-excecao
                   go to converte-linha-exit
               end-if
               move data_conv to validade_w
           end-if

           move campo_csv_1 to nome_forn_w
           inspect nome_forn_w converting
               "abcdefghijklmnopqrstuvwxyz"
            to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move spaces to nome_pizza_w
           perform varying ind_dep from 1 by 1
                   until ind_dep > qtde_depara
               if dep_tab_nome_forn(ind_dep) = nome_forn_w
                   move dep_tab_nome(ind_dep) to nome_pizza_w
               end-if
           end-perform
           if nome_pizza_w = spaces
               move "produto sem traducao no de-para" to motivo_excecao
               perform imprime-excecao
               go to converte-linha-exit
           end-if

           perform varying ind_grv from 1 by 1
                   until ind_grv > qtde_gravadas_tab
               if grv_nome(ind_grv) = nome_pizza_w
                  and grv_diametro(ind_grv) = diametro_w
                   move "pizza/diametro repetido na planilha"
                     to motivo_excecao
               end-if
           end-perform
           if motivo_excecao = "pizza/diametro repetido na planilha"
               perform imprime-excecao
               go to converte-linha-exit
           end-if
           if qtde_gravadas_tab = 500
               move "planilha excede a tabela de conferencia"
                 to motivo_excecao
               perform imprime-excecao
               go to converte-linha-exit
           end-if
           add 1 to qtde_gravadas_tab
           move nome_pizza_w to grv_nome(qtde_gravadas_tab)
           move diametro_w   to grv_diametro(qtde_gravadas_tab)

           if trans_aberto = "N"
               perform abre-pizza-trans
               if trans_com_erro = "S"
                   go to converte-linha-exit
               end-if
           end-if

           move spaces          to registro-trans
           move "D"             to trans_tipo
           move nome_pizza_w    to trans_nome
           move diametro_w      to trans_diametro
           move preco_w         to trans_preco
           move fornecedor_conv to trans_fornecedor
           move data_planilha   to trans_validade_de
           move validade_w      to trans_validade_ate
           move loja_planilha   to trans_loja
           write registro-trans
           add 1 to qtde_linhas_gravadas
           add preco_w to hash_preco_calc
           .

       converte-linha-exit.
           exit.

      * Abre o PIZZATRN (acrescentando ou recriando, conforme o
      * parametro) e grava o header do bloco; so e chamada na
      * primeira linha convertida, para planilha sem linha valida
      * nao mexer no PIZZATRN.

       abre-pizza-trans section.

           if acrescenta_trans = "S"
               open extend pizza-trans
               if fs_pizza_trans = "35"
                   open output pizza-trans
               end-if
           else
               open output pizza-trans
           end-if
           if fs_pizza_trans not = "00"
               move "PIZZATRN INDISPONIVEL - NADA GRAVADO" to aviso_csv
               write linha_excecao from linha_aviso_csv
               display "PIZZATRN indisponivel (status "
                       fs_pizza_trans ") - conversao cancelada"
               move "S" to trans_com_erro
               go to abre-pizza-trans-exit
           end-if
           move "S" to trans_aberto

           move spaces             to registro-trans
           move "H"                to trans_h_tipo
           move data_planilha      to trans_h_data
           move fornecedor_conv    to trans_h_fornecedor
           write registro-trans-header
           .

       abre-pizza-trans-exit.
           exit.

      * Tira os brancos a esquerda de campo_trab.

       ajusta-campo section.

           move 0 to qtde_brancos
           inspect campo_trab tallying qtde_brancos for leading spaces
           if qtde_brancos > 0 and qtde_brancos < 30
               move campo_trab(qtde_brancos + 1:) to campo_aux
               move campo_aux to campo_trab
           end-if
           .

       ajusta-campo-exit.
           exit.

      * Converte o texto de campo_trab em valor_conv, digito a
      * digito: parte inteira de ate 5 digitos e ate 2 decimais
      * depois de virgula ou ponto. Qualquer outro caractere, ou
      * branco no meio do numero, deixa conv_ok = "N".

       converte-numero section.

           move "S" to conv_ok
           move "N" to conv_fim
           move "N" to conv_separador
           move 0   to conv_inteiro
           move 0   to conv_decimal
           move 0   to qtde_dig_int
           move 0   to qtde_dig_dec
           move 0   to valor_conv

           perform varying ind_car from 1 by 1
                   until ind_car > 30 or conv_ok = "N"
               move campo_trab(ind_car:1) to digito_car
               evaluate true
                   when digito_car = space
                       move "S" to conv_fim
                   when conv_fim = "S"
                       move "N" to conv_ok
                   when digito_car = "," or digito_car = "."
                       if conv_separador = "S"
                           move "N" to conv_ok
                       else
                           move "S" to conv_separador
                       end-if
                   when digito_car is numeric
                       if conv_separador = "S"
                           if qtde_dig_dec = 2
                               move "N" to conv_ok
                           else
                               compute conv_decimal =
                                   conv_decimal * 10 + digito_num
                               add 1 to qtde_dig_dec
                           end-if
                       else
                           if qtde_dig_int = 5
                               move "N" to conv_ok
                           else
                               compute conv_inteiro =
                                   conv_inteiro * 10 + digito_num
                               add 1 to qtde_dig_int
                           end-if
                       end-if
                   when other
                       move "N" to conv_ok
               end-evaluate
           end-perform

           if qtde_dig_int = 0 and qtde_dig_dec = 0
               move "N" to conv_ok
           end-if

           if conv_ok = "S"
               if qtde_dig_dec = 1
                   multiply 10 by conv_decimal
               end-if
               compute valor_conv = conv_inteiro + (conv_decimal / 100)
           end-if
           .

       converte-numero-exit.
           exit.

      * Converte a data de campo_trab (dd/mm/aaaa ou aaaammdd) em
      * data_conv, criticando mes e dia (fevereiro bissexto
      * incluido).

       converte-data section.

           move "S" to conv_ok
           move 0   to data_conv

           if campo_trab(3:1) = "/" and campo_trab(6:1) = "/"
              and campo_trab(11:) = spaces
              and campo_trab(1:2) is numeric
              and campo_trab(4:2) is numeric
              and campo_trab(7:4) is numeric
               move campo_trab(7:4) to data_ano
               move campo_trab(4:2) to data_mes
               move campo_trab(1:2) to data_dia
           else
               if campo_trab(1:8) is numeric
                  and campo_trab(9:) = spaces
                   move campo_trab(1:8) to data_partes
               else
                   move "N" to conv_ok
                   go to converte-data-exit
               end-if
           end-if

           if data_ano < 2000 or data_mes < 1 or data_mes > 12
              or data_dia < 1
               move "N" to conv_ok
               go to converte-data-exit
           end-if

           move dias_mes_tab(data_mes) to dias_mes
           if data_mes = 2
               divide data_ano by 4   giving quoc_calc
                   remainder rem_4
               divide data_ano by 100 giving quoc_calc
                   remainder rem_100
               divide data_ano by 400 giving quoc_calc
                   remainder rem_400
               if rem_4 = 0 and (rem_100 not = 0 or rem_400 = 0)
                   move 29 to dias_mes
               end-if
           end-if
           if data_dia > dias_mes
               move "N" to conv_ok
               go to converte-data-exit
           end-if

           move data_partes_r to data_conv
           .

       converte-data-exit.
           exit.

      * Imprime a linha da planilha recusada com o motivo.

       imprime-excecao section.

           add 1 to qtde_excecoes
           move qtde_linhas_lidas to linha_det_exc
           move linha_csv         to conteudo_det_exc
           move motivo_excecao    to motivo_det_exc
           write linha_excecao from linha_detalhe_exc
           .

       imprime-excecao-exit.
           exit.

      * Registro da execucao no RUNLOG, com a data de movimento, a
      * data do relogio e o fornecedor da planilha.

       grava-runlog section.

           accept hora_fim_exec from time
           open extend runlog-file
           if fs_runlog_file = "35"
               open output runlog-file
           end-if
           if fs_runlog_file = "00"
               move "pizzacsvimp"        to run_programa
               move data_exec            to run_data
               move hora_exec(1:6)       to run_hora_ini
               move hora_fim_exec(1:6)   to run_hora_fim
               move loja_planilha        to run_loja
               move modo_execucao        to run_modo
               move qtde_linhas_lidas    to run_lidos
               move qtde_linhas_gravadas to run_aceitos
               move qtde_excecoes        to run_rejeitados
               move qtde_linhas_gravadas to run_gravados
               move 0                    to run_arquivados
               move data_planilha        to run_lote_data
               move cod_retorno          to run_retorno
               move "E"                  to run_tipo
               move fornecedor_conv      to run_lote_fornecedor
               move data_relogio         to run_data_relogio
               move reprocessamento      to run_reprocesso
               move "LOTE"               to run_operador
               write registro-runlog
               close runlog-file
           end-if
           .

       grava-runlog-exit.
           exit.

      * Totais da conversao, registro no RUNLOG e codigo de
      * retorno para o scheduler.

       finaliza section.

           move spaces to linha_excecao
           write linha_excecao
           move "Linhas lidas da planilha..........:"
             to total_texto_csv
           move qtde_linhas_lidas to total_valor_csv
           write linha_excecao from linha_total_csv
           move "Detalhes gravados no PIZZATRN.....:"
             to total_texto_csv
           move qtde_linhas_gravadas to total_valor_csv
           write linha_excecao from linha_total_csv
           move "Linhas em excecao.................:"
             to total_texto_csv
           move qtde_excecoes to total_valor_csv
           write linha_excecao from linha_total_csv
           move hash_preco_calc to total_hash_csv
           write linha_excecao from linha_total_hash
           close excecao-report

           perform grava-runlog

           display "Importacao da planilha: " qtde_linhas_gravadas
                   " linhas gravadas, " qtde_excecoes " excecoes"

           move cod_retorno to return-code

           Stop run.

       finaliza-exit.
           exit.
