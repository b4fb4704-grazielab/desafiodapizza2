      *Divisão de identificação do programa
       identification division.
       program-id. "pizzaingman".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *-----------------------------------------------------------
      * Historico de alteracoes
      * 15/10/2026 GBB - programa de manutencao do cadastro de
      *                  ingredientes (INGREDNT) e das receitas
      *                  (RECEITAS): inclusao, alteracao e
      *                  inativacao de ingredientes, com descricao
      *                  e indicador de ativo/inativo ('A'/'I')
      *                  acrescentados ao registro (cadastro antigo
      *                  sem o indicador e assumido ativo), e
      *                  montagem da receita de cada sabor linha a
      *                  linha. Linha de receita com ingrediente
      *                  inexistente ou inativo e recusada, e o
      *                  ingrediente usado em alguma receita nao
      *                  pode ser inativado. Toda mudanca de custo
      *                  fica datada no historico INGCUSTH,
      *                  consultavel por ingrediente.
      * 15/10/2026 GBB - data de movimento lida do DATAMOV (registro
      *                  00 da rede) em vez do relogio para o
      *                  historico de custo; recusa dia ja fechado
      *                  fora de reprocessamento.
      * 15/10/2026 GBB - INGCUSTH conferido na abertura: sem ele as
      *                  mudancas de custo nao registradas sao
      *                  informadas e o retorno e 8.
      *-----------------------------------------------------------

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.

           select ingrediente-file
               assign to "INGREDNT"
               organization is line sequential
               file status is fs_ingrediente_file.

           select receita-file
               assign to "RECEITAS"
               organization is line sequential
               file status is fs_receita_file.

           select custo-historico
               assign to "INGCUSTH"
               organization is line sequential
               file status is fs_custo_historico.

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
       data division.

      *----Variaveis de arquivos
       file section.

       fd ingrediente-file.
       01 registro-ingrediente.
           05 ing_codigo                           pic 9(04).
           05 ing_unidade                          pic x(03).
           05 ing_custo                            pic 9(03)v99.
           05 ing_ativo                            pic x(01).
           05 ing_descricao                        pic x(20).

       fd receita-file.
       01 registro-receita.
           05 rec_nome                             pic x(15).
           05 rec_ing_codigo                       pic 9(04).
           05 rec_qtde                             pic 9(03)v99.

       fd custo-historico.
       01 registro-custo-hst.
           05 ich_codigo                           pic 9(04).
           05 ich_data                             pic 9(08).
           05 ich_custo_ant                        pic 9(03)v99.
           05 ich_custo_novo                       pic 9(03)v99.

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
       77 fs_ingrediente_file                      pic x(02).
       77 fs_receita_file                          pic x(02).
       77 fs_custo_historico                       pic x(02).

       77 data_exec                                pic 9(08).
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
       77 data_hst_ed                              pic x(10).
       77 opcao                                    pic x(01).
       77 opcao_rec                                pic x(01).
       77 houve_alteracao_ing                      pic x(01)
                                                   value "N".
       77 houve_alteracao_rec                      pic x(01)
                                                   value "N".
       77 tabela_cheia                             pic x(01)
                                                   value "N".

       77 qtde_ingredientes                        pic 9(03)
                                                   value 0.
       77 ind_ing                                  pic 9(03).
       77 ind_achado                               pic 9(03).
       77 codigo_informado                         pic 9(04).
       77 unidade_informada                        pic x(03).
       77 custo_informado                          pic 9(03)v99.
       77 descricao_informada                      pic x(20).
       77 custo_anterior                           pic 9(03)v99.
       77 custo_ed                                 pic zz9,99.
       77 custo_ant_ed                             pic zz9,99.

       01 ingredientes occurs 200 times.
           05 ing_tab_codigo                       pic 9(04).
           05 ing_tab_unidade                      pic x(03).
           05 ing_tab_custo                        pic 9(03)v99.
           05 ing_tab_ativo                        pic x(01).
           05 ing_tab_descricao                    pic x(20).

       77 qtde_receitas                            pic 9(03)
                                                   value 0.
       77 ind_rec                                  pic 9(03).
       77 ind_rec_achado                           pic 9(03).
       77 qtde_linhas_sabor                        pic 9(03).
       77 sabor_informado                          pic x(15).
       77 qtde_informada                           pic 9(03)v99.
       77 qtde_ed                                  pic zz9,99.
       77 custo_receita                            pic 9(05)v99.
       77 custo_receita_ed                         pic zzzz9,99.

       01 receitas occurs 500 times.
           05 rec_tab_nome                         pic x(15).
           05 rec_tab_codigo                       pic 9(04).
           05 rec_tab_qtde                         pic 9(03)v99.

       77 qtde_mudancas_custo                      pic 9(03)
                                                   value 0.
       77 ind_mud                                  pic 9(03).
       77 qtde_hst_listado                         pic 9(04).

       01 mudancas_custo occurs 200 times.
           05 mud_codigo                           pic 9(04).
           05 mud_data                             pic 9(08).
           05 mud_custo_ant                        pic 9(03)v99.
           05 mud_custo_novo                       pic 9(03)v99.

      *----Variaveis para comunicação entre programas
       linkage section.

      *----Declaração de tela
       screen section.

      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      * Carrega ingredientes e receitas nas tabelas; ingrediente
      * antigo sem indicador de ativo entra como ativo.

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
               move 8 to return-code
               Stop run
           end-if

           open input ingrediente-file
           if fs_ingrediente_file = "00"
               perform until fs_ingrediente_file = "10"
                   read ingrediente-file next record
                       at end
                           move "10" to fs_ingrediente_file
                       not at end
                           if qtde_ingredientes < 200
                               add 1 to qtde_ingredientes
                               move ing_codigo
                                 to ing_tab_codigo(qtde_ingredientes)
                               move ing_unidade
                                 to ing_tab_unidade(qtde_ingredientes)
                               move ing_custo
                                 to ing_tab_custo(qtde_ingredientes)
                               move ing_descricao
                                 to ing_tab_descricao(
                                    qtde_ingredientes)
                               if ing_ativo = "I" or ing_ativo = "i"
                                   move "I" to ing_tab_ativo(
                                               qtde_ingredientes)
                               else
                                   move "A" to ing_tab_ativo(
                                               qtde_ingredientes)
                               end-if
                           else
                               if tabela_cheia = "N"
                                   move "S" to tabela_cheia
                                   display "Tabela de ingredientes "
                                           "cheia - manutencao "
                                           "suspensa"
                               end-if
                           end-if
                   end-read
               end-perform
               close ingrediente-file
           end-if

           open input receita-file
           if fs_receita_file = "00"
               perform until fs_receita_file = "10"
                   read receita-file next record
                       at end
                           move "10" to fs_receita_file
                       not at end
                           if qtde_receitas < 500
                               add 1 to qtde_receitas
                               move rec_nome
                                 to rec_tab_nome(qtde_receitas)
                               move rec_ing_codigo
                                 to rec_tab_codigo(qtde_receitas)
                               move rec_qtde
                                 to rec_tab_qtde(qtde_receitas)
                           else
                               if tabela_cheia = "N"
                                   move "S" to tabela_cheia
                                   display "Tabela de receitas "
                                           "cheia - manutencao "
                                           "suspensa"
                               end-if
                           end-if
                   end-read
               end-perform
               close receita-file
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

      * Menu da manutencao: ingredientes, historico de custo,
      * receitas ou sair.

       processamento section.

           if tabela_cheia = "S"
               display "Cadastro excede a tabela - trabalhe o "
                       "arquivo antes da manutencao"
           else
               perform until opcao = "N" or opcao = "n"
                   display "Ingredientes cadastrados:"
                   perform varying ind_ing from 1 by 1
                           until ind_ing > qtde_ingredientes
                       move ing_tab_custo(ind_ing) to custo_ed
                       display ing_tab_codigo(ind_ing) " - "
                               ing_tab_descricao(ind_ing) " - "
                               ing_tab_unidade(ind_ing) " - "
                               custo_ed " - "
                               ing_tab_ativo(ind_ing)
                   end-perform

                   display "Deseja (I)ncluir, (A)lterar, ina(T)ivar "
                           "ingrediente, (H)istorico de custo, "
                           "(R)eceitas ou fi(N)alizar?"
                   accept opcao
                   evaluate opcao
                       when "I"
                       when "i"
                           perform inclui-ingrediente
                       when "A"
                       when "a"
                           perform altera-ingrediente
                       when "T"
                       when "t"
                           perform inativa-ingrediente
                       when "H"
                       when "h"
                           perform consulta-historico-custo
                       when "R"
                       when "r"
                           perform manutencao-receita
                       when other
                           continue
                   end-evaluate
               end-perform
           end-if
           .

       processamento-exit.
           exit.

      * Inclusao: critica codigo zero ou duplicado, unidade em
      * branco e custo invalido antes de aceitar o ingrediente.

       inclui-ingrediente section.

           if qtde_ingredientes = 200
               display "Tabela de ingredientes cheia - inclusao "
                       "recusada"
           else
               display "Informe o codigo do ingrediente "
               accept codigo_informado
               if codigo_informado is not numeric
                  or codigo_informado = 0
                   display "Codigo invalido - inclusao recusada"
               else
                   perform localiza-ingrediente
                   if ind_achado > 0
                       display "Codigo " codigo_informado
                               " ja cadastrado para "
                               ing_tab_descricao(ind_achado)
                               " - inclusao recusada"
                   else
                       display "Informe a descricao do ingrediente "
                       accept descricao_informada
                       display "Informe a unidade (kg, un, lt...) "
                       accept unidade_informada
                       display "Informe o custo por unidade "
                       accept custo_informado
                       if descricao_informada = spaces
                          or unidade_informada = spaces
                           display "Descricao e unidade nao podem "
                                   "ficar em branco - inclusao "
                                   "recusada"
                       else
                       if custo_informado is not numeric
                          or custo_informado = 0
                           display "Custo invalido - inclusao "
                                   "recusada"
                       else
                           add 1 to qtde_ingredientes
                           move codigo_informado
                             to ing_tab_codigo(qtde_ingredientes)
                           move descricao_informada
                             to ing_tab_descricao(qtde_ingredientes)
                           move unidade_informada
                             to ing_tab_unidade(qtde_ingredientes)
                           move custo_informado
                             to ing_tab_custo(qtde_ingredientes)
                           move "A"
                             to ing_tab_ativo(qtde_ingredientes)
                           move 0 to custo_anterior
                           perform anota-mudanca-custo
                           move "S" to houve_alteracao_ing
                           display "Ingrediente incluido"
                       end-if
                       end-if
                   end-if
               end-if
           end-if
           .

       inclui-ingrediente-exit.
           exit.

      * Alteracao de descricao, unidade e custo (o codigo nao
      * muda); mudanca de custo vai para o historico. Tambem
      * reativa um ingrediente inativado por engano.

       altera-ingrediente section.

           display "Informe o codigo do ingrediente a alterar "
           accept codigo_informado
           if codigo_informado is not numeric
              or codigo_informado = 0
               display "Codigo invalido - alteracao recusada"
           else
           perform localiza-ingrediente
           if ind_achado = 0
               display "Codigo " codigo_informado " nao cadastrado"
           else
               move ing_tab_custo(ind_achado) to custo_ed
               display "Descricao atual: "
                       ing_tab_descricao(ind_achado)
               display "Unidade atual..: " ing_tab_unidade(ind_achado)
               display "Custo atual....: " custo_ed
               display "Situacao atual.: " ing_tab_ativo(ind_achado)
               display "Informe a nova descricao "
               accept descricao_informada
               display "Informe a nova unidade "
               accept unidade_informada
               display "Informe o novo custo por unidade "
               accept custo_informado
               if descricao_informada = spaces
                  or unidade_informada = spaces
                   display "Descricao e unidade nao podem ficar em "
                           "branco - alteracao recusada"
               else
               if custo_informado is not numeric
                  or custo_informado = 0
                   display "Custo invalido - alteracao recusada"
               else
                   move descricao_informada
                     to ing_tab_descricao(ind_achado)
                   move unidade_informada
                     to ing_tab_unidade(ind_achado)
                   if custo_informado not = ing_tab_custo(ind_achado)
                       move ing_tab_custo(ind_achado)
                         to custo_anterior
                       move custo_informado
                         to ing_tab_custo(ind_achado)
                       perform anota-mudanca-custo
                   end-if
                   if ing_tab_ativo(ind_achado) = "I"
                       display "Ingrediente esta inativo. Deseja "
                               "reativa-lo? ('S'/'N')"
                       accept opcao
                       if opcao = "S" or opcao = "s"
                           move "A" to ing_tab_ativo(ind_achado)
                       end-if
                       move space to opcao
                   end-if
                   move "S" to houve_alteracao_ing
                   display "Ingrediente alterado"
               end-if
               end-if
           end-if
           end-if
           .

       altera-ingrediente-exit.
           exit.

      * Guarda a mudanca de custo do ingrediente codigo_informado
      * (custo anterior em custo_anterior, novo em
      * custo_informado)
      * para o historico gravado no final.

       anota-mudanca-custo section.

           if qtde_mudancas_custo = 200
               display "Tabela de mudancas de custo cheia - "
                       "historico desta mudanca nao sera gravado"
           else
               add 1 to qtde_mudancas_custo
               move codigo_informado
                 to mud_codigo(qtde_mudancas_custo)
               move data_exec
                 to mud_data(qtde_mudancas_custo)
               move custo_anterior
                 to mud_custo_ant(qtde_mudancas_custo)
               move custo_informado
                 to mud_custo_novo(qtde_mudancas_custo)
           end-if
           .

       anota-mudanca-custo-exit.
           exit.

      * Inativacao: recusada enquanto alguma receita usar o
      * ingrediente; o registro permanece no cadastro para o
      * historico de custo continuar apontando para ele.

       inativa-ingrediente section.

           display "Informe o codigo do ingrediente a inativar "
           accept codigo_informado
           if codigo_informado is not numeric
              or codigo_informado = 0
               display "Codigo invalido - inativacao recusada"
           else
           perform localiza-ingrediente
           if ind_achado = 0
               display "Codigo " codigo_informado " nao cadastrado"
           else
               if ing_tab_ativo(ind_achado) = "I"
                   display "Ingrediente ja esta inativo"
               else
                   move 0 to ind_rec_achado
                   perform varying ind_rec from 1 by 1
                           until ind_rec > qtde_receitas
                       if rec_tab_codigo(ind_rec) = codigo_informado
                           if ind_rec_achado = 0
                               display "Ingrediente usado na(s) "
                                       "receita(s):"
                           end-if
                           move ind_rec to ind_rec_achado
                           display "    " rec_tab_nome(ind_rec)
                       end-if
                   end-perform
                   if ind_rec_achado > 0
                       display "Retire o ingrediente das receitas "
                               "antes - inativacao recusada"
                   else
                       move "I" to ing_tab_ativo(ind_achado)
                       move "S" to houve_alteracao_ing
                       display "Ingrediente "
                               ing_tab_descricao(ind_achado)
                               " inativado"
                   end-if
               end-if
           end-if
           end-if
           .

       inativa-ingrediente-exit.
           exit.

      * Historico de custo de um ingrediente: as mudancas ja
      * gravadas em INGCUSTH e as desta sessao, ainda pendentes.

       consulta-historico-custo section.

           display "Informe o codigo do ingrediente "
           accept codigo_informado
           if codigo_informado is not numeric
              or codigo_informado = 0
               display "Codigo invalido"
               go to consulta-historico-custo-exit
           end-if

           move 0 to qtde_hst_listado
           display "Historico de custo do ingrediente "
                   codigo_informado ":"
           open input custo-historico
           if fs_custo_historico = "00"
               perform until fs_custo_historico = "10"
                   read custo-historico next record
                       at end
                           move "10" to fs_custo_historico
                       not at end
                           if ich_codigo = codigo_informado
                               add 1 to qtde_hst_listado
                               string ich_data(7:2) "/"
                                      ich_data(5:2) "/"
                                      ich_data(1:4)
                                   into data_hst_ed
                               move ich_custo_ant  to custo_ant_ed
                               move ich_custo_novo to custo_ed
                               display "    " data_hst_ed "  de "
                                       custo_ant_ed " para " custo_ed
                           end-if
                   end-read
               end-perform
               close custo-historico
           end-if

           perform varying ind_mud from 1 by 1
                   until ind_mud > qtde_mudancas_custo
               if mud_codigo(ind_mud) = codigo_informado
                   add 1 to qtde_hst_listado
                   string mud_data(ind_mud)(7:2) "/"
                          mud_data(ind_mud)(5:2) "/"
                          mud_data(ind_mud)(1:4)
                       into data_hst_ed
                   move mud_custo_ant(ind_mud)  to custo_ant_ed
                   move mud_custo_novo(ind_mud) to custo_ed
                   display "    " data_hst_ed "  de "
                           custo_ant_ed " para " custo_ed
                           " (nesta sessao)"
               end-if
           end-perform

           if qtde_hst_listado = 0
               display "    nenhuma mudanca de custo registrada"
           end-if
           .

       consulta-historico-custo-exit.
           exit.

      * Receita de um sabor: lista as linhas com o custo atual e
      * permite incluir, alterar a quantidade ou excluir linhas.

       manutencao-receita section.

           display "Informe o nome do sabor "
           accept sabor_informado
           if sabor_informado = spaces
               display "Sabor em branco"
               go to manutencao-receita-exit
           end-if

           move space to opcao_rec
           perform until opcao_rec = "V" or opcao_rec = "v"
               perform lista-receita
               display "Deseja (I)ncluir linha, (A)lterar "
                       "quantidade, (E)xcluir linha ou (V)oltar?"
               accept opcao_rec
               evaluate opcao_rec
                   when "I"
                   when "i"
                       perform inclui-linha-receita
                   when "A"
                   when "a"
                       perform altera-linha-receita
                   when "E"
                   when "e"
                       perform exclui-linha-receita
                   when other
                       continue
               end-evaluate
           end-perform
           .

       manutencao-receita-exit.
           exit.

      * Lista as linhas da receita de sabor_informado com o custo
      * de cada ingrediente e o custo total da receita.

       lista-receita section.

           move 0 to qtde_linhas_sabor
           move 0 to custo_receita
           display "Receita de " sabor_informado ":"
           perform varying ind_rec from 1 by 1
                   until ind_rec > qtde_receitas
               if rec_tab_nome(ind_rec) = sabor_informado
                   add 1 to qtde_linhas_sabor
                   move rec_tab_codigo(ind_rec) to codigo_informado
                   perform localiza-ingrediente
                   move rec_tab_qtde(ind_rec) to qtde_ed
                   if ind_achado > 0
                       compute custo_receita = custo_receita
                           + rec_tab_qtde(ind_rec)
                           * ing_tab_custo(ind_achado)
                           on size error
                               move 99999,99 to custo_receita
                       end-compute
                       display "    " rec_tab_codigo(ind_rec) " - "
                               ing_tab_descricao(ind_achado) " - "
                               qtde_ed " "
                               ing_tab_unidade(ind_achado)
                   else
                       display "    " rec_tab_codigo(ind_rec)
                               " - ingrediente sem cadastro - "
                               qtde_ed
                   end-if
               end-if
           end-perform

           if qtde_linhas_sabor = 0
               display "    receita sem linhas"
           else
               move custo_receita to custo_receita_ed
               display "    custo da receita: " custo_receita_ed
           end-if
           .

       lista-receita-exit.
           exit.

      * Inclusao de linha: o ingrediente tem de existir e estar
      * ativo, nao pode repetir na mesma receita e a quantidade
      * tem de ser maior que zero.

       inclui-linha-receita section.

           if qtde_receitas = 500
               display "Tabela de receitas cheia - inclusao recusada"
               go to inclui-linha-receita-exit
           end-if

           display "Informe o codigo do ingrediente "
           accept codigo_informado
           if codigo_informado is not numeric
              or codigo_informado = 0
               display "Codigo invalido - linha recusada"
               go to inclui-linha-receita-exit
           end-if

           perform localiza-ingrediente
           if ind_achado = 0
               display "Ingrediente " codigo_informado
                       " nao cadastrado - linha recusada"
               go to inclui-linha-receita-exit
           end-if
           if ing_tab_ativo(ind_achado) = "I"
               display "Ingrediente " ing_tab_descricao(ind_achado)
                       " esta inativo - linha recusada"
               go to inclui-linha-receita-exit
           end-if

           perform localiza-linha-receita
           if ind_rec_achado > 0
               display "Ingrediente ja esta na receita - use a "
                       "alteracao de quantidade"
               go to inclui-linha-receita-exit
           end-if

           display "Informe a quantidade ("
                   ing_tab_unidade(ind_achado) ") "
           accept qtde_informada
           if qtde_informada is not numeric or qtde_informada = 0
               display "Quantidade invalida - linha recusada"
               go to inclui-linha-receita-exit
           end-if

           add 1 to qtde_receitas
           move sabor_informado  to rec_tab_nome(qtde_receitas)
           move codigo_informado to rec_tab_codigo(qtde_receitas)
           move qtde_informada   to rec_tab_qtde(qtde_receitas)
           move "S" to houve_alteracao_rec
           display "Linha incluida"
           .

       inclui-linha-receita-exit.
           exit.

      * Alteracao da quantidade de uma linha da receita.

       altera-linha-receita section.

           display "Informe o codigo do ingrediente da linha "
           accept codigo_informado
           if codigo_informado is not numeric
              or codigo_informado = 0
               display "Codigo invalido - alteracao recusada"
               go to altera-linha-receita-exit
           end-if

           perform localiza-linha-receita
           if ind_rec_achado = 0
               display "Ingrediente " codigo_informado
                       " nao esta na receita"
               go to altera-linha-receita-exit
           end-if

           display "Informe a nova quantidade "
           accept qtde_informada
           if qtde_informada is not numeric or qtde_informada = 0
               display "Quantidade invalida - alteracao recusada"
               go to altera-linha-receita-exit
           end-if

           move qtde_informada to rec_tab_qtde(ind_rec_achado)
           move "S" to houve_alteracao_rec
           display "Linha alterada"
           .

       altera-linha-receita-exit.
           exit.

      * Exclusao de uma linha da receita: as linhas seguintes
      * sobem uma posicao na tabela.

       exclui-linha-receita section.

           display "Informe o codigo do ingrediente da linha "
           accept codigo_informado
           if codigo_informado is not numeric
              or codigo_informado = 0
               display "Codigo invalido - exclusao recusada"
               go to exclui-linha-receita-exit
           end-if

           perform localiza-linha-receita
           if ind_rec_achado = 0
               display "Ingrediente " codigo_informado
                       " nao esta na receita"
               go to exclui-linha-receita-exit
           end-if

           perform varying ind_rec from ind_rec_achado by 1
                   until ind_rec = qtde_receitas
               move receitas(ind_rec + 1) to receitas(ind_rec)
           end-perform
           subtract 1 from qtde_receitas
           move "S" to houve_alteracao_rec
           display "Linha excluida"
           .

       exclui-linha-receita-exit.
           exit.

      * Localiza codigo_informado na tabela de ingredientes;
      * ind_achado fica com a posicao encontrada ou zero.

       localiza-ingrediente section.

           move 0 to ind_achado
           perform varying ind_ing from 1 by 1
                   until ind_ing > qtde_ingredientes
               if ing_tab_codigo(ind_ing) = codigo_informado
                   move ind_ing to ind_achado
               end-if
           end-perform
           .

       localiza-ingrediente-exit.
           exit.

      * Localiza a linha de codigo_informado na receita de
      * sabor_informado; ind_rec_achado fica com a posicao ou
      * zero.

       localiza-linha-receita section.

           move 0 to ind_rec_achado
           perform varying ind_rec from 1 by 1
                   until ind_rec > qtde_receitas
               if rec_tab_nome(ind_rec) = sabor_informado
                  and rec_tab_codigo(ind_rec) = codigo_informado
                   move ind_rec to ind_rec_achado
               end-if
           end-perform
           .

       localiza-linha-receita-exit.
           exit.

      * Regrava os cadastros alterados e acrescenta as mudancas de
      * custo ao historico.

       finaliza section.

           if houve_alteracao_ing = "S"
               open output ingrediente-file
               perform varying ind_ing from 1 by 1
                       until ind_ing > qtde_ingredientes
                   move ing_tab_codigo(ind_ing)    to ing_codigo
                   move ing_tab_unidade(ind_ing)   to ing_unidade
                   move ing_tab_custo(ind_ing)     to ing_custo
                   move ing_tab_ativo(ind_ing)     to ing_ativo
                   move ing_tab_descricao(ind_ing) to ing_descricao
                   write registro-ingrediente
               end-perform
               close ingrediente-file
               display "Cadastro de ingredientes regravado com "
                       qtde_ingredientes " ingrediente(s)"
           end-if

           if houve_alteracao_rec = "S"
               open output receita-file
               perform varying ind_rec from 1 by 1
                       until ind_rec > qtde_receitas
                   move rec_tab_nome(ind_rec)   to rec_nome
                   move rec_tab_codigo(ind_rec) to rec_ing_codigo
                   move rec_tab_qtde(ind_rec)   to rec_qtde
                   write registro-receita
               end-perform
               close receita-file
               display "Receitas regravadas com " qtde_receitas
                       " linha(s)"
           end-if

           if qtde_mudancas_custo > 0
               open extend custo-historico
               if fs_custo_historico = "35"
                   open output custo-historico
               end-if
               if fs_custo_historico = "00"
                   perform varying ind_mud from 1 by 1
                           until ind_mud > qtde_mudancas_custo
                       move mud_codigo(ind_mud)     to ich_codigo
                       move mud_data(ind_mud)       to ich_data
                       move mud_custo_ant(ind_mud)  to ich_custo_ant
                       move mud_custo_novo(ind_mud) to ich_custo_novo
                       write registro-custo-hst
                   end-perform
                   close custo-historico
               else
                   display "INGCUSTH indisponivel (status "
                           fs_custo_historico ") - "
                           qtde_mudancas_custo " mudanca(s) de custo "
                           "nao registrada(s) no historico"
                   move 8 to return-code
               end-if
           end-if

           if houve_alteracao_ing = "N" and houve_alteracao_rec = "N"
               display "Nenhuma alteracao a gravar"
           end-if

           Stop run.

       finaliza-exit.
           exit.
