      *                  cronologica cada alteracao registrada,
      *                  com data, hora, loja, origem e os precos
      *                  e validades antes e depois.
      * 15/10/2026 GBB - identificacao do operador (cadastro
      *                  OPERADOR) na entrada; o operador que fez a
      *                  alteracao sai em cada linha e a consulta
      *                  pode ser filtrada por operador, com nome
      *                  de pizza em branco para todas.
      * 15/10/2026 GBB - origem 'T' (replicacao de cotacao entre
      *                  lojas pelo pizzarepl).
      * 15/10/2026 GBB - aud_data_relogio no layout do PRICEAUD.
      *-----------------------------------------------------------

      *Divisão para configuração do ambiente
               organization is line sequential
               file status is fs_price_audit.

           select operador-file
               assign to "OPERADOR"
               organization is line sequential
               file status is fs_operador_file.

       i-o-control.

      *Declaração de variáveis
           05 aud_preco_novo                       pic 9(03)v99.
           05 aud_validade_de_novo                 pic 9(08).
           05 aud_validade_ate_novo                pic 9(08).
           05 aud_operador                         pic x(08).
           05 aud_data_relogio                     pic 9(08).

       fd operador-file.
       01 registro-operador.
           05 op_codigo                            pic x(08).
           05 op_senha                             pic x(08).
           05 op_nome                              pic x(20).
           05 op_perfil                            pic x(01).
           05 op_ativo                             pic x(01).

      *----Variaveis de trabalho
       working-storage section.

       77 fs_price_audit                           pic x(02).
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
       77 nome_consulta                            pic x(15).
       77 diametro_consulta                        pic 9(03)
                                                   value 0.
       77 fornecedor_consulta                      pic 9(03)
                                                   value 0.
       77 operador_consulta                        pic x(08)
                                                   value spaces.
       77 qtde_listadas                            pic 9(05)
                                                   value 0.
       77 aud_data_ed                              pic x(10).
           05 filler                               pic x(07)
              value " para ".
           05 preco_novo_det_aud                   pic zz9,99.
           05 filler                               pic x(04)
              value " op ".
           05 operador_det_aud                     pic x(08).

      *----Variaveis para comunicação entre programas
       linkage section.
           perform consulta-auditoria.
           perform finaliza.

      * Identifica o operador e pergunta a pizza a consultar;
      * nome em branco, diametro e fornecedor zero e operador em
      * branco valem como "todos".

       inicializa section.

           perform identifica-operador
           if operador_ok = "N"
               move 8 to return-code
               Stop run
           end-if

           display "Informe o nome da pizza a consultar (branco "
                   "para todas) "
           accept nome_consulta
           display "Informe o diametro (0 para todos) "
           accept diametro_consulta
           if fornecedor_consulta is not numeric
               move 0 to fornecedor_consulta
           end-if
           display "Informe o operador (branco para todos) "
           accept operador_consulta
           .

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

      * Varre a trilha de auditoria (gravada em ordem cronologica)
      * e lista as alteracoes da pizza e do operador pedidos.

       consulta-auditoria section.

                       at end
                           move "10" to fs_price_audit
                       not at end
                           if (nome_consulta = spaces
                               or aud_nome = nome_consulta)
                              and (operador_consulta = spaces
                               or aud_operador = operador_consulta)
                              and (diametro_consulta = 0
                               or aud_diametro = diametro_consulta)
                              and (fornecedor_consulta = 0
               when "R" move "REPROC SUSPENSE" to origem_descrita
               when "M" move "MANUTENCAO     " to origem_descrita
               when "X" move "EXCLUSAO       " to origem_descrita
               when "T" move "REPLICACAO     " to origem_descrita
               when other
                        move "DESCONHECIDA   " to origem_descrita
           end-evaluate
           move aud_fornecedor  to forn_det_aud
           move aud_preco_ant   to preco_ant_det_aud
           move aud_preco_novo  to preco_novo_det_aud
           move aud_operador    to operador_det_aud
           display linha_detalhe_aud
           display "    validade anterior: " aud_validade_de_ant
                   " a " aud_validade_ate_ant
