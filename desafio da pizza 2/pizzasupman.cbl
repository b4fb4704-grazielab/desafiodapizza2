      *                  O indicador de ativo/inativo ('A'/'I')
      *                  passa a fazer parte do registro; cadastro
      *                  antigo sem o indicador e assumido ativo.
      * 15/10/2026 GBB - identificacao do operador (cadastro
      *                  OPERADOR, codigo e senha) na entrada, com
      *                  perfil de acesso: inclusao e alteracao so
      *                  para manutencao ou supervisor, inativacao
      *                  so para supervisor; consulta e digitacao
      *                  apenas listam o cadastro.
      *-----------------------------------------------------------

      *Divisão para configuração do ambiente
               organization is line sequential
               file status is fs_fornecedor_master.

           select operador-file
               assign to "OPERADOR"
               organization is line sequential
               file status is fs_operador_file.

       i-o-control.

      *Declaração de variáveis
           05 forn_contato                         pic x(20).
           05 forn_ativo                           pic x(01).

       fd operador-file.
       01 registro-operador.
           05 op_codigo                            pic x(08).
           05 op_senha                             pic x(08).
           05 op_nome                              pic x(20).
           05 op_perfil                            pic x(01).
           05 op_ativo                             pic x(01).

      *----Variaveis de trabalho
       working-storage section.

       77 fs_fornecedor_master                     pic x(02).
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
       77 qtde_fornecedores                        pic 9(03)
                                                   value 0.
       77 ind_forn                                 pic 9(03).
           perform processamento.
           perform finaliza.

      * Identifica o operador e carrega o cadastro de fornecedores
      * na tabela; registro antigo sem indicador de ativo entra
      * como ativo.

       inicializa section.

           perform identifica-operador
           if operador_ok = "N"
               move 8 to return-code
               Stop run
           end-if

           open input fornecedor-master
           if fs_fornecedor_master = "00"
               perform until fs_fornecedor_master = "10"
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

      * Menu da manutencao: incluir, alterar, inativar ou sair.

       processamento section.
                           "ou fi(N)alizar?"
                   accept opcao
                   if opcao = "I" or opcao = "i"
                       if perfil_operador = "M" or perfil_operador = "S"
                           perform inclui-fornecedor
                       else
                           display "Inclusao exige perfil de "
                                   "manutencao ou supervisor"
                       end-if
                   else
                       if opcao = "A" or opcao = "a"
                           if perfil_operador = "M"
                              or perfil_operador = "S"
                               perform altera-fornecedor
                           else
                               display "Alteracao exige perfil de "
                                       "manutencao ou supervisor"
                           end-if
                       else
                           if opcao = "T" or opcao = "t"
                               if perfil_operador = "S"
                                   perform inativa-fornecedor
                               else
                                   display "Inativacao exige perfil "
                                           "supervisor"
                               end-if
                           end-if
                       end-if
                   end-if
