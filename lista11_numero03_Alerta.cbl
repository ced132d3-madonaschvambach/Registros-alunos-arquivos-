       record key is frq-chave
       file status is  ws-fs-arqFrequencia.

       *>responsaveis por aluno; a carta vai para os contatos pedagogicos
       *>cadastrados. Optional, instalacoes sem o arquivo (ou aluno sem
       *>responsavel cadastrado) enderecam a carta a mae e ao pai
       select optional arqResponsaveis assign to "arqResponsaveis01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is res-chave
       alternate record key is res-cpf with duplicates
       file status is  ws-fs-arqResponsaveis.

       *>controle de execucao dos lotes - um registro por programa com a
       *>situacao EXECUTANDO/OK/ABEND e o checkpoint do ultimo aluno
       *>processado, para detectar queda e reiniciar do ponto certo
           copy "frequencia.cpy".


      *>--- responsaveis por aluno (contatos, financeiro e pedagogico)
       fd arqResponsaveis.
           copy "responsavel.cpy".


      *>--- registro de controle de execucao (situacao e checkpoint do lote)
       fd arqControle.
           copy "controle.cpy".
       77  ws-fs-arqFrequencia                     pic 9(02).
       77  ws-fs-arqControle                       pic 9(02).
       77  ws-fs-arqParametros                     pic 9(02).
       77  ws-fs-arqResponsaveis                   pic 9(02).


       copy "regaluno.cpy"
       77  ws-fim-arqRegistros                     pic x(01) value "n".
           88  ws-fim                              value "s".

       *>--- contatos pedagogicos do aluno corrente (responsaveis com
       *>    res-contato-pedagogico = "S"), destinatarios da carta
       01  ws-contatos-pedagogicos.
           05  ws-contato occurs 5 times.
               10  ws-con-nome                     pic x(30).
               10  ws-con-parentesco               pic x(12).
               10  ws-con-telefone                 pic x(15).
               10  ws-con-email                    pic x(40).
               10  ws-con-endereco                 pic x(40).
       77  ws-qtd-contatos                         pic 9(01) value 0.
       77  ws-idx-contato                          pic 9(01).
       77  ws-fim-responsaveis-flag                pic x(01) value "n".
           88  ws-fim-responsaveis                 value "s".

       *>--- totais do lote, conferidos no encerramento do controle
       77  ws-qtd-lidos                            pic 9(06) value 0.
       77  ws-qtd-cartas                           pic 9(06) value 0.
               perform finaliza-anormal
           end-if

           *>-- responsaveis; optional, instalacao sem o arquivo sai com
           *>   05 e as cartas saem enderecadas a mae e ao pai
           open input arqResponsaveis
           if ws-fs-arqResponsaveis <> 00 and ws-fs-arqResponsaveis <> 05
              and ws-fs-arqResponsaveis <> 35 then
               move 17                                            to ws-msn-erro-ofsset
               move ws-fs-arqResponsaveis                         to ws-msn-erro-cod
               move "Erro ao abrir arqResponsaveis!"              to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform ler-parametros

           *>-- frequencia a menos de 5 pontos do limite ja convoca

      *>------------------------------------------------------------------------
      *>  Imprimir carta - uma folha por aluno em risco, enderecada aos
      *>  contatos pedagogicos cadastrados em arqResponsaveis (aluno sem
      *>  responsavel cadastrado: fd-nome-mae/fd-nome-pai, fd-endereco e
      *>  fd-telefone), com as disciplinas em risco, as notas lancadas e
      *>  as faltas ate aqui
      *>------------------------------------------------------------------------
               delimited by size into rel-texto
           write rel-linha-carta

           perform carregar-contatos-pedagogicos

           if ws-qtd-contatos = 0 then

               move " "                                  to rel-controle
               string "Mae     : " ws-nome-mae            delimited by size
                   into rel-texto
               write rel-linha-carta

               move " "                                  to rel-controle
               string "Pai     : " ws-nome-pai            delimited by size
                   into rel-texto
               write rel-linha-carta

               move " "                                  to rel-controle
               string "Endereco: " ws-endereco            delimited by size
                   into rel-texto
               write rel-linha-carta

               move " "                                  to rel-controle
               string "Telefone: " ws-telefone            delimited by size
                      "   Turma: " ws-turma                delimited by size
                   into rel-texto
               write rel-linha-carta

           else

               perform varying ws-idx-contato from 1 by 1
                       until ws-idx-contato > ws-qtd-contatos

                   move " "                                  to rel-controle
                   move space                                to rel-texto
                   string "Responsavel: " ws-con-nome(ws-idx-contato)
                          " (" ws-con-parentesco(ws-idx-contato) ")"
                       delimited by size into rel-texto
                   write rel-linha-carta

                   move " "                                  to rel-controle
                   move space                                to rel-texto
                   string "  Endereco : " ws-con-endereco(ws-idx-contato)
                       delimited by size into rel-texto
                   write rel-linha-carta

                   move " "                                  to rel-controle
                   move space                                to rel-texto
                   string "  Telefone : " ws-con-telefone(ws-idx-contato)
                          " " ws-con-email(ws-idx-contato)
                       delimited by size into rel-texto
                   write rel-linha-carta

               end-perform

               move " "                                  to rel-controle
               move space                                to rel-texto
               string "Turma: " ws-turma                  delimited by size
                   into rel-texto
               write rel-linha-carta

           end-if

           move " "                                  to rel-controle
           move space                                to rel-texto
           exit.


      *>------------------------------------------------------------------------
      *>  Carregar contatos pedagogicos - posiciona nos responsaveis do
      *>  aluno corrente (chave aluno + sequencia) e guarda os marcados
      *>  como contato pedagogico (ate 5)
      *>------------------------------------------------------------------------
       carregar-contatos-pedagogicos section.


           move 0   to ws-qtd-contatos
           move "n" to ws-fim-responsaveis-flag

           move ws-cod-aluno to res-cod-aluno
           move 0            to res-seq
           start arqResponsaveis key >= res-chave
               invalid key
                   set ws-fim-responsaveis to true
           end-start

           if not ws-fim-responsaveis
              and ws-fs-arqResponsaveis <> 00 then
               *>-- instalacao sem o arquivo de responsaveis
               set ws-fim-responsaveis to true
           end-if

           perform until ws-fim-responsaveis

               read arqResponsaveis next
               if ws-fs-arqResponsaveis = 0 then

                   if res-cod-aluno <> ws-cod-aluno then
                       set ws-fim-responsaveis to true
                   else
                       if res-contato-pedagogico = "S"
                          and ws-qtd-contatos < 5 then
                           add 1 to ws-qtd-contatos
                           move res-nome
                             to ws-con-nome(ws-qtd-contatos)
                           move res-parentesco
                             to ws-con-parentesco(ws-qtd-contatos)
                           move res-telefone
                             to ws-con-telefone(ws-qtd-contatos)
                           move res-email
                             to ws-con-email(ws-qtd-contatos)
                           move res-endereco
                             to ws-con-endereco(ws-qtd-contatos)
                       end-if
                   end-if

               else
                   if ws-fs-arqResponsaveis = 10 then
                       set ws-fim-responsaveis to true
                   else
                       move 18                                     to ws-msn-erro-ofsset
                       move ws-fs-arqResponsaveis                  to ws-msn-erro-cod
                       move "Erro ao ler arqResponsaveis!"         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform


           .
       carregar-contatos-pedagogicos-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finaliza anormal
      *>------------------------------------------------------------------------
           close arqCartas
           close arqFrequencia
           close arqParametros
           close arqResponsaveis

           display "Cartas de convocacao geradas em cartas01.txt"
           display "Alunos acompanhados     : " ws-qtd-lidos
