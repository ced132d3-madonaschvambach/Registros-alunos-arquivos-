       record key is men-chave
       file status is  ws-fs-arqMensalidades.

       *>responsaveis por aluno; o relatorio traz o responsavel
       *>financeiro de cada inadimplente. Optional, instalacoes sem o
       *>arquivo saem so com o telefone do cadastro do aluno
       select optional arqResponsaveis assign to "arqResponsaveis01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is res-chave
       alternate record key is res-cpf with duplicates
       file status is  ws-fs-arqResponsaveis.

       *>nome lógico do relatorio de inadimplencia (saida sequencial)
       select arqInadimplencia assign to "inadimplencia01.txt"
       organization    is line sequential
           copy "mensalidade.cpy".


      *>--- responsaveis por aluno (contatos, financeiro e pedagogico)
       fd arqResponsaveis.
           copy "responsavel.cpy".


      *>--- linha impressa do relatorio de inadimplencia (precisa caber
      *>    turma + aluno + telefone + os meses em aberto do ano)
       fd arqInadimplencia.
       77  ws-fs-arqMensalidades                   pic 9(02).
       77  ws-fs-arqInadimplencia                  pic 9(02).
       77  ws-fs-arqControle                       pic 9(02).
       77  ws-fs-arqResponsaveis                   pic 9(02).


       copy "regaluno.cpy"
       77  ws-fim-mensalidades-flag                pic x(01) value "n".
           88  ws-fim-mensalidades                 value "s".

       *>--- responsavel financeiro do aluno corrente (o primeiro
       *>    responsavel com res-financeiro = "S")
       77  ws-fim-responsaveis-flag                pic x(01) value "n".
           88  ws-fim-responsaveis                 value "s".
       77  ws-achou-financeiro-flag                pic x(01) value "n".
           88  ws-achou-financeiro                 value "s".
       77  ws-fin-nome                             pic x(30).
       77  ws-fin-telefone                         pic x(15).
       01  ws-fin-cpf                              pic 9(11).
       01  ws-fin-cpf-partes redefines ws-fin-cpf.
           05  ws-fin-cpf-1                        pic 9(03).
           05  ws-fin-cpf-2                        pic 9(03).
           05  ws-fin-cpf-3                        pic 9(03).
           05  ws-fin-cpf-dv                       pic 9(02).

       *>--- totais do lote, impressos no rodape e exibidos no terminal
       77  ws-qtd-lidos                            pic 9(06) value 0.
       77  ws-qtd-inadimplentes                    pic 9(04) value 0.
               perform finaliza-anormal
           end-if

           *>-- responsaveis; optional, instalacao sem o arquivo sai com
           *>   05 e o relatorio sai so com o telefone do aluno
           open input arqResponsaveis
           if ws-fs-arqResponsaveis <> 00 and ws-fs-arqResponsaveis <> 05
              and ws-fs-arqResponsaveis <> 35 then
               move 15                                            to ws-msn-erro-ofsset
               move ws-fs-arqResponsaveis                         to ws-msn-erro-cod
               move "Erro ao abrir arqResponsaveis!"              to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqInadimplencia
           if ws-fs-arqInadimplencia <> 00 then
               move 3                                             to ws-msn-erro-ofsset

      *>------------------------------------------------------------------------
      *>  Gravar linha de inadimplencia - turma, aluno, telefone de
      *>  contato (fd-telefone), meses em aberto e valor devido, e logo
      *>  abaixo o responsavel financeiro com CPF e telefone
      *>------------------------------------------------------------------------
       gravar-linha-inadimplencia section.

               perform finaliza-anormal
           end-if

           perform localizar-resp-financeiro

           move space to rel-linha-inadimplencia
           move 1     to ws-ina-ptr
           if ws-achou-financeiro then
               string "      Resp. financeiro: " ws-fin-nome " CPF "
                      ws-fin-cpf-1 "." ws-fin-cpf-2 "." ws-fin-cpf-3
                      "-" ws-fin-cpf-dv " Tel: " ws-fin-telefone
                   delimited by size into rel-linha-inadimplencia
                       with pointer ws-ina-ptr
           else
               string "      Resp. financeiro nao cadastrado"
                   delimited by size into rel-linha-inadimplencia
                       with pointer ws-ina-ptr
           end-if
           write rel-linha-inadimplencia

           if ws-fs-arqInadimplencia <> 00 then
               move 17                                     to ws-msn-erro-ofsset
               move ws-fs-arqInadimplencia                 to ws-msn-erro-cod
               move "Erro ao gravar no arqInadimplencia!"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-linha-inadimplencia-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Localizar responsavel financeiro - posiciona nos responsaveis do
      *>  aluno corrente (chave aluno + sequencia) e guarda o primeiro
      *>  marcado como responsavel financeiro
      *>------------------------------------------------------------------------
       localizar-resp-financeiro section.


           move "n" to ws-achou-financeiro-flag
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
                       if res-financeiro = "S" then
                           set ws-achou-financeiro to true
                           set ws-fim-responsaveis to true
                           move res-nome     to ws-fin-nome
                           move res-cpf      to ws-fin-cpf
                           move res-telefone to ws-fin-telefone
                       end-if
                   end-if

               else
                   if ws-fs-arqResponsaveis = 10 then
                       set ws-fim-responsaveis to true
                   else
                       move 16                                     to ws-msn-erro-ofsset
                       move ws-fs-arqResponsaveis                  to ws-msn-erro-cod
                       move "Erro ao ler arqResponsaveis!"         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform


           .
       localizar-resp-financeiro-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar totais - rodape do relatorio
      *>------------------------------------------------------------------------
           close arqRegistros
           close arqMensalidades
           close arqInadimplencia
           close arqResponsaveis

           display "Relatorio gravado em inadimplencia01.txt"
           display "Alunos inadimplentes   : " ws-qtd-inadimplentes
