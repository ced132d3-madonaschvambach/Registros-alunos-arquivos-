       organization    is line sequential
       file status is  ws-fs-arqCalendario.

       *>deliberacoes do conselho de classe (aluno + disciplina + ano);
       *>decisao "A" vira Aprov.Conselho no historico - optional,
       *>instalacao sem o arquivo fecha so pelas notas, como antes
       select optional arqConselho assign to "arqConselho01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is con-chave
       file status is  ws-fs-arqConselho.


       i-o-control.

           copy "calendario.cpy".


      *>--- deliberacao do conselho de classe por aluno/disciplina/ano
       fd arqConselho.
           copy "conselho.cpy".


      *>--- variavéis de trabalho
       working-storage section.

       77  ws-fs-arqLog                            pic 9(02).
       77  ws-fs-arqParametros                     pic 9(02).
       77  ws-fs-arqCalendario                     pic 9(02).
       77  ws-fs-arqConselho                       pic 9(02).


       copy "regaluno.cpy"
       *>    Recup."): o exame nao cabe mais depois do fechamento (as notas
       *>    sao zeradas), entao entram no historico como Reprovado
       77  ws-qtd-recup-pendentes                  pic 9(05) value 0.
       *>--- disciplinas abaixo do corte aprovadas pelo conselho de classe
       77  ws-qtd-aprov-conselho                   pic 9(05) value 0.

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
               perform finaliza-anormal
           end-if

           *>-- deliberacoes do conselho de classe; optional, instalacao
           *>   sem o arquivo sai com 05/35 e as leituras devolvem 23
           open input arqConselho
           if ws-fs-arqConselho <> 00 and ws-fs-arqConselho <> 05
              and ws-fs-arqConselho <> 35 then
               move 17                                            to ws-msn-erro-ofsset
               move ws-fs-arqConselho                             to ws-msn-erro-cod
               move "Erro ao abrir arqConselho!"                  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform ler-parametros


                   move ws-freq-percentual(ws-idx-disciplina)
                                               to his-frequencia

                   *>-- deliberacao do conselho de classe sobre a disciplina
                   perform aplicar-conselho

                   write his-registro-historico

                   if ws-fs-arqHistorico <> 00 then
           exit.


      *>------------------------------------------------------------------------
      *>  Aplicar conselho - disciplina reprovada pela media (inclusive a
      *>  recuperacao pendente encerrada acima) com deliberacao "A" do
      *>  conselho de classe para o ano fechado sai do fechamento como
      *>  Aprov.Conselho; his-situacao continua com o resultado calculado.
      *>  Reprovacao por falta nao e revista pelo conselho (frequencia
      *>  minima e exigencia legal, nao criterio de avaliacao).
      *>------------------------------------------------------------------------
       aplicar-conselho section.


           if his-situacao = "Reprovado" then

               move ws-cod-aluno                        to con-cod-aluno
               move ws-cod-disciplina(ws-idx-disciplina) to con-cod-disciplina
               move ws-ano-letivo                       to con-ano-letivo
               read arqConselho
                   invalid key
                       continue
               end-read

               if ws-fs-arqConselho = 0 then
                   if con-decisao = "A" then
                       move "Aprov.Conselho" to his-deliberacao
                       add 1 to ws-qtd-aprov-conselho
                   end-if
               else
                   if ws-fs-arqConselho <> 23
                      and ws-fs-arqConselho <> 05
                      and ws-fs-arqConselho <> 10
                      and ws-fs-arqConselho <> 35 then
                       move 18                                     to ws-msn-erro-ofsset
                       move ws-fs-arqConselho                      to ws-msn-erro-cod
                       move "Erro ao ler arqConselho!"             to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-if


           .
       aplicar-conselho-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Zerar notas do aluno - com o historico gravado, zera as notas das
      *>  disciplinas (mantendo os dados de cadastro e o vinculo com as
           close arqFrequencia
           close arqLogAlteracoes
           close arqParametros
           close arqConselho

           display "Fechamento do ano " ws-ano-letivo " concluido."
           display "Alunos processados : " ws-qtd-alunos
           display "Linhas de historico: " ws-qtd-historico
           display "Disciplinas encerradas com recuperacao"
           display "pendente (como Reprovado): " ws-qtd-recup-pendentes
           display "Aprovadas pelo conselho de classe: " ws-qtd-aprov-conselho.
           Stop run.

           .
