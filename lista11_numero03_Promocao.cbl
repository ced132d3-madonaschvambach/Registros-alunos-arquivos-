       77  ws-qtd-sem-depara                       pic 9(04) value 0.
       77  ws-qtd-destino-invalido                 pic 9(04) value 0.
       77  ws-qtd-nao-ativos                       pic 9(04) value 0.
       *>--- disciplinas do ano aprovadas pelo conselho de classe
       77  ws-qtd-disc-conselho                    pic 9(05) value 0.

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
      *>  Apurar historico - primeira passada: percorre o arqHistorico e,
      *>  para as linhas do ano encerrado, monta a situacao final de cada
      *>  aluno (aprovado em tudo ou nao); "Aprovado" e a unica situacao
      *>  que promove - Reprovado, Reprov.Falta e Em Recup. mantem, salvo
      *>  a disciplina aprovada pelo conselho de classe (his-deliberacao
      *>  "Aprov.Conselho", que vale como aprovada)
      *>------------------------------------------------------------------------
       apurar-historico section.

                       move his-turma to ws-tab-turma-ano(his-cod-aluno)
                   end-if

                   if his-situacao <> "Aprovado"
                      and his-deliberacao <> "Aprov.Conselho" then
                       move "n" to ws-tab-aprovado(his-cod-aluno)
                   end-if

                   if his-deliberacao = "Aprov.Conselho" then
                       add 1 to ws-qtd-disc-conselho
                   end-if

               end-if

               perform ler-historico
           display "Turma fora do de-para    : " ws-qtd-sem-depara
           display "Destino invalido/inativo : " ws-qtd-destino-invalido
           display "Matriculas nao ativas    : " ws-qtd-nao-ativos
           display "Disc. aprov. p/ conselho : " ws-qtd-disc-conselho

           if ws-qtd-sem-depara > 0
              or ws-qtd-destino-invalido > 0 then
