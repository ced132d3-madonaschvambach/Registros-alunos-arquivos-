       organization    is line sequential
       file status is  ws-fs-arqParametros.

       *>deliberacoes do conselho de classe (aluno + disciplina + ano),
       *>consultadas para o ano corrente; os anos fechados ja trazem a
       *>deliberacao gravada no historico - optional
       select optional arqConselho assign to "arqConselho01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is con-chave
       file status is  ws-fs-arqConselho.


       i-o-control.

           copy "parametros.cpy".


      *>--- deliberacao do conselho de classe por aluno/disciplina/ano
       fd arqConselho.
           copy "conselho.cpy".


      *>--- variavéis de trabalho
       working-storage section.

       77  ws-fs-arqHistEscolar                    pic 9(02).
       77  ws-fs-arqFrequencia                     pic 9(02).
       77  ws-fs-arqParametros                     pic 9(02).
       77  ws-fs-arqConselho                       pic 9(02).


       copy "regaluno.cpy"
       77  ws-his-faltas-ed                        pic zz9.
       77  ws-his-freq-ed                          pic zz9,99.
       77  ws-his-ptr                              pic 9(03).
       *>--- situacao impressa da disciplina: a deliberacao do conselho
       *>    (Aprov.Conselho), quando houver, no lugar da calculada
       77  ws-his-situacao-ed                      pic x(14).

       *>--- data de hoje; o ano so serve de ultimo recurso para o ano
       *>    letivo em curso (ver ws-ano-em-curso)
       01  ws-data-hoje.
           05  ws-ano-corrente                     pic 9(04).
           05  filler                              pic 9(04).

       *>--- ano letivo das notas parciais do cadastro, chave das
       *>    deliberacoes do conselho de classe ainda nao levadas ao
       *>    historico: o informado pelo operador; zero = o ano seguinte
       *>    ao ultimo ano fechado do aluno (ou o ano de hoje, sem historico)
       77  ws-ano-em-curso                         pic 9(04) value 0.

       *>--- data da situacao da matricula desmontada para imprimir na
       *>    guia de transferencia como dd/mm/aaaa
               accept ws-cod-aluno
           end-perform

           display "Ano letivo em curso (aaaa, 0 = seguinte ao ultimo fechado): "
               with no advancing
           accept  ws-ano-em-curso

           open input arqRegistros
           if ws-fs-arqRegistros  <> 00 and ws-fs-arqRegistros <> 05 then
               move 1                                             to ws-msn-erro-ofsset
               perform finaliza-anormal
           end-if

           *>-- deliberacoes do conselho; optional, instalacao sem o arquivo
           *>   sai com 05/35 e as leituras devolvem 23
           open input arqConselho
           if ws-fs-arqConselho <> 00 and ws-fs-arqConselho <> 05
              and ws-fs-arqConselho <> 35 then
               move 16                                            to ws-msn-erro-ofsset
               move ws-fs-arqConselho                             to ws-msn-erro-cod
               move "Erro ao abrir arqConselho!"                  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-hoje from date yyyymmdd

           perform ler-parametros


           write rel-linha-historico

           move " "                                  to rel-controle
           move "Disciplina       N01   N02   N03   N04   Recup Media Situacao       Freq"
             to rel-texto
           write rel-linha-historico

           string ws-his-nota " " delimited by size
               into rel-texto with pointer ws-his-ptr

           if his-deliberacao = space then
               move his-situacao    to ws-his-situacao-ed
           else
               move his-deliberacao to ws-his-situacao-ed
           end-if

           move his-media to ws-his-media-ed
           string ws-his-media-ed " "                 delimited by size
                  ws-his-situacao-ed " "               delimited by size
               into rel-texto with pointer ws-his-ptr

           move his-frequencia to ws-his-freq-ed
       imprimir-ano-corrente section.


           *>-- ano letivo das notas do cadastro: o do operador ou, sem ele,
           *>   o primeiro ano ainda nao fechado do aluno
           if ws-ano-em-curso = 0 then
               if ws-ano-impresso > 0 then
                   compute ws-ano-em-curso = ws-ano-impresso + 1
               else
                   move ws-ano-corrente to ws-ano-em-curso
               end-if
           end-if

           perform somar-notas

           move " "                                  to rel-controle
           write rel-linha-historico

           move " "                                  to rel-controle
           string "Ano corrente (em curso): " ws-ano-em-curso
                  "   Turma: " ws-turma
               delimited by size into rel-texto
           write rel-linha-historico

           move " "                                  to rel-controle
           move "Disciplina       N01   N02   N03   N04   Recup Media Situacao       Freq"
             to rel-texto
           write rel-linha-historico

                   string ws-his-nota " " delimited by size
                       into rel-texto with pointer ws-his-ptr

                   move ws-situacao-disc(ws-idx-disciplina)
                     to ws-his-situacao-ed
                   perform consultar-conselho

                   move ws-media-disc(ws-idx-disciplina) to ws-his-media-ed
                   string ws-his-media-ed " "             delimited by size
                          ws-his-situacao-ed " "          delimited by size
                       into rel-texto with pointer ws-his-ptr

                   move ws-freq-percentual(ws-idx-disciplina)
           exit.


      *>------------------------------------------------------------------------
      *>  Consultar conselho - disciplina do ano corrente abaixo do corte
      *>  (reprovada ou com a recuperacao pendente) com deliberacao "A" do
      *>  conselho de classe sai como Aprov.Conselho, o mesmo que o
      *>  fechamento vai gravar no historico; reprovacao por falta nao e
      *>  revista pelo conselho
      *>------------------------------------------------------------------------
       consultar-conselho section.


           if ws-situacao-disc(ws-idx-disciplina) = "Reprovado"
              or ws-situacao-disc(ws-idx-disciplina) = "Em Recup." then

               move ws-cod-aluno                         to con-cod-aluno
               move ws-cod-disciplina(ws-idx-disciplina) to con-cod-disciplina
               move ws-ano-em-curso                      to con-ano-letivo
               read arqConselho
                   invalid key
                       continue
               end-read

               if ws-fs-arqConselho = 0 then
                   if con-decisao = "A" then
                       move "Aprov.Conselho" to ws-his-situacao-ed
                   end-if
               else
                   if ws-fs-arqConselho <> 23
                      and ws-fs-arqConselho <> 05
                      and ws-fs-arqConselho <> 10
                      and ws-fs-arqConselho <> 35 then
                       move 17                                     to ws-msn-erro-ofsset
                       move ws-fs-arqConselho                      to ws-msn-erro-cod
                       move "Erro ao ler arqConselho!"             to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-if


           .
       consultar-conselho-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Imprimir guia de transferencia - folha propria, exigida pela
      *>  escola de destino, com a data e o motivo da transferencia
           close arqHistEscolar
           close arqFrequencia
           close arqParametros
           close arqConselho

           display "Historico escolar do aluno " ws-cod-aluno
                   " gerado em historico-escolar01.txt"
