      $set sourceformat"free"


      *>divisão de identificação do programa
       identification division.


      *>--- nome do programa
       program-id. "lista11_num03_Ata".
      *>--- nome do autor
       author. "Madona Schvambach".
       installation. "PC".


      *>--- data que o programa foi escrito
       date-written.   15/10/2026.
       date-compiled.  15/10/2026.


      *>divisao para configuracao do programa
       environment division.
       configuration section.


      *>--- declarado que será utilizado vírgulo ao invés de ponto
           special-names. decimal-point is comma.


      *>--- declaracao de recursos eternos
       input-output Section.
       file-control.


       *>historico gravado pelos fechamentos - fonte unica da ata (media
       *>final, frequencia, situacao e deliberacao do conselho de cada
       *>aluno + disciplina no ano letivo encerrado)
       select arqHistorico assign to "arqHistorico01.txt"
       organization    is line sequential
       file status is  ws-fs-arqHistorico.

       *>cadastro mestre de turmas - so a descricao da turma para o
       *>cabecalho; optional, sem o mestre a ata sai so com o codigo
       select optional arqTurmas assign to "arqTurmas01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is tur-cod-turma
       file status is  ws-fs-arqTurmas.

       *>nome lógico da ata impressa (arquivo de saida sequencial, em
       *>folha larga por causa da grade alunos x disciplinas)
       select arqAta assign to "ata-resultados01.txt"
       organization    is line sequential
       file status is  ws-fs-arqAta.


       i-o-control.


      *>--- declaracao de variaveis
       data division.


      *>--- variáveis de arquivos
       file section.


      *>--- registro do historico (mesmo layout gravado pelo fechamento)
       fd arqHistorico.
           copy "historico.cpy".


      *>--- cadastro mestre de turmas (descricao para o cabecalho)
       fd arqTurmas.
           copy "turma.cpy".


      *>--- linha impressa da ata (controle de avanço de pagina na coluna
      *>    1, como no boletim; 132 posicoes para caber a grade)
       fd arqAta.
       01  rel-linha-ata.
           05  rel-controle                        pic x(01).
           05  rel-texto                           pic x(131).


      *>--- variavéis de trabalho
       working-storage section.

       77  ws-fs-arqHistorico                      pic 9(02).
       77  ws-fs-arqTurmas                         pic 9(02).
       77  ws-fs-arqAta                            pic 9(02).


       *>--- ano letivo e turma da ata, pedidos na largada
       77  ws-ano-letivo                           pic 9(04) value 0.
       77  ws-turma                                pic x(04) value space.
       77  ws-descricao-turma                      pic x(25) value space.

       *>--- disciplinas encontradas no historico da turma (colunas da
       *>    grade), com os totais de situacao de cada uma
       01  ws-tabela-disciplinas.
           05  ws-tab-disc occurs 6 times.
               10  ws-disc-cod                     pic 9(02).
               10  ws-disc-nome                    pic x(15).
               10  ws-disc-qtd-aprovados           pic 9(03).
               10  ws-disc-qtd-conselho            pic 9(03).
               10  ws-disc-qtd-reprovados          pic 9(03).
               10  ws-disc-qtd-reprov-falta        pic 9(03).
       77  ws-qtd-disc                             pic 9(01) value 0.
       77  ws-max-disc                             pic 9(01) value 6.
       77  ws-idx-disc                             pic 9(01).
       77  ws-pos-disc                             pic 9(01).

       *>--- alunos da turma no ano (linhas da grade), com uma celula por
       *>    disciplina: media final, frequencia, situacao e conselho
       01  ws-tabela-alunos.
           05  ws-tab-aluno occurs 60 times.
               10  ws-alu-cod                      pic 9(04).
               10  ws-alu-nome                     pic x(25).
               10  ws-alu-retido                   pic x(01).
               10  ws-alu-conselho                 pic x(01).
               10  ws-alu-celula occurs 6 times.
                   15  ws-cel-tem                  pic x(01).
                   15  ws-cel-media                pic 9(02)v9(02).
                   15  ws-cel-frequencia           pic 9(03)v9(02).
                   15  ws-cel-situacao             pic x(14).
                   15  ws-cel-conselho             pic x(01).
       77  ws-qtd-alunos                           pic 9(02) value 0.
       77  ws-max-alunos                           pic 9(02) value 60.
       77  ws-idx-aluno                            pic 9(02).
       77  ws-pos-aluno                            pic 9(02).

       *>--- bloco de 3 disciplinas impresso por vez (a folha comporta 3
       *>    celulas; turma com mais disciplinas sai em mais de um bloco)
       77  ws-bloco-inicio                         pic 9(01).
       77  ws-bloco-fim                            pic 9(01).

       77  ws-fim-arqHistorico                     pic x(01) value "n".
           88  ws-fim-historico                    value "s".

       *>--- totais da turma, impressos no rodape da ata
       77  ws-qtd-aprovados                        pic 9(03) value 0.
       77  ws-qtd-aprov-conselho                   pic 9(03) value 0.
       77  ws-qtd-retidos                          pic 9(03) value 0.
       77  ws-qtd-linhas-lidas                     pic 9(06) value 0.
       *>--- linhas da turma que nao couberam nas tabelas (mais de 60
       *>    alunos ou de 6 disciplinas): avisadas no rodape
       77  ws-qtd-ignoradas                        pic 9(04) value 0.

       *>--- campos editados para impressao (STRING nao aplica o separador
       *>    de decimal-point is comma como o DISPLAY faz)
       77  ws-ata-media                            pic z9,99.
       77  ws-ata-freq                             pic zz9,99.
       77  ws-ata-qtd                              pic zz9.
       77  ws-ata-ptr                              pic 9(03).

       *>--- data de emissao desmontada para o rodape (dd/mm/aaaa)
       01  ws-data-emissao.
           05  ws-data-aaaa                        pic 9(04).
           05  ws-data-mm                          pic 9(02).
           05  ws-data-dd                          pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).


      *>--- variaveis para comunicaçao entre programa
       linkage section.


      *>--- declaracao do corpo do programa
       procedure division.


           perform inicializacao.
           perform processamento.
           perform finalizacao.


      *>------------------------------------------------------------------------
      *>  Inicialização - pede o ano letivo e a turma da ata e abre os
      *>  arquivos
      *>------------------------------------------------------------------------
       inicializacao section.


           display " "
           display "Ano letivo da ata (ex. 2026): " with no advancing
           accept  ws-ano-letivo

           perform until ws-ano-letivo > 0
               display "Ano letivo invalido. Ano letivo da ata: "
                   with no advancing
               accept ws-ano-letivo
           end-perform

           display "Turma: " with no advancing
           accept  ws-turma

           perform until ws-turma <> space
               display "Turma em branco. Turma: " with no advancing
               accept ws-turma
           end-perform

           open input arqHistorico
           if ws-fs-arqHistorico = 35 then
               display "Nenhum fechamento rodado ainda (sem historico)."
               stop run
           end-if
           if ws-fs-arqHistorico <> 00 then
               move 1                                             to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                            to ws-msn-erro-cod
               move "Erro ao abrir arqHistorico!"                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *>-- mestre de turmas; optional, instalacao sem o arquivo sai
           *>   com 05/35 e a ata sai sem a descricao
           open input arqTurmas
           if ws-fs-arqTurmas <> 00 and ws-fs-arqTurmas <> 05
              and ws-fs-arqTurmas <> 35 then
               move 2                                             to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                               to ws-msn-erro-cod
               move "Erro ao abrir arqTurmas!"                    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqAta
           if ws-fs-arqAta <> 00 then
               move 3                                             to ws-msn-erro-ofsset
               move ws-fs-arqAta                                  to ws-msn-erro-cod
               move "Erro ao abrir arqAta!"                       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform buscar-descricao-turma


           .
       inicializacao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Buscar descricao da turma - le o mestre de turmas so para o
      *>  cabecalho da ata (turma fora do mestre sai so com o codigo)
      *>------------------------------------------------------------------------
       buscar-descricao-turma section.


           move space    to ws-descricao-turma
           move ws-turma to tur-cod-turma
           read arqTurmas
               invalid key
                   continue
           end-read

           if ws-fs-arqTurmas = 0 then
               move tur-descricao to ws-descricao-turma
           else
               if ws-fs-arqTurmas <> 23
                  and ws-fs-arqTurmas <> 05
                  and ws-fs-arqTurmas <> 10
                  and ws-fs-arqTurmas <> 35 then
                   move 4                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                        to ws-msn-erro-cod
                   move "Erro ao ler arqTurmas!"               to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if


           .
       buscar-descricao-turma-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Processamento - carrega as linhas do ano/turma pedidos nas
      *>  tabelas de alunos e disciplinas e imprime a ata
      *>------------------------------------------------------------------------
       processamento section.


           perform ler-historico

           perform until ws-fim-historico

               add 1 to ws-qtd-linhas-lidas

               if his-ano-letivo = ws-ano-letivo
                  and his-turma  = ws-turma then
                   perform carregar-linha-historico
               end-if

               perform ler-historico

           end-perform

           if ws-qtd-alunos = 0 then
               display "Nenhuma linha de historico da turma " ws-turma
                       " no ano " ws-ano-letivo "."
               display "Rode o fechamento do ano antes de emitir a ata."
           else
               perform apurar-resultado-alunos
               perform imprimir-cabecalho

               move 1 to ws-bloco-inicio
               perform until ws-bloco-inicio > ws-qtd-disc
                   compute ws-bloco-fim = ws-bloco-inicio + 2
                   if ws-bloco-fim > ws-qtd-disc then
                       move ws-qtd-disc to ws-bloco-fim
                   end-if
                   perform imprimir-bloco-grade
                   add 3 to ws-bloco-inicio
               end-perform

               perform imprimir-totais
               perform imprimir-assinaturas
           end-if


           .
       processamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Ler historico - proxima linha, sinalizando o fim do arquivo
      *>------------------------------------------------------------------------
       ler-historico section.


           read arqHistorico
           if ws-fs-arqHistorico = 10 then
               set ws-fim-historico to true
           else
               if ws-fs-arqHistorico <> 00 then
                   move 5                                             to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                            to ws-msn-erro-cod
                   move "Erro ao ler arqHistorico!"                   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if


           .
       ler-historico-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Carregar linha do historico - localiza (ou abre) a linha do aluno
      *>  e a coluna da disciplina e guarda a celula; a deliberacao do
      *>  conselho prevalece sobre a situacao calculada
      *>------------------------------------------------------------------------
       carregar-linha-historico section.


           *>-- coluna da disciplina
           move 0 to ws-pos-disc
           perform varying ws-idx-disc from 1 by 1
                   until ws-idx-disc > ws-qtd-disc
               if ws-disc-cod(ws-idx-disc) = his-cod-disciplina then
                   move ws-idx-disc to ws-pos-disc
               end-if
           end-perform

           if ws-pos-disc = 0 and ws-qtd-disc < ws-max-disc then
               add 1 to ws-qtd-disc
               move ws-qtd-disc         to ws-pos-disc
               move his-cod-disciplina  to ws-disc-cod(ws-pos-disc)
               move his-nome-disciplina to ws-disc-nome(ws-pos-disc)
               move 0 to ws-disc-qtd-aprovados(ws-pos-disc)
               move 0 to ws-disc-qtd-conselho(ws-pos-disc)
               move 0 to ws-disc-qtd-reprovados(ws-pos-disc)
               move 0 to ws-disc-qtd-reprov-falta(ws-pos-disc)
           end-if

           *>-- linha do aluno
           move 0 to ws-pos-aluno
           perform varying ws-idx-aluno from 1 by 1
                   until ws-idx-aluno > ws-qtd-alunos
               if ws-alu-cod(ws-idx-aluno) = his-cod-aluno then
                   move ws-idx-aluno to ws-pos-aluno
               end-if
           end-perform

           if ws-pos-aluno = 0 and ws-qtd-alunos < ws-max-alunos then
               add 1 to ws-qtd-alunos
               move ws-qtd-alunos  to ws-pos-aluno
               move his-cod-aluno  to ws-alu-cod(ws-pos-aluno)
               move his-nome-aluno to ws-alu-nome(ws-pos-aluno)
               move "n"            to ws-alu-retido(ws-pos-aluno)
               move "n"            to ws-alu-conselho(ws-pos-aluno)
               perform varying ws-idx-disc from 1 by 1
                       until ws-idx-disc > ws-max-disc
                   move "n" to ws-cel-tem(ws-pos-aluno, ws-idx-disc)
               end-perform
           end-if

           if ws-pos-disc = 0 or ws-pos-aluno = 0 then

               add 1 to ws-qtd-ignoradas

           else

               move "s"            to ws-cel-tem(ws-pos-aluno, ws-pos-disc)
               move his-media      to ws-cel-media(ws-pos-aluno, ws-pos-disc)
               move his-frequencia to ws-cel-frequencia(ws-pos-aluno, ws-pos-disc)

               if his-deliberacao = "Aprov.Conselho" then
                   move his-deliberacao
                     to ws-cel-situacao(ws-pos-aluno, ws-pos-disc)
                   move "*" to ws-cel-conselho(ws-pos-aluno, ws-pos-disc)
                   move "s" to ws-alu-conselho(ws-pos-aluno)
                   add 1 to ws-disc-qtd-conselho(ws-pos-disc)
               else
                   move his-situacao
                     to ws-cel-situacao(ws-pos-aluno, ws-pos-disc)
                   move space to ws-cel-conselho(ws-pos-aluno, ws-pos-disc)
                   evaluate his-situacao
                       when "Aprovado"
                           add 1 to ws-disc-qtd-aprovados(ws-pos-disc)
                       when "Reprov.Falta"
                           add 1 to ws-disc-qtd-reprov-falta(ws-pos-disc)
                           move "s" to ws-alu-retido(ws-pos-aluno)
                       when other
                           add 1 to ws-disc-qtd-reprovados(ws-pos-disc)
                           move "s" to ws-alu-retido(ws-pos-aluno)
                   end-evaluate
               end-if

           end-if


           .
       carregar-linha-historico-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Apurar resultado dos alunos - aprovado em todas as disciplinas
      *>  (pelas notas ou pelo conselho) ou retido em alguma
      *>------------------------------------------------------------------------
       apurar-resultado-alunos section.


           perform varying ws-idx-aluno from 1 by 1
                   until ws-idx-aluno > ws-qtd-alunos

               if ws-alu-retido(ws-idx-aluno) = "s" then
                   add 1 to ws-qtd-retidos
               else
                   add 1 to ws-qtd-aprovados
                   if ws-alu-conselho(ws-idx-aluno) = "s" then
                       add 1 to ws-qtd-aprov-conselho
                   end-if
               end-if

           end-perform


           .
       apurar-resultado-alunos-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Imprimir cabecalho - titulo da ata, escola, ano letivo e turma
      *>------------------------------------------------------------------------
       imprimir-cabecalho section.


           move "1"                                  to rel-controle
           move "-------------------- ATA DE RESULTADOS FINAIS --------------------"
             to rel-texto
           write rel-linha-ata

           move " "                                  to rel-controle
           move space                                to rel-texto
           write rel-linha-ata

           move " "                                  to rel-controle
           move space                                to rel-texto
           string "Ano letivo: " ws-ano-letivo        delimited by size
                  "   Turma: " ws-turma " "            delimited by size
                  ws-descricao-turma                   delimited by size
               into rel-texto
           write rel-linha-ata

           move " "                                  to rel-controle
           move space                                to rel-texto
           string "Aos dias do encerramento do ano letivo de "
                  ws-ano-letivo
                  ", reuniu-se o conselho de classe da turma acima,"
                  delimited by size into rel-texto
           write rel-linha-ata

           move " "                                  to rel-controle
           move "que apurou os resultados finais abaixo (media final, frequencia e situacao por disciplina)."
             to rel-texto
           write rel-linha-ata

           if ws-fs-arqAta <> 00 then
               move 6                                      to ws-msn-erro-ofsset
               move ws-fs-arqAta                           to ws-msn-erro-cod
               move "Erro ao gravar no arqAta!"            to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       imprimir-cabecalho-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Imprimir bloco da grade - ate 3 disciplinas (ws-bloco-inicio a
      *>  ws-bloco-fim) lado a lado, uma linha por aluno; o ultimo bloco
      *>  traz tambem o resultado final do aluno
      *>------------------------------------------------------------------------
       imprimir-bloco-grade section.


           move " "                                  to rel-controle
           move space                                to rel-texto
           write rel-linha-ata

           *>-- primeira linha do cabecalho: codigo e nome das disciplinas
           move " "                                  to rel-controle
           move space                                to rel-texto
           move 1                                    to ws-ata-ptr
           string "Cod. Aluno                    " delimited by size
               into rel-texto with pointer ws-ata-ptr
           perform varying ws-idx-disc from ws-bloco-inicio by 1
                   until ws-idx-disc > ws-bloco-fim
               string " " ws-disc-cod(ws-idx-disc) "-"
                      ws-disc-nome(ws-idx-disc) "           "
                   delimited by size
                   into rel-texto with pointer ws-ata-ptr
           end-perform
           if ws-bloco-fim = ws-qtd-disc then
               string "Resultado" delimited by size
                   into rel-texto with pointer ws-ata-ptr
           end-if
           write rel-linha-ata

           *>-- segunda linha do cabecalho: colunas de cada celula
           move " "                                  to rel-controle
           move space                                to rel-texto
           move 1                                    to ws-ata-ptr
           string "                              " delimited by size
               into rel-texto with pointer ws-ata-ptr
           perform varying ws-idx-disc from ws-bloco-inicio by 1
                   until ws-idx-disc > ws-bloco-fim
               string " Media   Freq  Situacao       " delimited by size
                   into rel-texto with pointer ws-ata-ptr
           end-perform
           write rel-linha-ata

           perform varying ws-idx-aluno from 1 by 1
                   until ws-idx-aluno > ws-qtd-alunos
               perform imprimir-linha-aluno
           end-perform

           if ws-fs-arqAta <> 00 then
               move 7                                      to ws-msn-erro-ofsset
               move ws-fs-arqAta                           to ws-msn-erro-cod
               move "Erro ao gravar no arqAta!"            to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       imprimir-bloco-grade-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Imprimir linha do aluno - celulas do bloco corrente (disciplina
      *>  sem linha no historico sai com tracos); "*" marca a decisao do
      *>  conselho de classe
      *>------------------------------------------------------------------------
       imprimir-linha-aluno section.


           move " "                                  to rel-controle
           move space                                to rel-texto
           move 1                                    to ws-ata-ptr

           string ws-alu-cod(ws-idx-aluno) " "        delimited by size
                  ws-alu-nome(ws-idx-aluno)            delimited by size
               into rel-texto with pointer ws-ata-ptr

           perform varying ws-idx-disc from ws-bloco-inicio by 1
                   until ws-idx-disc > ws-bloco-fim

               if ws-cel-tem(ws-idx-aluno, ws-idx-disc) = "s" then
                   move ws-cel-media(ws-idx-aluno, ws-idx-disc)
                     to ws-ata-media
                   move ws-cel-frequencia(ws-idx-aluno, ws-idx-disc)
                     to ws-ata-freq
                   string " " ws-ata-media " " ws-ata-freq "% "
                          ws-cel-situacao(ws-idx-aluno, ws-idx-disc)
                          ws-cel-conselho(ws-idx-aluno, ws-idx-disc)
                       delimited by size
                       into rel-texto with pointer ws-ata-ptr
               else
                   string "   --     --   --             "
                       delimited by size
                       into rel-texto with pointer ws-ata-ptr
               end-if

           end-perform

           if ws-bloco-fim = ws-qtd-disc then
               if ws-alu-retido(ws-idx-aluno) = "s" then
                   string " Retido" delimited by size
                       into rel-texto with pointer ws-ata-ptr
               else
                   string " Aprovado" delimited by size
                       into rel-texto with pointer ws-ata-ptr
               end-if
           end-if

           write rel-linha-ata

           if ws-fs-arqAta <> 00 then
               move 8                                      to ws-msn-erro-ofsset
               move ws-fs-arqAta                           to ws-msn-erro-cod
               move "Erro ao gravar no arqAta!"            to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       imprimir-linha-aluno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Imprimir totais - situacoes por disciplina e resultado da turma
      *>------------------------------------------------------------------------
       imprimir-totais section.


           move " "                                  to rel-controle
           move space                                to rel-texto
           write rel-linha-ata

           move " "                                  to rel-controle
           move "* Aprov.Conselho = aprovado por deliberacao do conselho de classe (notas mantidas)"
             to rel-texto
           write rel-linha-ata

           move " "                                  to rel-controle
           move space                                to rel-texto
           write rel-linha-ata

           move " "                                  to rel-controle
           move "Totais por disciplina    Aprovados  Aprov.Conselho  Reprovados  Reprov.Falta"
             to rel-texto
           write rel-linha-ata

           perform varying ws-idx-disc from 1 by 1
                   until ws-idx-disc > ws-qtd-disc

               move " "                                  to rel-controle
               move space                                to rel-texto
               move 1                                    to ws-ata-ptr

               string ws-disc-cod(ws-idx-disc) "-"
                      ws-disc-nome(ws-idx-disc) "       "
                   delimited by size
                   into rel-texto with pointer ws-ata-ptr

               move ws-disc-qtd-aprovados(ws-idx-disc) to ws-ata-qtd
               string "  " ws-ata-qtd "       " delimited by size
                   into rel-texto with pointer ws-ata-ptr
               move ws-disc-qtd-conselho(ws-idx-disc) to ws-ata-qtd
               string "  " ws-ata-qtd "          " delimited by size
                   into rel-texto with pointer ws-ata-ptr
               move ws-disc-qtd-reprovados(ws-idx-disc) to ws-ata-qtd
               string "  " ws-ata-qtd "         " delimited by size
                   into rel-texto with pointer ws-ata-ptr
               move ws-disc-qtd-reprov-falta(ws-idx-disc) to ws-ata-qtd
               string " " ws-ata-qtd delimited by size
                   into rel-texto with pointer ws-ata-ptr

               write rel-linha-ata

           end-perform

           move " "                                  to rel-controle
           move space                                to rel-texto
           write rel-linha-ata

           move " "                                  to rel-controle
           move space                                to rel-texto
           move ws-qtd-alunos to ws-ata-qtd
           string "Alunos da turma ............: " ws-ata-qtd
               delimited by size into rel-texto
           write rel-linha-ata

           move " "                                  to rel-controle
           move space                                to rel-texto
           move ws-qtd-aprovados to ws-ata-qtd
           string "Aprovados ..................: " ws-ata-qtd
               delimited by size into rel-texto
           write rel-linha-ata

           move " "                                  to rel-controle
           move space                                to rel-texto
           move ws-qtd-aprov-conselho to ws-ata-qtd
           string "  dos quais pelo conselho ..: " ws-ata-qtd
               delimited by size into rel-texto
           write rel-linha-ata

           move " "                                  to rel-controle
           move space                                to rel-texto
           move ws-qtd-retidos to ws-ata-qtd
           string "Retidos ....................: " ws-ata-qtd
               delimited by size into rel-texto
           write rel-linha-ata

           if ws-qtd-ignoradas > 0 then
               move " "                                  to rel-controle
               move space                                to rel-texto
               string "ATENCAO: " ws-qtd-ignoradas
                      " linha(s) da turma nao couberam na ata"
                      " (mais de 60 alunos ou 6 disciplinas)."
                   delimited by size into rel-texto
               write rel-linha-ata
           end-if

           if ws-fs-arqAta <> 00 then
               move 9                                      to ws-msn-erro-ofsset
               move ws-fs-arqAta                           to ws-msn-erro-cod
               move "Erro ao gravar no arqAta!"            to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       imprimir-totais-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Imprimir assinaturas - local/data de emissao e as linhas de
      *>  assinatura exigidas pela Secretaria de Educacao
      *>------------------------------------------------------------------------
       imprimir-assinaturas section.


           accept ws-data-emissao from date yyyymmdd

           move " "                                  to rel-controle
           move space                                to rel-texto
           write rel-linha-ata

           move " "                                  to rel-controle
           move space                                to rel-texto
           string "Emitida em " ws-data-dd "/" ws-data-mm "/" ws-data-aaaa
                  ". Local: ______________________________"
               delimited by size into rel-texto
           write rel-linha-ata

           move " "                                  to rel-controle
           move space                                to rel-texto
           write rel-linha-ata

           move " "                                  to rel-controle
           move space                                to rel-texto
           write rel-linha-ata

           move " "                                  to rel-controle
           move "______________________________     ______________________________     ______________________________"
             to rel-texto
           write rel-linha-ata

           move " "                                  to rel-controle
           move "Diretor(a)                         Secretario(a) Escolar              Coordenacao Pedagogica"
             to rel-texto
           write rel-linha-ata

           if ws-fs-arqAta <> 00 then
               move 10                                     to ws-msn-erro-ofsset
               move ws-fs-arqAta                           to ws-msn-erro-cod
               move "Erro ao gravar no arqAta!"            to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       imprimir-assinaturas-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finaliza anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finalizacao section.

           close arqHistorico
           close arqTurmas
           close arqAta

           display "Ata da turma " ws-turma " (" ws-ano-letivo
                   ") gravada em ata-resultados01.txt"
           display "Alunos na ata          : " ws-qtd-alunos
           display "Aprovados              : " ws-qtd-aprovados
           display "  pelo conselho        : " ws-qtd-aprov-conselho
           display "Retidos                : " ws-qtd-retidos.
           Stop run.

           .
       finalizacao-exit.
           exit.
