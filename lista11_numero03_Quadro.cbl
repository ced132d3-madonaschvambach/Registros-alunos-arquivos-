      $set sourceformat"free"


      *>divisão de identificação do programa
       identification division.


      *>--- nome do programa
       program-id. "lista11_num03_Quadro".
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


       *>cadastro mestre de turmas, percorrido em ordem de codigo
       select arqTurmas assign to "arqTurmas01.txt"
       organization    is indexed
       access mode     is sequential
       record key is tur-cod-turma
       file status is  ws-fs-arqTurmas.

       *>grade curricular por turma (disciplinas que a turma cursa);
       *>optional, turma sem grade sai destacada no quadro
       select optional arqGrade assign to "arqGrade01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is gra-cod-turma
       file status is  ws-fs-arqGrade.

       *>atribuicao de professores (turma + disciplina -> operador);
       *>optional, sem o arquivo toda disciplina da grade sai sem professor
       select optional arqAtribuicoes assign to "arqAtribuicoes01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is atr-chave
       file status is  ws-fs-arqAtribuicoes.

       *>cadastro mestre de disciplinas (nome da disciplina no quadro)
       select optional arqDisciplinas assign to "arqDisciplinas01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is dis-cod-disciplina
       file status is  ws-fs-arqDisciplinas.

       *>cadastro de operadores (nome do professor atribuido)
       select optional arqOperadores assign to "arqOperadores01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is ope-cod-operador
       file status is  ws-fs-arqOperadores.

       *>nome lógico do quadro de atribuicoes (arquivo de saida sequencial)
       select arqQuadro assign to "quadro-atribuicoes01.txt"
       organization    is line sequential
       file status is  ws-fs-arqQuadro.

       *>controle de execucao dos lotes - um registro por programa com a
       *>situacao EXECUTANDO/OK/ABEND; o quadro e so de leitura e e
       *>refeito do inicio, mas o registro denuncia a execucao que nao
       *>terminou
       select optional arqControle assign to "arqControle01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is ctl-programa
       file status is  ws-fs-arqControle.


       i-o-control.


      *>--- declaracao de variaveis
       data division.


      *>--- variáveis de arquivos
       file section.


      *>--- cadastro mestre de turmas
       fd arqTurmas.
           copy "turma.cpy".


      *>--- grade curricular por turma
       fd arqGrade.
           copy "grade.cpy".


      *>--- professor atribuido por turma/disciplina
       fd arqAtribuicoes.
           copy "atribuicao.cpy".


      *>--- cadastro mestre de disciplinas
       fd arqDisciplinas.
           copy "disciplina.cpy".


      *>--- cadastro de operadores do sistema
       fd arqOperadores.
           copy "operador.cpy".


      *>--- linha impressa do quadro de atribuicoes
       fd arqQuadro.
       01  rel-linha-quadro                        pic x(90).


      *>--- registro de controle de execucao (situacao e checkpoint do lote)
       fd arqControle.
           copy "controle.cpy".


      *>--- variavéis de trabalho
       working-storage section.

       77  ws-fs-arqTurmas                         pic 9(02).
       77  ws-fs-arqGrade                          pic 9(02).
       77  ws-fs-arqAtribuicoes                    pic 9(02).
       77  ws-fs-arqDisciplinas                    pic 9(02).
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqQuadro                         pic 9(02).
       77  ws-fs-arqControle                       pic 9(02).

       *>quantidade de disciplinas da grade de cada turma
       77  ws-quant-disciplinas                    pic 9(01) value 3.
       77  ws-idx-grade                            pic 9(01).

       77  ws-fim-arqTurmas                        pic x(01) value "n".
           88  ws-fim                              value "s".

       *>--- linha do quadro: disciplina da grade e o professor (ou o
       *>    destaque de disciplina sem professor)
       77  ws-qua-nome-disciplina                  pic x(15).
       77  ws-qua-professor                        pic x(30).
       77  ws-qua-ptr                              pic 9(03).
       *>--- a primeira linha da turma leva codigo e descricao; as
       *>    demais saem em branco nessas colunas
       77  ws-qua-cod-turma                        pic x(04).
       77  ws-qua-desc-turma                       pic x(25).

       *>--- totais da turma corrente e do lote
       77  ws-qtd-pend-turma                       pic 9(01) value 0.
       77  ws-qtd-lidos                            pic 9(06) value 0.
       77  ws-qtd-inativas                         pic 9(06) value 0.
       77  ws-qtd-sem-grade                        pic 9(06) value 0.
       77  ws-qtd-disc-grade                       pic 9(06) value 0.
       77  ws-qtd-atribuidas                       pic 9(06) value 0.
       77  ws-qtd-sem-professor                    pic 9(06) value 0.
       77  ws-qtd-turmas-pendentes                 pic 9(06) value 0.

       *>--- controle de execucao: nome deste lote no arquivo de controle;
       *>    o quadro nao tem saida reaproveitavel, entao a retomada e
       *>    sempre do inicio - o controle serve para denunciar a queda
       77  ws-ctl-nome-programa                    pic x(20) value "QUADRO".
       77  ws-controle-aberto                      pic x(01) value "n".
           88  ws-controle-ok                      value "s".
       *>--- grava o checkpoint a cada N turmas processadas
       77  ws-intervalo-checkpoint                 pic 9(03) value 10.
       77  ws-desde-checkpoint                     pic 9(03) value 0.

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
      *>  Inicialização
      *>------------------------------------------------------------------------
       inicializacao section.


           open input  arqTurmas
           if ws-fs-arqTurmas  <> 00 and ws-fs-arqTurmas <> 05 then
               move 1                                             to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                               to ws-msn-erro-cod
               move "Erro ao abrir arqTurmas!"                    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *>-- grade, atribuicoes, disciplinas e operadores; optional,
           *>   instalacao sem o arquivo sai com 05/35 e as leituras
           *>   devolvem 23
           open input arqGrade
           if ws-fs-arqGrade <> 00 and ws-fs-arqGrade <> 05
              and ws-fs-arqGrade <> 35 then
               move 2                                             to ws-msn-erro-ofsset
               move ws-fs-arqGrade                                to ws-msn-erro-cod
               move "Erro ao abrir arqGrade!"                     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqAtribuicoes
           if ws-fs-arqAtribuicoes <> 00 and ws-fs-arqAtribuicoes <> 05
              and ws-fs-arqAtribuicoes <> 35 then
               move 3                                             to ws-msn-erro-ofsset
               move ws-fs-arqAtribuicoes                          to ws-msn-erro-cod
               move "Erro ao abrir arqAtribuicoes!"               to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqDisciplinas
           if ws-fs-arqDisciplinas <> 00 and ws-fs-arqDisciplinas <> 05
              and ws-fs-arqDisciplinas <> 35 then
               move 4                                             to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                          to ws-msn-erro-cod
               move "Erro ao abrir arqDisciplinas!"               to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqOperadores
           if ws-fs-arqOperadores <> 00 and ws-fs-arqOperadores <> 05
              and ws-fs-arqOperadores <> 35 then
               move 5                                             to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                           to ws-msn-erro-cod
               move "Erro ao abrir arqOperadores!"                to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqQuadro
           if ws-fs-arqQuadro <> 00 then
               move 6                                             to ws-msn-erro-ofsset
               move ws-fs-arqQuadro                               to ws-msn-erro-cod
               move "Erro ao abrir arqQuadro!"                    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *>-- acusa no controle uma execucao anterior que nao terminou e
           *>   registra esta largada
           perform verificar-controle

           perform gravar-cabecalho


           .
       inicializacao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Verificar controle - abre o arquivo de controle de execucao, acusa
      *>  uma execucao anterior que nao terminou (EXECUTANDO/ABEND) e grava
      *>  o registro deste lote com a situacao EXECUTANDO; como nos outros
      *>  lotes so de leitura, nao ha reinicio de checkpoint - o quadro
      *>  recomeca do zero de qualquer forma
      *>------------------------------------------------------------------------
       verificar-controle section.


           open i-o arqControle
           if ws-fs-arqControle <> 00 and ws-fs-arqControle <> 05 then
               move 7                                             to ws-msn-erro-ofsset
               move ws-fs-arqControle                             to ws-msn-erro-cod
               move "Erro ao abrir arqControle!"                  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           set ws-controle-ok to true

           move ws-ctl-nome-programa to ctl-programa
           read arqControle
               invalid key
                   continue
           end-read

           if ws-fs-arqControle = 0 then
               if ctl-situacao = "EXECUTANDO" or ctl-situacao = "ABEND" then
                   display " "
                   display "A execucao anterior deste lote nao terminou"
                   display "(situacao " ctl-situacao "); o quadro"
                   display "sera refeito do inicio."
               end-if
               perform montar-registro-controle
               rewrite ctl-registro-controle
           else
               if ws-fs-arqControle = 23 then
                   perform montar-registro-controle
                   write ctl-registro-controle
               else
                   move 8                                             to ws-msn-erro-ofsset
                   move ws-fs-arqControle                             to ws-msn-erro-cod
                   move "Erro ao ler arqControle!"                    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-fs-arqControle <> 00 then
               move 9                                             to ws-msn-erro-ofsset
               move ws-fs-arqControle                             to ws-msn-erro-cod
               move "Erro ao gravar no arqControle!"               to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       verificar-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Montar registro de controle - situacao EXECUTANDO na largada
      *>------------------------------------------------------------------------
       montar-registro-controle section.


           move ws-ctl-nome-programa to ctl-programa
           accept ctl-data-inicio    from date yyyymmdd
           accept ctl-hora-inicio    from time
           move space                to ctl-parametros
           move "EXECUTANDO"         to ctl-situacao
           move 0                    to ctl-qtd-lidos
           move 0                    to ctl-qtd-gravados
           move 0                    to ctl-ultimo-cod
           move space                to ctl-msn-abend


           .
       montar-registro-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar checkpoint - a cada N turmas regrava o registro de controle
      *>  com os totais parciais (o codigo da turma e alfanumerico e nao
      *>  cabe em ctl-ultimo-cod, que fica zerado)
      *>------------------------------------------------------------------------
       gravar-checkpoint section.


           add 1 to ws-desde-checkpoint
           if ws-desde-checkpoint >= ws-intervalo-checkpoint then
               move 0 to ws-desde-checkpoint
               move ws-qtd-lidos         to ctl-qtd-lidos
               move ws-qtd-sem-professor to ctl-qtd-gravados
               rewrite ctl-registro-controle
               if ws-fs-arqControle <> 00 then
                   move 10                                            to ws-msn-erro-ofsset
                   move ws-fs-arqControle                             to ws-msn-erro-cod
                   move "Erro ao gravar no arqControle!"               to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if


           .
       gravar-checkpoint-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Encerrar controle - regrava o registro de controle com OK e os
      *>  totais finais da execucao
      *>------------------------------------------------------------------------
       encerrar-controle section.


           move "OK"                 to ctl-situacao
           move ws-qtd-lidos         to ctl-qtd-lidos
           move ws-qtd-sem-professor to ctl-qtd-gravados
           rewrite ctl-registro-controle
           if ws-fs-arqControle <> 00 then
               move 11                                            to ws-msn-erro-ofsset
               move ws-fs-arqControle                             to ws-msn-erro-cod
               move "Erro ao gravar no arqControle!"               to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqControle


           .
       encerrar-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar abend no controle - chamado por finaliza-anormal para
      *>  carimbar a queda (situacao ABEND e totais parciais) no arquivo de
      *>  controle antes de parar; erro aqui dentro e ignorado para nao
      *>  entrar em recursao
      *>------------------------------------------------------------------------
       registrar-abend-controle section.


           if ws-controle-ok then
               move "n"                  to ws-controle-aberto
               move "ABEND"              to ctl-situacao
               move ws-qtd-lidos         to ctl-qtd-lidos
               move ws-qtd-sem-professor to ctl-qtd-gravados
               move ws-msn-erro-text     to ctl-msn-abend
               rewrite ctl-registro-controle
               close arqControle
           end-if


           .
       registrar-abend-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar cabecalho - titulo e colunas do quadro de atribuicoes
      *>------------------------------------------------------------------------
       gravar-cabecalho section.


           move "------- QUADRO DE ATRIBUICOES DE PROFESSORES -------"
             to rel-linha-quadro
           write rel-linha-quadro

           move space to rel-linha-quadro
           write rel-linha-quadro

           move "Turma Descricao                 Disc Disciplina      Professor"
             to rel-linha-quadro
           write rel-linha-quadro

           if ws-fs-arqQuadro <> 00 then
               move 12                                     to ws-msn-erro-ofsset
               move ws-fs-arqQuadro                        to ws-msn-erro-cod
               move "Erro ao gravar no arqQuadro!"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-cabecalho-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Processamento - percorre arqTurmas do primeiro ao ultimo registro;
      *>  so as turmas ativas entram no quadro
      *>------------------------------------------------------------------------
       processamento section.


           read arqTurmas next
           if ws-fs-arqTurmas = 10 or ws-fs-arqTurmas = 05 then
               set ws-fim to true
           else
               if ws-fs-arqTurmas <> 00 then
                   move 13                                            to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                               to ws-msn-erro-cod
                   move "Erro ao ler arqTurmas!"                      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until ws-fim

               if tur-situacao = "I" or tur-situacao = "i" then
                   add 1 to ws-qtd-inativas
               else
                   add 1 to ws-qtd-lidos
                   perform montar-quadro-turma
                   perform gravar-checkpoint
               end-if

               read arqTurmas next
               if ws-fs-arqTurmas = 10 then
                   set ws-fim to true
               else
                   if ws-fs-arqTurmas <> 00 then
                       move 14                                            to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas                               to ws-msn-erro-cod
                       move "Erro ao ler arqTurmas!"                      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform


           .
       processamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Montar quadro da turma - uma linha por disciplina da grade com o
      *>  professor atribuido, ou SEM PROFESSOR em destaque; turma sem
      *>  grade cadastrada sai numa linha so, tambem destacada
      *>------------------------------------------------------------------------
       montar-quadro-turma section.


           move 0             to ws-qtd-pend-turma
           move tur-cod-turma to ws-qua-cod-turma
           move tur-descricao to ws-qua-desc-turma

           move tur-cod-turma to gra-cod-turma
           read arqGrade
               invalid key
                   continue
           end-read

           if ws-fs-arqGrade = 0 then

               perform varying ws-idx-grade from 1 by 1
                       until ws-idx-grade > ws-quant-disciplinas

                   if gra-cod-disciplina(ws-idx-grade) <> 0 then
                       add 1 to ws-qtd-disc-grade
                       perform montar-linha-disciplina
                   end-if

               end-perform

               if ws-qtd-pend-turma > 0 then
                   add 1 to ws-qtd-turmas-pendentes
                   move space to rel-linha-quadro
                   move 1     to ws-qua-ptr
                   string "      Turma " tur-cod-turma ": " ws-qtd-pend-turma
                          " disciplina(s) sem professor"
                       delimited by size into rel-linha-quadro
                           with pointer ws-qua-ptr
                   perform gravar-linha-quadro
               end-if

           else
               if ws-fs-arqGrade = 23 or ws-fs-arqGrade = 05
                  or ws-fs-arqGrade = 35 then
                   add 1 to ws-qtd-sem-grade
                   move space to rel-linha-quadro
                   move 1     to ws-qua-ptr
                   string tur-cod-turma "  " tur-descricao " "
                          "*** TURMA SEM GRADE CADASTRADA ***"
                       delimited by size into rel-linha-quadro
                           with pointer ws-qua-ptr
                   perform gravar-linha-quadro
               else
                   move 15                                     to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                         to ws-msn-erro-cod
                   move "Erro ao ler arqGrade!"                to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move space to rel-linha-quadro
           perform gravar-linha-quadro


           .
       montar-quadro-turma-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Montar linha da disciplina - nome da disciplina corrente da grade
      *>  (gra-cod-disciplina(ws-idx-grade)) e o professor atribuido a ela
      *>  na turma
      *>------------------------------------------------------------------------
       montar-linha-disciplina section.


           move gra-cod-disciplina(ws-idx-grade) to dis-cod-disciplina
           read arqDisciplinas
               invalid key
                   continue
           end-read

           if ws-fs-arqDisciplinas = 0 then
               move dis-nome-disciplina to ws-qua-nome-disciplina
           else
               if ws-fs-arqDisciplinas = 23 or ws-fs-arqDisciplinas = 05
                  or ws-fs-arqDisciplinas = 35 then
                   move "(nao cadastr.)" to ws-qua-nome-disciplina
               else
                   move 16                                     to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                   to ws-msn-erro-cod
                   move "Erro ao ler arqDisciplinas!"          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move tur-cod-turma                    to atr-cod-turma
           move gra-cod-disciplina(ws-idx-grade) to atr-cod-disciplina
           read arqAtribuicoes
               invalid key
                   continue
           end-read

           if ws-fs-arqAtribuicoes = 0 then

               add 1 to ws-qtd-atribuidas

               move atr-cod-operador to ope-cod-operador
               read arqOperadores
                   invalid key
                       continue
               end-read

               move space to ws-qua-professor
               if ws-fs-arqOperadores = 0 then
                   string atr-cod-operador " " ope-nome-operador
                       delimited by size into ws-qua-professor
               else
                   if ws-fs-arqOperadores = 23 or ws-fs-arqOperadores = 05
                      or ws-fs-arqOperadores = 35 then
                       string atr-cod-operador " (operador excluido)"
                           delimited by size into ws-qua-professor
                   else
                       move 17                                     to ws-msn-erro-ofsset
                       move ws-fs-arqOperadores                    to ws-msn-erro-cod
                       move "Erro ao ler arqOperadores!"           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           else
               if ws-fs-arqAtribuicoes = 23 or ws-fs-arqAtribuicoes = 05
                  or ws-fs-arqAtribuicoes = 35 then
                   add 1 to ws-qtd-sem-professor
                   add 1 to ws-qtd-pend-turma
                   move "*** SEM PROFESSOR ***" to ws-qua-professor
               else
                   move 18                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAtribuicoes                   to ws-msn-erro-cod
                   move "Erro ao ler arqAtribuicoes!"          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move space to rel-linha-quadro
           move 1     to ws-qua-ptr
           string ws-qua-cod-turma "  "                        delimited by size
                  ws-qua-desc-turma " "                        delimited by size
                  gra-cod-disciplina(ws-idx-grade) "   "       delimited by size
                  ws-qua-nome-disciplina " "                   delimited by size
                  ws-qua-professor                             delimited by size
               into rel-linha-quadro
                   with pointer ws-qua-ptr
           perform gravar-linha-quadro

           *>-- so a primeira linha da turma repete codigo e descricao
           move space to ws-qua-cod-turma
           move space to ws-qua-desc-turma


           .
       montar-linha-disciplina-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar linha do quadro - grava rel-linha-quadro ja montada
      *>------------------------------------------------------------------------
       gravar-linha-quadro section.


           write rel-linha-quadro

           if ws-fs-arqQuadro <> 00 then
               move 19                                     to ws-msn-erro-ofsset
               move ws-fs-arqQuadro                        to ws-msn-erro-cod
               move "Erro ao gravar no arqQuadro!"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-linha-quadro-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar totais - rodape do quadro com as turmas e disciplinas
      *>  conferidas e as pendencias de atribuicao
      *>------------------------------------------------------------------------
       gravar-totais section.


           move space to rel-linha-quadro
           move 1     to ws-qua-ptr
           string "Turmas ativas no quadro      : " ws-qtd-lidos
               delimited by size into rel-linha-quadro
                   with pointer ws-qua-ptr
           perform gravar-linha-quadro

           move space to rel-linha-quadro
           move 1     to ws-qua-ptr
           string "Turmas sem grade cadastrada  : " ws-qtd-sem-grade
               delimited by size into rel-linha-quadro
                   with pointer ws-qua-ptr
           perform gravar-linha-quadro

           move space to rel-linha-quadro
           move 1     to ws-qua-ptr
           string "Disciplinas nas grades       : " ws-qtd-disc-grade
               delimited by size into rel-linha-quadro
                   with pointer ws-qua-ptr
           perform gravar-linha-quadro

           move space to rel-linha-quadro
           move 1     to ws-qua-ptr
           string "Com professor atribuido      : " ws-qtd-atribuidas
               delimited by size into rel-linha-quadro
                   with pointer ws-qua-ptr
           perform gravar-linha-quadro

           move space to rel-linha-quadro
           move 1     to ws-qua-ptr
           string "Sem professor                : " ws-qtd-sem-professor
               delimited by size into rel-linha-quadro
                   with pointer ws-qua-ptr
           perform gravar-linha-quadro

           move space to rel-linha-quadro
           move 1     to ws-qua-ptr
           string "Turmas com pendencia         : " ws-qtd-turmas-pendentes
               delimited by size into rel-linha-quadro
                   with pointer ws-qua-ptr
           perform gravar-linha-quadro


           .
       gravar-totais-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finaliza anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           perform registrar-abend-controle
           display erase
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização - grava os totais, encerra o controle e devolve o
      *>  codigo de retorno: zero = todas as disciplinas com professor,
      *>  4 = ha disciplina sem professor ou turma sem grade
      *>------------------------------------------------------------------------
       finalizacao section.

           perform gravar-totais
           perform encerrar-controle

           close arqTurmas
           close arqGrade
           close arqAtribuicoes
           close arqDisciplinas
           close arqOperadores
           close arqQuadro

           display "Quadro gravado em quadro-atribuicoes01.txt"
           display "Turmas ativas          : " ws-qtd-lidos
           display "Turmas inativas        : " ws-qtd-inativas
           display "Turmas sem grade       : " ws-qtd-sem-grade
           display "Disciplinas s/ prof.  : " ws-qtd-sem-professor

           if ws-qtd-sem-professor = 0 and ws-qtd-sem-grade = 0 then
               move 0 to return-code
           else
               move 4 to return-code
           end-if
           Stop run.

           .
       finalizacao-exit.
           exit.
