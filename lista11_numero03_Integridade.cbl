      $set sourceformat"free"


      *>divisão de identificação do programa
       identification division.


      *>--- nome do programa
       program-id. "lista11_num03_Integr".
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


       *>nome lógico e e arquivo de memoria (mesmo arquivo do cadastro)
       select arqRegistros assign to "arqRegistros01.txt"
       *>tipo de arquivo (indexado)
       organization    is indexed
       *>modo de acesso ao arquivo (dinamico; percorrido do inicio ao fim
       *>e lido pela chave para conferir os arquivos dependentes)
       access mode     is dynamic
       *>chave do arquivo
       record key is fd-cod-aluno
       *>variavel "ws-fs-arqRegistros" retona o status do arquivo (0, 35....)
       file status is  ws-fs-arqRegistros.

       *>cadastro mestre de turmas; optional, instalacao sem o arquivo
       *>acusa a turma de todos os alunos como nao cadastrada
       select optional arqTurmas assign to "arqTurmas01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is tur-cod-turma
       file status is  ws-fs-arqTurmas.

       *>grade curricular por turma (disciplinas que a turma cursa)
       select optional arqGrade assign to "arqGrade01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is gra-cod-turma
       file status is  ws-fs-arqGrade.

       *>cadastro mestre de disciplinas
       select optional arqDisciplinas assign to "arqDisciplinas01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is dis-cod-disciplina
       file status is  ws-fs-arqDisciplinas.

       *>frequencia por aluno por disciplina; aberta em i-o so no modo
       *>correcao, que exclui os registros de aluno inexistente
       select optional arqFrequencia assign to "arqFrequencia01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is frq-chave
       file status is  ws-fs-arqFrequencia.

       *>mensalidades por aluno + ano/mes (so conferidas; cobranca de
       *>aluno inexistente e acertada pela secretaria, nunca excluida
       *>pelo lote)
       select optional arqMensalidades assign to "arqMensalidades01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is men-chave
       file status is  ws-fs-arqMensalidades.

       *>ocorrencias por aluno + data/hora; aberta em i-o so no modo
       *>correcao, como a frequencia
       select optional arqOcorrencias assign to "arqOcorrencias01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is oco-chave
       file status is  ws-fs-arqOcorrencias.

       *>arquivo de log (auditoria) - cada exclusao do modo correcao entra
       *>na trilha; nao e aberto na conferencia so de leitura
       select optional arqLogAlteracoes assign to "arqLogAlteracoes01.txt"
       organization    is line sequential
       file status is  ws-fs-arqLog.

       *>nome lógico do relatorio de excecoes (arquivo de saida sequencial)
       select arqIntegridade assign to "integridade01.txt"
       organization    is line sequential
       file status is  ws-fs-arqIntegridade.

       *>controle de execucao dos lotes - um registro por programa com a
       *>situacao EXECUTANDO/OK/ABEND; a conferencia e refeita do inicio
       *>(a correcao so exclui o que ainda estiver orfao, entao repetir
       *>a execucao nao faz mal), mas o registro denuncia a queda
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


       fd arqRegistros.
           copy "regaluno.cpy".


      *>--- cadastro mestre de turmas
       fd arqTurmas.
           copy "turma.cpy".


      *>--- grade curricular por turma
       fd arqGrade.
           copy "grade.cpy".


      *>--- cadastro mestre de disciplinas
       fd arqDisciplinas.
           copy "disciplina.cpy".


      *>--- frequencia por aluno por disciplina (total de aulas e faltas)
       fd arqFrequencia.
           copy "frequencia.cpy".


      *>--- mensalidade por aluno por mes
       fd arqMensalidades.
           copy "mensalidade.cpy".


      *>--- ocorrencia por aluno + data/hora
       fd arqOcorrencias.
           copy "ocorrencia.cpy".


      *>--- registro de log de auditoria (mesmo layout do cadastro)
       fd arqLogAlteracoes.
       01  log-registro-alteracao.
           05  log-data                            pic 9(08).
           05  filler                              pic x(01) value space.
           05  log-hora                            pic 9(06).
           05  filler                              pic x(01) value space.
           05  log-cod-aluno                       pic 9(04).
           05  filler                              pic x(01) value space.
           05  log-operacao                        pic x(12).
           05  filler                              pic x(01) value space.
           05  log-notas-antigas                   pic x(90).
           05  filler                              pic x(01) value space.
           05  log-notas-novas                     pic x(90).
      *>--- operador que fez a operacao (zero nos lotes, que nao tem
      *>    login; no final da linha, para as linhas antigas do log
      *>    continuarem alinhadas)
           05  filler                              pic x(01) value space.
           05  log-cod-operador                    pic 9(03).


      *>--- linha impressa do relatorio de excecoes
       fd arqIntegridade.
       01  rel-linha-integridade                   pic x(80).


      *>--- registro de controle de execucao (situacao e checkpoint do lote)
       fd arqControle.
           copy "controle.cpy".


      *>--- variavéis de trabalho
       working-storage section.

       77  ws-fs-arqRegistros                      pic 9(02).
       77  ws-fs-arqTurmas                         pic 9(02).
       77  ws-fs-arqGrade                          pic 9(02).
       77  ws-fs-arqDisciplinas                    pic 9(02).
       77  ws-fs-arqFrequencia                     pic 9(02).
       77  ws-fs-arqMensalidades                   pic 9(02).
       77  ws-fs-arqOcorrencias                    pic 9(02).
       77  ws-fs-arqLog                            pic 9(02).
       77  ws-fs-arqIntegridade                    pic 9(02).
       77  ws-fs-arqControle                       pic 9(02).

       *>quantidade de disciplinas de cada aluno / da grade de cada turma
       77  ws-quant-disciplinas                    pic 9(01) value 3.
       77  ws-idx-disciplina                       pic 9(01).
       77  ws-idx-grade                            pic 9(01).

       *>--- modo de execucao: so conferencia (padrao) ou correcao, que
       *>    exclui a frequencia e as ocorrencias de aluno inexistente
       77  ws-modo-correcao                        pic x(01) value "n".
           88  ws-correcao                         value "S" "s".
       77  ws-confirma-correcao                    pic x(01) value "n".
           88  ws-correcao-confirmada              value "S" "s".

       *>--- fim de cada arquivo percorrido
       77  ws-fim-arquivo-flag                     pic x(01) value "n".
           88  ws-fim                              value "s".

       *>--- turma e grade do aluno corrente
       77  ws-turma-existe-flag                    pic x(01) value "n".
           88  ws-turma-existe                     value "s".
       77  ws-grade-existe-flag                    pic x(01) value "n".
           88  ws-grade-existe                     value "s".
       77  ws-disc-na-grade-flag                   pic x(01) value "n".
           88  ws-disc-na-grade                    value "s".

       *>--- existencia do aluno dono de um registro dependente; os
       *>    arquivos dependentes estao em ordem de aluno, entao guarda o
       *>    ultimo codigo conferido para nao reler o cadastro a cada linha
       77  ws-chk-cod-aluno                        pic 9(04) value 0.
       77  ws-chk-ultimo-cod                       pic 9(04) value 0.
       77  ws-chk-aluno-existe-flag                pic x(01) value "n".
           88  ws-chk-aluno-existe                 value "s".
       77  ws-chk-primeira-flag                    pic x(01) value "s".
           88  ws-chk-primeira                     value "s".

       *>--- linha de excecao: categoria, codigo e texto
       77  ws-int-categoria                        pic x(08).
       77  ws-int-texto                            pic x(70).
       77  ws-int-ptr                              pic 9(03).
       77  ws-int-titulo                           pic x(60).
       77  ws-int-valor-ed                         pic z(03)9,99.

       *>--- totais por categoria de excecao
       77  ws-qtd-turma-inexistente                pic 9(06) value 0.
       77  ws-qtd-disc-fora-grade                  pic 9(06) value 0.
       77  ws-qtd-disc-inexistente                 pic 9(06) value 0.
       77  ws-qtd-ativo-turma-inativa              pic 9(06) value 0.
       77  ws-qtd-grade-turma-inexist              pic 9(06) value 0.
       77  ws-qtd-freq-orfa                        pic 9(06) value 0.
       77  ws-qtd-mens-orfa                        pic 9(06) value 0.
       77  ws-qtd-ocor-orfa                        pic 9(06) value 0.
       77  ws-qtd-excecoes                         pic 9(06) value 0.
       *>--- registros excluidos no modo correcao
       77  ws-qtd-freq-removida                    pic 9(06) value 0.
       77  ws-qtd-ocor-removida                    pic 9(06) value 0.

       *>--- registros lidos (todos os arquivos conferidos)
       77  ws-qtd-lidos                            pic 9(06) value 0.
       77  ws-qtd-alunos                           pic 9(06) value 0.

       *>--- dados usados para montar o registro de log de auditoria
       77  ws-log-operacao                         pic x(12) value space.
       77  ws-log-notas-antigas                    pic x(90) value space.
       77  ws-log-notas-novas                      pic x(90) value space.
       77  ws-log-cod-aluno                        pic 9(04) value 0.

       *>--- controle de execucao: nome deste lote no arquivo de controle;
       *>    a conferencia e sempre refeita do inicio - o controle serve
       *>    para denunciar a queda
       77  ws-ctl-nome-programa                    pic x(20) value "INTEGRIDADE".
       77  ws-controle-aberto                      pic x(01) value "n".
           88  ws-controle-ok                      value "s".
       *>--- grava o checkpoint a cada N registros lidos
       77  ws-intervalo-checkpoint                 pic 9(03) value 100.
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
      *>  Inicialização - pergunta o modo (so conferencia e o padrao; a
      *>  correcao pede confirmacao) e abre os arquivos; na conferencia
      *>  nenhum arquivo do sistema e aberto para gravacao, entao o lote
      *>  pode rodar antes do fechamento e do unload sem risco
      *>------------------------------------------------------------------------
       inicializacao section.


           display " "
           display "Modo correcao - exclui frequencia e ocorrencias de"
           display "aluno inexistente (s/N): " with no advancing
           accept ws-modo-correcao

           if ws-correcao then
               display "Confirma a exclusao dos registros orfaos? Cada"
               display "exclusao fica no log de alteracoes (s/n): "
                   with no advancing
               accept ws-confirma-correcao

               if not ws-correcao-confirmada then
                   display "Correcao cancelada pelo operador."
                   stop run
               end-if
           end-if

           open input arqRegistros
           if ws-fs-arqRegistros  <> 00 and ws-fs-arqRegistros <> 05 then
               move 1                                             to ws-msn-erro-ofsset
               move ws-fs-arqRegistros                            to ws-msn-erro-cod
               move "Erro ao abrir arqRegistros!"                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *>-- turmas, grade, disciplinas e mensalidades; optional,
           *>   instalacao sem o arquivo sai com 05/35 e as leituras
           *>   devolvem 23
           open input arqTurmas
           if ws-fs-arqTurmas <> 00 and ws-fs-arqTurmas <> 05
              and ws-fs-arqTurmas <> 35 then
               move 2                                             to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                               to ws-msn-erro-cod
               move "Erro ao abrir arqTurmas!"                    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqGrade
           if ws-fs-arqGrade <> 00 and ws-fs-arqGrade <> 05
              and ws-fs-arqGrade <> 35 then
               move 3                                             to ws-msn-erro-ofsset
               move ws-fs-arqGrade                                to ws-msn-erro-cod
               move "Erro ao abrir arqGrade!"                     to ws-msn-erro-text
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

           open input arqMensalidades
           if ws-fs-arqMensalidades <> 00 and ws-fs-arqMensalidades <> 05
              and ws-fs-arqMensalidades <> 35 then
               move 5                                             to ws-msn-erro-ofsset
               move ws-fs-arqMensalidades                         to ws-msn-erro-cod
               move "Erro ao abrir arqMensalidades!"              to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *>-- frequencia e ocorrencias: i-o e log so no modo correcao
           if ws-correcao then
               open i-o arqFrequencia
           else
               open input arqFrequencia
           end-if
           if ws-fs-arqFrequencia <> 00 and ws-fs-arqFrequencia <> 05
              and ws-fs-arqFrequencia <> 35 then
               move 6                                             to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                           to ws-msn-erro-cod
               move "Erro ao abrir arqFrequencia!"                to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-correcao then
               open i-o arqOcorrencias
           else
               open input arqOcorrencias
           end-if
           if ws-fs-arqOcorrencias <> 00 and ws-fs-arqOcorrencias <> 05
              and ws-fs-arqOcorrencias <> 35 then
               move 7                                             to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                          to ws-msn-erro-cod
               move "Erro ao abrir arqOcorrencias!"               to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-correcao then
               open extend arqLogAlteracoes
               if ws-fs-arqLog <> 00 and ws-fs-arqLog <> 05 then
                   move 8                                             to ws-msn-erro-ofsset
                   move ws-fs-arqLog                                  to ws-msn-erro-cod
                   move "Erro ao abrir arqLogAlteracoes!"             to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqIntegridade
           if ws-fs-arqIntegridade <> 00 then
               move 9                                             to ws-msn-erro-ofsset
               move ws-fs-arqIntegridade                          to ws-msn-erro-cod
               move "Erro ao abrir arqIntegridade!"               to ws-msn-erro-text
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
      *>  o registro deste lote com a situacao EXECUTANDO; nao ha reinicio
      *>  de checkpoint - a conferencia recomeca do zero de qualquer forma
      *>------------------------------------------------------------------------
       verificar-controle section.


           open i-o arqControle
           if ws-fs-arqControle <> 00 and ws-fs-arqControle <> 05 then
               move 10                                            to ws-msn-erro-ofsset
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
                   display "(situacao " ctl-situacao "); a conferencia"
                   display "sera refeita do inicio."
               end-if
               perform montar-registro-controle
               rewrite ctl-registro-controle
           else
               if ws-fs-arqControle = 23 then
                   perform montar-registro-controle
                   write ctl-registro-controle
               else
                   move 11                                            to ws-msn-erro-ofsset
                   move ws-fs-arqControle                             to ws-msn-erro-cod
                   move "Erro ao ler arqControle!"                    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-fs-arqControle <> 00 then
               move 12                                            to ws-msn-erro-ofsset
               move ws-fs-arqControle                             to ws-msn-erro-cod
               move "Erro ao gravar no arqControle!"               to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       verificar-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Montar registro de controle - situacao EXECUTANDO na largada e o
      *>  modo da execucao nos parametros
      *>------------------------------------------------------------------------
       montar-registro-controle section.


           move ws-ctl-nome-programa to ctl-programa
           accept ctl-data-inicio    from date yyyymmdd
           accept ctl-hora-inicio    from time
           if ws-correcao then
               move "CORRECAO"       to ctl-parametros
           else
               move "CONFERENCIA"    to ctl-parametros
           end-if
           move "EXECUTANDO"         to ctl-situacao
           move 0                    to ctl-qtd-lidos
           move 0                    to ctl-qtd-gravados
           move 0                    to ctl-ultimo-cod
           move space                to ctl-msn-abend


           .
       montar-registro-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar checkpoint - a cada N registros lidos regrava o registro de
      *>  controle com os totais parciais
      *>------------------------------------------------------------------------
       gravar-checkpoint section.


           add 1 to ws-qtd-lidos
           add 1 to ws-desde-checkpoint
           if ws-desde-checkpoint >= ws-intervalo-checkpoint then
               move 0 to ws-desde-checkpoint
               move ws-qtd-lidos         to ctl-qtd-lidos
               move ws-qtd-excecoes      to ctl-qtd-gravados
               rewrite ctl-registro-controle
               if ws-fs-arqControle <> 00 then
                   move 13                                            to ws-msn-erro-ofsset
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
           move ws-qtd-excecoes      to ctl-qtd-gravados
           rewrite ctl-registro-controle
           if ws-fs-arqControle <> 00 then
               move 14                                            to ws-msn-erro-ofsset
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
               move ws-qtd-excecoes      to ctl-qtd-gravados
               move ws-msn-erro-text     to ctl-msn-abend
               rewrite ctl-registro-controle
               close arqControle
           end-if


           .
       registrar-abend-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar cabecalho - titulo do relatorio e o modo da execucao
      *>------------------------------------------------------------------------
       gravar-cabecalho section.


           move "------- VERIFICACAO DE INTEGRIDADE DOS ARQUIVOS -------"
             to rel-linha-integridade
           perform gravar-linha-integridade

           if ws-correcao then
               move "Modo: CORRECAO (frequencia e ocorrencias orfas excluidas)"
                 to rel-linha-integridade
           else
               move "Modo: CONFERENCIA (nenhum arquivo alterado)"
                 to rel-linha-integridade
           end-if
           perform gravar-linha-integridade

           move space to rel-linha-integridade
           perform gravar-linha-integridade


           .
       gravar-cabecalho-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Processamento - uma passada por arquivo: cadastro de alunos
      *>  (turma, grade, disciplinas), grades, frequencia, mensalidades e
      *>  ocorrencias; cada passada abre o seu bloco no relatorio
      *>------------------------------------------------------------------------
       processamento section.


           perform conferir-alunos
           perform conferir-grades
           perform conferir-frequencias
           perform conferir-mensalidades
           perform conferir-ocorrencias


           .
       processamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conferir alunos - percorre o cadastro: turma inexistente, aluno
      *>  ativo em turma inativa, disciplina nao cadastrada e disciplina
      *>  fora da grade da turma (turma sem grade nao e conferida - mesma
      *>  regra do cadastro, que aceita qualquer disciplina nesse caso)
      *>------------------------------------------------------------------------
       conferir-alunos section.


           move "ALUNOS (cadastro x turmas, grade e disciplinas)" to ws-int-titulo
           perform gravar-titulo-bloco

           move "n" to ws-fim-arquivo-flag

           read arqRegistros next
           if ws-fs-arqRegistros = 10 or ws-fs-arqRegistros = 05 then
               set ws-fim to true
           else
               if ws-fs-arqRegistros <> 00 then
                   move 15                                            to ws-msn-erro-ofsset
                   move ws-fs-arqRegistros                            to ws-msn-erro-cod
                   move "Erro ao ler arqRegistros!"                   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until ws-fim

               add 1 to ws-qtd-alunos
               *>-- turma em branco e aceita no cadastro (aluno ainda sem
               *>   turma); nao ha o que conferir no mestre de turmas
               if fd-turma <> space then
                   perform conferir-turma-aluno
               end-if
               perform conferir-disciplinas-aluno
               perform gravar-checkpoint

               read arqRegistros next
               if ws-fs-arqRegistros = 10 then
                   set ws-fim to true
               else
                   if ws-fs-arqRegistros <> 00 then
                       move 16                                            to ws-msn-erro-ofsset
                       move ws-fs-arqRegistros                            to ws-msn-erro-cod
                       move "Erro ao ler arqRegistros!"                   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform


           .
       conferir-alunos-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conferir turma do aluno - a turma tem que estar no mestre de
      *>  turmas; aluno com matricula ativa nao pode estar em turma inativa
      *>  (so chamado para aluno com turma preenchida)
      *>------------------------------------------------------------------------
       conferir-turma-aluno section.


           move "n" to ws-turma-existe-flag

           move fd-turma to tur-cod-turma
           read arqTurmas
               invalid key
                   continue
           end-read

           if ws-fs-arqTurmas = 0 then
               set ws-turma-existe to true

               if (tur-situacao = "I" or tur-situacao = "i")
                  and fd-sit-matricula <> "T" and fd-sit-matricula <> "R"
                  and fd-sit-matricula <> "C" then
                   add 1 to ws-qtd-ativo-turma-inativa
                   move "TUR-INAT" to ws-int-categoria
                   move space      to ws-int-texto
                   string "aluno " fd-cod-aluno " " fd-nome-aluno
                          " ativo na turma inativa " fd-turma
                       delimited by size into ws-int-texto
                   perform gravar-excecao
               end-if
           else
               if ws-fs-arqTurmas = 23 or ws-fs-arqTurmas = 05
                  or ws-fs-arqTurmas = 35 then
                   add 1 to ws-qtd-turma-inexistente
                   move "TUR-INEX" to ws-int-categoria
                   move space      to ws-int-texto
                   string "aluno " fd-cod-aluno " " fd-nome-aluno
                          " turma " fd-turma " nao cadastrada"
                       delimited by size into ws-int-texto
                   perform gravar-excecao
               else
                   move 17                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                        to ws-msn-erro-cod
                   move "Erro ao ler arqTurmas!"               to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if


           .
       conferir-turma-aluno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conferir disciplinas do aluno - cada disciplina preenchida tem
      *>  que estar no mestre de disciplinas e, se a turma tiver grade, na
      *>  grade da turma
      *>------------------------------------------------------------------------
       conferir-disciplinas-aluno section.


           move "n" to ws-grade-existe-flag

           if ws-turma-existe then
               move fd-turma to gra-cod-turma
               read arqGrade
                   invalid key
                       continue
               end-read

               if ws-fs-arqGrade = 0 then
                   set ws-grade-existe to true
               else
                   if ws-fs-arqGrade <> 23 and ws-fs-arqGrade <> 05
                      and ws-fs-arqGrade <> 35 then
                       move 18                                     to ws-msn-erro-ofsset
                       move ws-fs-arqGrade                         to ws-msn-erro-cod
                       move "Erro ao ler arqGrade!"                to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           perform varying ws-idx-disciplina from 1 by 1
                   until ws-idx-disciplina > ws-quant-disciplinas

               if fd-cod-disciplina(ws-idx-disciplina) <> 0 then

                   move fd-cod-disciplina(ws-idx-disciplina) to dis-cod-disciplina
                   read arqDisciplinas
                       invalid key
                           continue
                   end-read

                   if ws-fs-arqDisciplinas = 23 or ws-fs-arqDisciplinas = 05
                      or ws-fs-arqDisciplinas = 35 then
                       add 1 to ws-qtd-disc-inexistente
                       move "DISC-INX" to ws-int-categoria
                       move space      to ws-int-texto
                       string "aluno " fd-cod-aluno " " fd-nome-aluno
                              " disciplina " fd-cod-disciplina(ws-idx-disciplina)
                              " nao cadastrada"
                           delimited by size into ws-int-texto
                       perform gravar-excecao
                   else
                       if ws-fs-arqDisciplinas <> 0 then
                           move 19                                     to ws-msn-erro-ofsset
                           move ws-fs-arqDisciplinas                   to ws-msn-erro-cod
                           move "Erro ao ler arqDisciplinas!"          to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

                   if ws-grade-existe then

                       move "n" to ws-disc-na-grade-flag
                       perform varying ws-idx-grade from 1 by 1
                               until ws-idx-grade > ws-quant-disciplinas
                           if gra-cod-disciplina(ws-idx-grade)
                              = fd-cod-disciplina(ws-idx-disciplina) then
                               set ws-disc-na-grade to true
                           end-if
                       end-perform

                       if not ws-disc-na-grade then
                           add 1 to ws-qtd-disc-fora-grade
                           move "DISC-GRD" to ws-int-categoria
                           move space      to ws-int-texto
                           string "aluno " fd-cod-aluno " " fd-nome-aluno
                                  " disciplina " fd-cod-disciplina(ws-idx-disciplina)
                                  " fora da grade " fd-turma
                               delimited by size into ws-int-texto
                           perform gravar-excecao
                       end-if

                   end-if

               end-if

           end-perform


           .
       conferir-disciplinas-aluno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conferir grades - cada grade tem que ser de turma cadastrada e
      *>  cada disciplina dela tem que estar no mestre de disciplinas
      *>------------------------------------------------------------------------
       conferir-grades section.


           move "GRADES (grade x turmas e disciplinas)" to ws-int-titulo
           perform gravar-titulo-bloco

           move "n"         to ws-fim-arquivo-flag
           move low-values  to gra-cod-turma
           start arqGrade key >= gra-cod-turma
               invalid key
                   set ws-fim to true
           end-start

           perform until ws-fim

               read arqGrade next
               if ws-fs-arqGrade = 10 then
                   set ws-fim to true
               else
                   if ws-fs-arqGrade <> 00 then
                       move 20                                     to ws-msn-erro-ofsset
                       move ws-fs-arqGrade                         to ws-msn-erro-cod
                       move "Erro ao ler arqGrade!"                to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       perform conferir-grade-turma
                       perform gravar-checkpoint
                   end-if
               end-if

           end-perform


           .
       conferir-grades-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conferir grade da turma - turma da grade (registro corrente de
      *>  arqGrade) e disciplinas da grade nos cadastros mestres
      *>------------------------------------------------------------------------
       conferir-grade-turma section.


           move gra-cod-turma to tur-cod-turma
           read arqTurmas
               invalid key
                   continue
           end-read

           if ws-fs-arqTurmas = 23 or ws-fs-arqTurmas = 05
              or ws-fs-arqTurmas = 35 then
               add 1 to ws-qtd-grade-turma-inexist
               move "GRAD-ORF" to ws-int-categoria
               move space      to ws-int-texto
               string "grade da turma " gra-cod-turma
                      " - turma nao cadastrada"
                   delimited by size into ws-int-texto
               perform gravar-excecao
           else
               if ws-fs-arqTurmas <> 0 then
                   move 21                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                        to ws-msn-erro-cod
                   move "Erro ao ler arqTurmas!"               to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform varying ws-idx-grade from 1 by 1
                   until ws-idx-grade > ws-quant-disciplinas

               if gra-cod-disciplina(ws-idx-grade) <> 0 then

                   move gra-cod-disciplina(ws-idx-grade) to dis-cod-disciplina
                   read arqDisciplinas
                       invalid key
                           continue
                   end-read

                   if ws-fs-arqDisciplinas = 23 or ws-fs-arqDisciplinas = 05
                      or ws-fs-arqDisciplinas = 35 then
                       add 1 to ws-qtd-disc-inexistente
                       move "DISC-INX" to ws-int-categoria
                       move space      to ws-int-texto
                       string "grade da turma " gra-cod-turma
                              " disciplina " gra-cod-disciplina(ws-idx-grade)
                              " nao cadastrada"
                           delimited by size into ws-int-texto
                       perform gravar-excecao
                   else
                       if ws-fs-arqDisciplinas <> 0 then
                           move 22                                     to ws-msn-erro-ofsset
                           move ws-fs-arqDisciplinas                   to ws-msn-erro-cod
                           move "Erro ao ler arqDisciplinas!"          to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-if

           end-perform


           .
       conferir-grade-turma-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conferir frequencias - frequencia de aluno que nao esta mais no
      *>  cadastro; no modo correcao o registro e excluido e logado
      *>------------------------------------------------------------------------
       conferir-frequencias section.


           move "FREQUENCIA (frequencia x cadastro de alunos)" to ws-int-titulo
           perform gravar-titulo-bloco

           move "s" to ws-chk-primeira-flag
           move "n" to ws-fim-arquivo-flag
           move 0   to frq-cod-aluno
           move 0   to frq-cod-disciplina
           start arqFrequencia key >= frq-chave
               invalid key
                   set ws-fim to true
           end-start

           perform until ws-fim

               read arqFrequencia next
               if ws-fs-arqFrequencia = 10 then
                   set ws-fim to true
               else
                   if ws-fs-arqFrequencia <> 00 then
                       move 23                                     to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                    to ws-msn-erro-cod
                       move "Erro ao ler arqFrequencia!"           to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       perform gravar-checkpoint
                       move frq-cod-aluno to ws-chk-cod-aluno
                       perform conferir-aluno-existe

                       if not ws-chk-aluno-existe then
                           add 1 to ws-qtd-freq-orfa
                           move "FREQ-ORF" to ws-int-categoria
                           move space      to ws-int-texto
                           string "aluno " frq-cod-aluno " inexistente - disciplina "
                                  frq-cod-disciplina " aulas " frq-total-aulas
                                  " faltas " frq-faltas
                               delimited by size into ws-int-texto
                           perform gravar-excecao

                           if ws-correcao then
                               perform excluir-frequencia-orfa
                           end-if
                       end-if
                   end-if
               end-if

           end-perform


           .
       conferir-frequencias-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Excluir frequencia orfa - exclui o registro corrente de
      *>  arqFrequencia e grava a exclusao no log (INTEGRIDADE)
      *>------------------------------------------------------------------------
       excluir-frequencia-orfa section.


           delete arqFrequencia record

           if ws-fs-arqFrequencia <> 00 then
               move 24                                     to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                    to ws-msn-erro-cod
               move "Erro ao excluir no arqFrequencia!"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-freq-removida

           move frq-cod-aluno to ws-log-cod-aluno
           move space         to ws-log-notas-antigas
           string "FREQUENCIA DISC:" frq-cod-disciplina
                  " AULAS:" frq-total-aulas " FALTAS:" frq-faltas
               delimited by size into ws-log-notas-antigas
           move "EXCLUIDA - ALUNO INEXISTENTE" to ws-log-notas-novas
           move "INTEGRIDADE" to ws-log-operacao
           perform registrar-log


           .
       excluir-frequencia-orfa-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conferir mensalidades - cobranca de aluno que nao esta mais no
      *>  cadastro; so relatada (valor e situacao), nunca excluida
      *>------------------------------------------------------------------------
       conferir-mensalidades section.


           move "MENSALIDADES (mensalidades x cadastro de alunos)" to ws-int-titulo
           perform gravar-titulo-bloco

           move "s" to ws-chk-primeira-flag
           move "n" to ws-fim-arquivo-flag
           move 0   to men-cod-aluno
           move 0   to men-ano-mes
           start arqMensalidades key >= men-chave
               invalid key
                   set ws-fim to true
           end-start

           perform until ws-fim

               read arqMensalidades next
               if ws-fs-arqMensalidades = 10 then
                   set ws-fim to true
               else
                   if ws-fs-arqMensalidades <> 00 then
                       move 25                                     to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidades                  to ws-msn-erro-cod
                       move "Erro ao ler arqMensalidades!"         to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       perform gravar-checkpoint
                       move men-cod-aluno to ws-chk-cod-aluno
                       perform conferir-aluno-existe

                       if not ws-chk-aluno-existe then
                           add 1 to ws-qtd-mens-orfa
                           move men-valor  to ws-int-valor-ed
                           move "MENS-ORF" to ws-int-categoria
                           move space      to ws-int-texto
                           string "aluno " men-cod-aluno " inexistente - mes "
                                  men-ano-mes " turma " men-turma
                                  " valor " ws-int-valor-ed
                                  " situacao " men-situacao
                               delimited by size into ws-int-texto
                           perform gravar-excecao
                       end-if
                   end-if
               end-if

           end-perform


           .
       conferir-mensalidades-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conferir ocorrencias - ocorrencia de aluno que nao esta mais no
      *>  cadastro; no modo correcao o registro e excluido e logado
      *>------------------------------------------------------------------------
       conferir-ocorrencias section.


           move "OCORRENCIAS (ocorrencias x cadastro de alunos)" to ws-int-titulo
           perform gravar-titulo-bloco

           move "s" to ws-chk-primeira-flag
           move "n" to ws-fim-arquivo-flag
           move 0   to oco-cod-aluno
           move 0   to oco-data
           move 0   to oco-hora
           start arqOcorrencias key >= oco-chave
               invalid key
                   set ws-fim to true
           end-start

           perform until ws-fim

               read arqOcorrencias next
               if ws-fs-arqOcorrencias = 10 then
                   set ws-fim to true
               else
                   if ws-fs-arqOcorrencias <> 00 then
                       move 26                                     to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
                       move "Erro ao ler arqOcorrencias!"          to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       perform gravar-checkpoint
                       move oco-cod-aluno to ws-chk-cod-aluno
                       perform conferir-aluno-existe

                       if not ws-chk-aluno-existe then
                           add 1 to ws-qtd-ocor-orfa
                           move "OCOR-ORF" to ws-int-categoria
                           move space      to ws-int-texto
                           string "aluno " oco-cod-aluno " inexistente - "
                                  oco-data " " oco-hora " tipo " oco-tipo
                               delimited by size into ws-int-texto
                           perform gravar-excecao

                           if ws-correcao then
                               perform excluir-ocorrencia-orfa
                           end-if
                       end-if
                   end-if
               end-if

           end-perform


           .
       conferir-ocorrencias-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Excluir ocorrencia orfa - exclui o registro corrente de
      *>  arqOcorrencias e grava a exclusao no log (INTEGRIDADE)
      *>------------------------------------------------------------------------
       excluir-ocorrencia-orfa section.


           delete arqOcorrencias record

           if ws-fs-arqOcorrencias <> 00 then
               move 27                                     to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
               move "Erro ao excluir no arqOcorrencias!"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-ocor-removida

           move oco-cod-aluno to ws-log-cod-aluno
           move space         to ws-log-notas-antigas
           string "OCORRENCIA " oco-data " " oco-hora " TIPO:" oco-tipo
                  " " oco-descricao
               delimited by size into ws-log-notas-antigas
           move "EXCLUIDA - ALUNO INEXISTENTE" to ws-log-notas-novas
           move "INTEGRIDADE" to ws-log-operacao
           perform registrar-log


           .
       excluir-ocorrencia-orfa-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conferir se o aluno existe - le o cadastro pela chave
      *>  (ws-chk-cod-aluno); os arquivos dependentes vem em ordem de
      *>  aluno, entao so rele quando o codigo muda
      *>------------------------------------------------------------------------
       conferir-aluno-existe section.


           if ws-chk-primeira or ws-chk-cod-aluno <> ws-chk-ultimo-cod then

               move "n"              to ws-chk-primeira-flag
               move ws-chk-cod-aluno to ws-chk-ultimo-cod
               move "n"              to ws-chk-aluno-existe-flag

               move ws-chk-cod-aluno to fd-cod-aluno
               read arqRegistros
                   invalid key
                       continue
               end-read

               if ws-fs-arqRegistros = 0 then
                   set ws-chk-aluno-existe to true
               else
                   if ws-fs-arqRegistros <> 23 then
                       move 28                                     to ws-msn-erro-ofsset
                       move ws-fs-arqRegistros                     to ws-msn-erro-cod
                       move "Erro ao ler arqRegistros!"            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-if


           .
       conferir-aluno-existe-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar log de auditoria - grava data/hora, codigo do aluno,
      *>  operacao e o registro excluido no arqLogAlteracoes (mesmo
      *>  formato de registrar-log do cadastro; operador zero no lote)
      *>------------------------------------------------------------------------
       registrar-log section.


           accept log-data       from date yyyymmdd
           accept log-hora       from time
           move   ws-log-cod-aluno     to log-cod-aluno
           move   ws-log-operacao      to log-operacao
           move   ws-log-notas-antigas to log-notas-antigas
           move   ws-log-notas-novas   to log-notas-novas
           move   0                    to log-cod-operador

           write log-registro-alteracao

           if ws-fs-arqLog <> 00 then
               move 29                                        to ws-msn-erro-ofsset
               move ws-fs-arqLog                               to ws-msn-erro-cod
               move "Erro ao gravar arqLogAlteracoes!"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       registrar-log-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar titulo do bloco - linha em branco e o titulo da passada
      *>------------------------------------------------------------------------
       gravar-titulo-bloco section.


           move space to rel-linha-integridade
           perform gravar-linha-integridade

           move ws-int-titulo to rel-linha-integridade
           perform gravar-linha-integridade


           .
       gravar-titulo-bloco-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar excecao - uma linha com a categoria e o texto montado
      *>------------------------------------------------------------------------
       gravar-excecao section.


           add 1 to ws-qtd-excecoes

           move space to rel-linha-integridade
           move 1     to ws-int-ptr
           string ws-int-categoria "  " ws-int-texto
               delimited by size into rel-linha-integridade
                   with pointer ws-int-ptr
           perform gravar-linha-integridade


           .
       gravar-excecao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar linha do relatorio - grava rel-linha-integridade ja montada
      *>------------------------------------------------------------------------
       gravar-linha-integridade section.


           write rel-linha-integridade

           if ws-fs-arqIntegridade <> 00 then
               move 30                                     to ws-msn-erro-ofsset
               move ws-fs-arqIntegridade                   to ws-msn-erro-cod
               move "Erro ao gravar no arqIntegridade!"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-linha-integridade-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar totais - rodape com a quantidade de excecoes por categoria
      *>  e, no modo correcao, os registros excluidos
      *>------------------------------------------------------------------------
       gravar-totais section.


           move space to rel-linha-integridade
           perform gravar-linha-integridade

           move "RESUMO POR CATEGORIA" to rel-linha-integridade
           perform gravar-linha-integridade

           move space to rel-linha-integridade
           move 1     to ws-int-ptr
           string "TUR-INEX  Turma do aluno nao cadastrada      : "
                  ws-qtd-turma-inexistente
               delimited by size into rel-linha-integridade
                   with pointer ws-int-ptr
           perform gravar-linha-integridade

           move space to rel-linha-integridade
           move 1     to ws-int-ptr
           string "TUR-INAT  Aluno ativo em turma inativa       : "
                  ws-qtd-ativo-turma-inativa
               delimited by size into rel-linha-integridade
                   with pointer ws-int-ptr
           perform gravar-linha-integridade

           move space to rel-linha-integridade
           move 1     to ws-int-ptr
           string "DISC-INX  Disciplina nao cadastrada          : "
                  ws-qtd-disc-inexistente
               delimited by size into rel-linha-integridade
                   with pointer ws-int-ptr
           perform gravar-linha-integridade

           move space to rel-linha-integridade
           move 1     to ws-int-ptr
           string "DISC-GRD  Disciplina fora da grade da turma  : "
                  ws-qtd-disc-fora-grade
               delimited by size into rel-linha-integridade
                   with pointer ws-int-ptr
           perform gravar-linha-integridade

           move space to rel-linha-integridade
           move 1     to ws-int-ptr
           string "GRAD-ORF  Grade de turma nao cadastrada      : "
                  ws-qtd-grade-turma-inexist
               delimited by size into rel-linha-integridade
                   with pointer ws-int-ptr
           perform gravar-linha-integridade

           move space to rel-linha-integridade
           move 1     to ws-int-ptr
           string "FREQ-ORF  Frequencia de aluno inexistente    : "
                  ws-qtd-freq-orfa
               delimited by size into rel-linha-integridade
                   with pointer ws-int-ptr
           perform gravar-linha-integridade

           move space to rel-linha-integridade
           move 1     to ws-int-ptr
           string "MENS-ORF  Mensalidade de aluno inexistente   : "
                  ws-qtd-mens-orfa
               delimited by size into rel-linha-integridade
                   with pointer ws-int-ptr
           perform gravar-linha-integridade

           move space to rel-linha-integridade
           move 1     to ws-int-ptr
           string "OCOR-ORF  Ocorrencia de aluno inexistente    : "
                  ws-qtd-ocor-orfa
               delimited by size into rel-linha-integridade
                   with pointer ws-int-ptr
           perform gravar-linha-integridade

           move space to rel-linha-integridade
           move 1     to ws-int-ptr
           string "          Total de excecoes                  : "
                  ws-qtd-excecoes
               delimited by size into rel-linha-integridade
                   with pointer ws-int-ptr
           perform gravar-linha-integridade

           if ws-correcao then

               move space to rel-linha-integridade
               move 1     to ws-int-ptr
               string "          Frequencias excluidas (correcao)   : "
                      ws-qtd-freq-removida
                   delimited by size into rel-linha-integridade
                       with pointer ws-int-ptr
               perform gravar-linha-integridade

               move space to rel-linha-integridade
               move 1     to ws-int-ptr
               string "          Ocorrencias excluidas (correcao)   : "
                      ws-qtd-ocor-removida
                   delimited by size into rel-linha-integridade
                       with pointer ws-int-ptr
               perform gravar-linha-integridade

           end-if


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
      *>  codigo de retorno: zero = arquivos integros, 4 = ha excecao
      *>------------------------------------------------------------------------
       finalizacao section.

           perform gravar-totais
           perform encerrar-controle

           close arqRegistros
           close arqTurmas
           close arqGrade
           close arqDisciplinas
           close arqFrequencia
           close arqMensalidades
           close arqOcorrencias
           if ws-correcao then
               close arqLogAlteracoes
           end-if
           close arqIntegridade

           display "Relatorio gravado em integridade01.txt"
           display "Alunos conferidos      : " ws-qtd-alunos
           display "Registros lidos        : " ws-qtd-lidos
           display "Excecoes encontradas   : " ws-qtd-excecoes
           if ws-correcao then
               display "Frequencias excluidas  : " ws-qtd-freq-removida
               display "Ocorrencias excluidas  : " ws-qtd-ocor-removida
           end-if

           if ws-qtd-excecoes = 0 then
               move 0 to return-code
           else
               move 4 to return-code
           end-if
           Stop run.

           .
       finalizacao-exit.
           exit.
