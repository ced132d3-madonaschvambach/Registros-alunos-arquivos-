      $set sourceformat"free"


      *>divisão de identificação do programa
       identification division.


      *>--- nome do programa
       program-id. "lista11_num03_Convoc".
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
       *>modo de acesso ao arquivo (dinamico; posiciona na turma pela
       *>chave alternativa e le os alunos dela em sequencia)
       access mode     is dynamic
       *>chave do arquivo
       record key is fd-cod-aluno
       *>chaves alternativas do arquivo (mesma definicao do cadastro);
       *>a de turma deixa o lote contar so os alunos da turma
       alternate record key is fd-nome-aluno with duplicates
       alternate record key is fd-turma with duplicates
       *>variavel "ws-fs-arqRegistros" retona o status do arquivo (0, 35....)
       file status is  ws-fs-arqRegistros.

       *>cadastro mestre de turmas (capacidade de vagas de cada turma)
       select optional arqTurmas assign to "arqTurmas01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is tur-cod-turma
       file status is  ws-fs-arqTurmas.

       *>lista de espera por turma (turma + data/hora da inscricao, na
       *>ordem de chamada); o lote marca os convocados e vence as
       *>convocacoes sem resposta no prazo
       select optional arqEspera assign to "arqEspera01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is esp-chave
       file status is  ws-fs-arqEspera.

       *>nome lógico da lista de convocacao (arquivo de saida sequencial)
       select arqConvocacao assign to "convocacao01.txt"
       organization    is line sequential
       file status is  ws-fs-arqConvocacao.

       *>controle de execucao dos lotes - um registro por programa com a
       *>situacao EXECUTANDO/OK/ABEND; a convocacao e refeita do inicio
       *>(quem ja foi convocado e esta no prazo ocupa a vaga, entao
       *>repetir a execucao nao convoca ninguem duas vezes), mas o
       *>registro denuncia a queda
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


      *>--- lista de espera de vagas por turma
       fd arqEspera.
           copy "espera.cpy".


      *>--- linha impressa da lista de convocacao
       fd arqConvocacao.
       01  rel-linha-convocacao                    pic x(80).


      *>--- registro de controle de execucao (situacao e checkpoint do lote)
       fd arqControle.
           copy "controle.cpy".


      *>--- variavéis de trabalho
       working-storage section.

       77  ws-fs-arqRegistros                      pic 9(02).
       77  ws-fs-arqTurmas                         pic 9(02).
       77  ws-fs-arqEspera                         pic 9(02).
       77  ws-fs-arqConvocacao                     pic 9(02).
       77  ws-fs-arqControle                       pic 9(02).

       *>--- prazo em dias para o responsavel responder a convocacao
       77  ws-cnv-prazo                            pic 9(02) value 0.
       77  ws-cnv-prazo-padrao                     pic 9(02) value 5.

       *>--- data de hoje e data limite da resposta (hoje + prazo)
       77  ws-cnv-hoje                             pic 9(08) value 0.
       01  ws-cnv-data-limite                      pic 9(08) value 0.
       01  filler redefines ws-cnv-data-limite.
           05  ws-cnv-lim-ano                      pic 9(04).
           05  ws-cnv-lim-mes                      pic 9(02).
           05  ws-cnv-lim-dia                      pic 9(02).
       77  ws-cnv-dias-somados                     pic 9(02) value 0.

       *>--- dias de cada mes (fevereiro acertado no ano bissexto)
       01  ws-cnv-tab-dias-mes.
           05  filler                              pic x(24)
                                   value "312831303130313130313031".
       01  filler redefines ws-cnv-tab-dias-mes.
           05  ws-cnv-dias-mes                     pic 9(02) occurs 12.
       77  ws-cnv-ultimo-dia                       pic 9(02) value 0.
       77  ws-cnv-quociente                        pic 9(04) value 0.
       77  ws-cnv-resto-4                          pic 9(04) value 0.
       77  ws-cnv-resto-100                        pic 9(04) value 0.
       77  ws-cnv-resto-400                        pic 9(04) value 0.

       *>--- fim de cada arquivo percorrido
       77  ws-fim-turmas-flag                      pic x(01) value "n".
           88  ws-fim-turmas                       value "s".
       77  ws-fim-espera-flag                      pic x(01) value "n".
           88  ws-fim-espera                       value "s".
       77  ws-fim-alunos-flag                      pic x(01) value "n".
           88  ws-fim-alunos                       value "s".

       *>--- turma corrente: alunos que ocupam vaga, convocados ainda no
       *>    prazo (vaga reservada), candidatos em espera e vagas livres
       77  ws-cnv-turma                            pic x(04) value space.
       77  ws-cnv-ativos                           pic 9(04) value 0.
       77  ws-cnv-reservadas                       pic 9(04) value 0.
       77  ws-cnv-em-espera                        pic 9(04) value 0.
       77  ws-cnv-ocupadas                         pic 9(04) value 0.
       77  ws-cnv-vagas                            pic 9(04) value 0.
       77  ws-cnv-convocados-turma                 pic 9(04) value 0.
       77  ws-cnv-inscritos-turma                  pic 9(04) value 0.

       *>--- linha da lista
       77  ws-cnv-ptr                              pic 9(03).

       *>--- totais da execucao
       77  ws-qtd-turmas                           pic 9(06) value 0.
       77  ws-qtd-turmas-lista                     pic 9(06) value 0.
       77  ws-qtd-convocados                       pic 9(06) value 0.
       77  ws-qtd-vencidos                         pic 9(06) value 0.
       77  ws-qtd-em-espera                        pic 9(06) value 0.
       77  ws-qtd-lidos                            pic 9(06) value 0.

       *>--- controle de execucao: nome deste lote no arquivo de controle;
       *>    a convocacao e sempre refeita do inicio - o controle serve
       *>    para denunciar a queda
       77  ws-ctl-nome-programa                    pic x(20) value "CONVOCACAO".
       77  ws-controle-aberto                      pic x(01) value "n".
           88  ws-controle-ok                      value "s".
       *>--- grava o checkpoint a cada N turmas lidas
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
      *>  Inicialização - pergunta o prazo de resposta (em dias), calcula
      *>  a data limite e abre os arquivos; so a lista de espera e aberta
      *>  para gravacao
      *>------------------------------------------------------------------------
       inicializacao section.


           display " "
           display "Prazo para o responsavel responder a convocacao,"
           display "em dias (enter = " ws-cnv-prazo-padrao "): " with no advancing
           accept ws-cnv-prazo

           if ws-cnv-prazo = 0 then
               move ws-cnv-prazo-padrao to ws-cnv-prazo
           end-if

           accept ws-cnv-hoje from date yyyymmdd
           perform calcular-data-limite

           open input arqRegistros
           if ws-fs-arqRegistros  <> 00 and ws-fs-arqRegistros <> 05 then
               move 1                                             to ws-msn-erro-ofsset
               move ws-fs-arqRegistros                            to ws-msn-erro-cod
               move "Erro ao abrir arqRegistros!"                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *>-- turmas; optional, instalacao sem o arquivo sai com 05/35 e
           *>   nao ha turma para conferir
           open input arqTurmas
           if ws-fs-arqTurmas <> 00 and ws-fs-arqTurmas <> 05
              and ws-fs-arqTurmas <> 35 then
               move 2                                             to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                               to ws-msn-erro-cod
               move "Erro ao abrir arqTurmas!"                    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqEspera
           if ws-fs-arqEspera <> 00 and ws-fs-arqEspera <> 05 then
               move 3                                             to ws-msn-erro-ofsset
               move ws-fs-arqEspera                               to ws-msn-erro-cod
               move "Erro ao abrir arqEspera!"                    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqConvocacao
           if ws-fs-arqConvocacao <> 00 then
               move 4                                             to ws-msn-erro-ofsset
               move ws-fs-arqConvocacao                           to ws-msn-erro-cod
               move "Erro ao abrir arqConvocacao!"                to ws-msn-erro-text
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
      *>  Calcular data limite - soma o prazo a data de hoje, um dia por
      *>  vez, virando o mes pela tabela de dias (fevereiro com 29 no ano
      *>  bissexto) e o ano em dezembro
      *>------------------------------------------------------------------------
       calcular-data-limite section.


           move ws-cnv-hoje to ws-cnv-data-limite
           move 0           to ws-cnv-dias-somados

           perform until ws-cnv-dias-somados >= ws-cnv-prazo

               add 1 to ws-cnv-dias-somados
               add 1 to ws-cnv-lim-dia

               move ws-cnv-dias-mes(ws-cnv-lim-mes) to ws-cnv-ultimo-dia
               if ws-cnv-lim-mes = 2 then
                   divide ws-cnv-lim-ano by 4   giving ws-cnv-quociente
                       remainder ws-cnv-resto-4
                   divide ws-cnv-lim-ano by 100 giving ws-cnv-quociente
                       remainder ws-cnv-resto-100
                   divide ws-cnv-lim-ano by 400 giving ws-cnv-quociente
                       remainder ws-cnv-resto-400
                   if ws-cnv-resto-400 = 0
                      or (ws-cnv-resto-4 = 0 and ws-cnv-resto-100 <> 0) then
                       move 29 to ws-cnv-ultimo-dia
                   end-if
               end-if

               if ws-cnv-lim-dia > ws-cnv-ultimo-dia then
                   move 1 to ws-cnv-lim-dia
                   add  1 to ws-cnv-lim-mes
                   if ws-cnv-lim-mes > 12 then
                       move 1 to ws-cnv-lim-mes
                       add  1 to ws-cnv-lim-ano
                   end-if
               end-if

           end-perform


           .
       calcular-data-limite-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Verificar controle - abre o arquivo de controle de execucao, acusa
      *>  uma execucao anterior que nao terminou (EXECUTANDO/ABEND) e grava
      *>  o registro deste lote com a situacao EXECUTANDO; nao ha reinicio
      *>  de checkpoint - a convocacao recomeca do zero de qualquer forma
      *>------------------------------------------------------------------------
       verificar-controle section.


           open i-o arqControle
           if ws-fs-arqControle <> 00 and ws-fs-arqControle <> 05 then
               move 5                                             to ws-msn-erro-ofsset
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
                   display "(situacao " ctl-situacao "); a convocacao"
                   display "sera refeita do inicio."
               end-if
               perform montar-registro-controle
               rewrite ctl-registro-controle
           else
               if ws-fs-arqControle = 23 then
                   perform montar-registro-controle
                   write ctl-registro-controle
               else
                   move 6                                             to ws-msn-erro-ofsset
                   move ws-fs-arqControle                             to ws-msn-erro-cod
                   move "Erro ao ler arqControle!"                    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-fs-arqControle <> 00 then
               move 7                                             to ws-msn-erro-ofsset
               move ws-fs-arqControle                             to ws-msn-erro-cod
               move "Erro ao gravar no arqControle!"               to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       verificar-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Montar registro de controle - situacao EXECUTANDO na largada e o
      *>  prazo da convocacao nos parametros
      *>------------------------------------------------------------------------
       montar-registro-controle section.


           move ws-ctl-nome-programa to ctl-programa
           accept ctl-data-inicio    from date yyyymmdd
           accept ctl-hora-inicio    from time
           move space                to ctl-parametros
           string "PRAZO " ws-cnv-prazo " DIAS"
               delimited by size into ctl-parametros
           move "EXECUTANDO"         to ctl-situacao
           move 0                    to ctl-qtd-lidos
           move 0                    to ctl-qtd-gravados
           move 0                    to ctl-ultimo-cod
           move space                to ctl-msn-abend


           .
       montar-registro-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar checkpoint - a cada N turmas lidas regrava o registro de
      *>  controle com os totais parciais
      *>------------------------------------------------------------------------
       gravar-checkpoint section.


           add 1 to ws-qtd-lidos
           add 1 to ws-desde-checkpoint
           if ws-desde-checkpoint >= ws-intervalo-checkpoint then
               move 0 to ws-desde-checkpoint
               move ws-qtd-lidos         to ctl-qtd-lidos
               move ws-qtd-convocados    to ctl-qtd-gravados
               rewrite ctl-registro-controle
               if ws-fs-arqControle <> 00 then
                   move 8                                             to ws-msn-erro-ofsset
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
           move ws-qtd-convocados    to ctl-qtd-gravados
           rewrite ctl-registro-controle
           if ws-fs-arqControle <> 00 then
               move 9                                             to ws-msn-erro-ofsset
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
               move ws-qtd-convocados    to ctl-qtd-gravados
               move ws-msn-erro-text     to ctl-msn-abend
               rewrite ctl-registro-controle
               close arqControle
           end-if


           .
       registrar-abend-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar cabecalho - titulo da lista, data e prazo da resposta
      *>------------------------------------------------------------------------
       gravar-cabecalho section.


           move "------------ CONVOCACAO DA LISTA DE ESPERA ------------"
             to rel-linha-convocacao
           perform gravar-linha-convocacao

           move space to rel-linha-convocacao
           move 1     to ws-cnv-ptr
           string "Data: " ws-cnv-hoje "   Prazo: " ws-cnv-prazo
                  " dias   Responder ate: " ws-cnv-data-limite
               delimited by size into rel-linha-convocacao
                   with pointer ws-cnv-ptr
           perform gravar-linha-convocacao


           .
       gravar-cabecalho-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Processamento - percorre o cadastro de turmas; cada turma ativa
      *>  com controle de vagas (capacidade maior que zero) e candidato na
      *>  lista de espera e conferida
      *>------------------------------------------------------------------------
       processamento section.


           move "n" to ws-fim-turmas-flag

           read arqTurmas next
           if ws-fs-arqTurmas = 10 or ws-fs-arqTurmas = 05 then
               set ws-fim-turmas to true
           else
               if ws-fs-arqTurmas <> 00 then
                   move 10                                            to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                               to ws-msn-erro-cod
                   move "Erro ao ler arqTurmas!"                      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until ws-fim-turmas

               add 1 to ws-qtd-turmas

               if tur-situacao <> "I" and tur-situacao <> "i"
                  and tur-capacidade > 0 then
                   perform conferir-turma
               end-if

               perform gravar-checkpoint

               read arqTurmas next
               if ws-fs-arqTurmas = 10 then
                   set ws-fim-turmas to true
               else
                   if ws-fs-arqTurmas <> 00 then
                       move 11                                            to ws-msn-erro-ofsset
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
      *>  Conferir turma - primeira passada pela fila vence as convocacoes
      *>  fora do prazo e conta as ainda no prazo (vaga reservada); as
      *>  vagas livres (capacidade - alunos ativos - reservadas) vao para
      *>  os proximos em espera, na ordem de inscricao
      *>------------------------------------------------------------------------
       conferir-turma section.


           move tur-cod-turma to ws-cnv-turma
           move 0             to ws-cnv-reservadas
           move 0             to ws-cnv-em-espera
           move 0             to ws-cnv-convocados-turma
           move 0             to ws-cnv-inscritos-turma

           perform conferir-convocacoes-turma

           if ws-cnv-inscritos-turma > 0 then

               add 1 to ws-qtd-turmas-lista

               perform contar-ativos-turma

               compute ws-cnv-ocupadas = ws-cnv-ativos + ws-cnv-reservadas
               if ws-cnv-ocupadas >= tur-capacidade then
                   move 0 to ws-cnv-vagas
               else
                   compute ws-cnv-vagas = tur-capacidade - ws-cnv-ocupadas
               end-if

               perform gravar-resumo-turma

               if ws-cnv-vagas > 0 and ws-cnv-em-espera > 0 then
                   perform convocar-candidatos-turma
               end-if

               add ws-cnv-em-espera to ws-qtd-em-espera
               subtract ws-cnv-convocados-turma from ws-qtd-em-espera

           end-if


           .
       conferir-turma-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conferir convocacoes da turma - convocado com o prazo vencido
      *>  passa a "V" (perde a vez; a secretaria exclui ou reinscreve);
      *>  convocado dentro do prazo segura a vaga; conta os em espera
      *>------------------------------------------------------------------------
       conferir-convocacoes-turma section.


           move "n" to ws-fim-espera-flag

           move ws-cnv-turma to esp-cod-turma
           move 0            to esp-data-inscricao
           move 0            to esp-hora-inscricao
           start arqEspera key >= esp-chave
               invalid key
                   set ws-fim-espera to true
           end-start

           perform until ws-fim-espera

               read arqEspera next
               if ws-fs-arqEspera = 0 then

                   if esp-cod-turma <> ws-cnv-turma then
                       set ws-fim-espera to true
                   else

                       add 1 to ws-cnv-inscritos-turma

                       *>-- turma com lista: o cabecalho sai antes das
                       *>   linhas de convocacao vencida
                       if ws-cnv-inscritos-turma = 1 then
                           perform gravar-cabecalho-turma
                       end-if

                       if esp-situacao = "E" then
                           add 1 to ws-cnv-em-espera
                       else
                       if esp-situacao = "C" then

                           if esp-data-limite < ws-cnv-hoje then
                               move "V" to esp-situacao
                               rewrite esp-registro-espera
                               if ws-fs-arqEspera <> 00 then
                                   move 12                                    to ws-msn-erro-ofsset
                                   move ws-fs-arqEspera                       to ws-msn-erro-cod
                                   move "Erro ao gravar no arqEspera!"        to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-qtd-vencidos
                               perform gravar-linha-vencida
                           else
                               add 1 to ws-cnv-reservadas
                           end-if

                       end-if
                       end-if

                   end-if

               else
                   if ws-fs-arqEspera = 10 then
                       set ws-fim-espera to true
                   else
                       move 13                                    to ws-msn-erro-ofsset
                       move ws-fs-arqEspera                       to ws-msn-erro-cod
                       move "Erro ao ler arqEspera!"              to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform


           .
       conferir-convocacoes-turma-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Contar alunos ativos da turma - posiciona na turma pela chave
      *>  alternativa e conta quem ocupa vaga (transferido, trancado ou
      *>  concluido nao ocupa)
      *>------------------------------------------------------------------------
       contar-ativos-turma section.


           move 0   to ws-cnv-ativos
           move "n" to ws-fim-alunos-flag

           move ws-cnv-turma to fd-turma
           start arqRegistros key = fd-turma
               invalid key
                   set ws-fim-alunos to true
           end-start

           perform until ws-fim-alunos

               read arqRegistros next
               if ws-fs-arqRegistros = 0 then

                   if fd-turma <> ws-cnv-turma then
                       set ws-fim-alunos to true
                   else
                       if fd-sit-matricula <> "T" and fd-sit-matricula <> "R"
                          and fd-sit-matricula <> "C" then
                           add 1 to ws-cnv-ativos
                       end-if
                   end-if

               else
                   if ws-fs-arqRegistros = 10 then
                       set ws-fim-alunos to true
                   else
                       move 14                                    to ws-msn-erro-ofsset
                       move ws-fs-arqRegistros                    to ws-msn-erro-cod
                       move "Erro ao ler arqRegistros!"           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform


           .
       contar-ativos-turma-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Convocar candidatos da turma - segunda passada pela fila: os
      *>  primeiros em espera, ate preencher as vagas livres, passam a
      *>  convocados com a data de hoje e a data limite da resposta
      *>------------------------------------------------------------------------
       convocar-candidatos-turma section.


           move "n" to ws-fim-espera-flag

           move ws-cnv-turma to esp-cod-turma
           move 0            to esp-data-inscricao
           move 0            to esp-hora-inscricao
           start arqEspera key >= esp-chave
               invalid key
                   set ws-fim-espera to true
           end-start

           perform until ws-fim-espera
                      or ws-cnv-convocados-turma >= ws-cnv-vagas

               read arqEspera next
               if ws-fs-arqEspera = 0 then

                   if esp-cod-turma <> ws-cnv-turma then
                       set ws-fim-espera to true
                   else
                       if esp-situacao = "E" then

                           move "C"                to esp-situacao
                           move ws-cnv-hoje        to esp-data-convocacao
                           move ws-cnv-data-limite to esp-data-limite
                           move 0                  to esp-cod-operador
                           rewrite esp-registro-espera
                           if ws-fs-arqEspera <> 00 then
                               move 15                                    to ws-msn-erro-ofsset
                               move ws-fs-arqEspera                       to ws-msn-erro-cod
                               move "Erro ao gravar no arqEspera!"        to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           add 1 to ws-cnv-convocados-turma
                           add 1 to ws-qtd-convocados
                           perform gravar-linha-convocado

                       end-if
                   end-if

               else
                   if ws-fs-arqEspera = 10 then
                       set ws-fim-espera to true
                   else
                       move 16                                    to ws-msn-erro-ofsset
                       move ws-fs-arqEspera                       to ws-msn-erro-cod
                       move "Erro ao ler arqEspera!"              to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform


           .
       convocar-candidatos-turma-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar cabecalho da turma - linha em branco e a identificacao da
      *>  turma, no primeiro inscrito encontrado na lista
      *>------------------------------------------------------------------------
       gravar-cabecalho-turma section.


           move space to rel-linha-convocacao
           perform gravar-linha-convocacao

           move space to rel-linha-convocacao
           move 1     to ws-cnv-ptr
           string "TURMA " ws-cnv-turma " " tur-descricao
               delimited by size into rel-linha-convocacao
                   with pointer ws-cnv-ptr
           perform gravar-linha-convocacao


           .
       gravar-cabecalho-turma-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar resumo da turma - linha com a capacidade, os alunos
      *>  ativos, as vagas reservadas, as livres e os candidatos em espera
      *>  (abaixo do cabecalho e das convocacoes vencidas da turma)
      *>------------------------------------------------------------------------
       gravar-resumo-turma section.


           move space to rel-linha-convocacao
           move 1     to ws-cnv-ptr
           string "  Capac. " tur-capacidade "  Ativos " ws-cnv-ativos
                  "  Reserv. " ws-cnv-reservadas "  Livres " ws-cnv-vagas
                  "  Espera " ws-cnv-em-espera
               delimited by size into rel-linha-convocacao
                   with pointer ws-cnv-ptr
           perform gravar-linha-convocacao


           .
       gravar-resumo-turma-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar linha de convocado - candidato, telefone e inscricao na
      *>  primeira linha; responsavel e prazo da resposta na segunda
      *>------------------------------------------------------------------------
       gravar-linha-convocado section.


           move space to rel-linha-convocacao
           move 1     to ws-cnv-ptr
           string "  CONV  " esp-nome-candidato " " esp-telefone
                  " Inscr. " esp-data-inscricao
               delimited by size into rel-linha-convocacao
                   with pointer ws-cnv-ptr
           perform gravar-linha-convocacao

           move space to rel-linha-convocacao
           move 1     to ws-cnv-ptr
           string "        Resp.: " esp-nome-responsavel
                  "  Responder ate " esp-data-limite
               delimited by size into rel-linha-convocacao
                   with pointer ws-cnv-ptr
           perform gravar-linha-convocacao


           .
       gravar-linha-convocado-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar linha de convocacao vencida - candidato que nao respondeu
      *>  ate a data limite
      *>------------------------------------------------------------------------
       gravar-linha-vencida section.


           move space to rel-linha-convocacao
           move 1     to ws-cnv-ptr
           string "  VENC  " esp-nome-candidato " " esp-telefone
                  " Limite " esp-data-limite
               delimited by size into rel-linha-convocacao
                   with pointer ws-cnv-ptr
           perform gravar-linha-convocacao


           .
       gravar-linha-vencida-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar linha da lista - grava rel-linha-convocacao ja montada
      *>------------------------------------------------------------------------
       gravar-linha-convocacao section.


           write rel-linha-convocacao

           if ws-fs-arqConvocacao <> 00 then
               move 17                                     to ws-msn-erro-ofsset
               move ws-fs-arqConvocacao                    to ws-msn-erro-cod
               move "Erro ao gravar no arqConvocacao!"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-linha-convocacao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar totais - rodape com as turmas conferidas, os convocados,
      *>  as convocacoes vencidas e quem continua em espera
      *>------------------------------------------------------------------------
       gravar-totais section.


           move space to rel-linha-convocacao
           perform gravar-linha-convocacao

           move "RESUMO" to rel-linha-convocacao
           perform gravar-linha-convocacao

           move space to rel-linha-convocacao
           move 1     to ws-cnv-ptr
           string "Turmas conferidas                : " ws-qtd-turmas
               delimited by size into rel-linha-convocacao
                   with pointer ws-cnv-ptr
           perform gravar-linha-convocacao

           move space to rel-linha-convocacao
           move 1     to ws-cnv-ptr
           string "Turmas com lista de espera       : " ws-qtd-turmas-lista
               delimited by size into rel-linha-convocacao
                   with pointer ws-cnv-ptr
           perform gravar-linha-convocacao

           move space to rel-linha-convocacao
           move 1     to ws-cnv-ptr
           string "Candidatos convocados            : " ws-qtd-convocados
               delimited by size into rel-linha-convocacao
                   with pointer ws-cnv-ptr
           perform gravar-linha-convocacao

           move space to rel-linha-convocacao
           move 1     to ws-cnv-ptr
           string "Convocacoes vencidas             : " ws-qtd-vencidos
               delimited by size into rel-linha-convocacao
                   with pointer ws-cnv-ptr
           perform gravar-linha-convocacao

           move space to rel-linha-convocacao
           move 1     to ws-cnv-ptr
           string "Candidatos ainda em espera       : " ws-qtd-em-espera
               delimited by size into rel-linha-convocacao
                   with pointer ws-cnv-ptr
           perform gravar-linha-convocacao


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
      *>  codigo de retorno: zero = ninguem a convocar, 4 = ha convocado
      *>  ou convocacao vencida para a secretaria tratar
      *>------------------------------------------------------------------------
       finalizacao section.

           perform gravar-totais
           perform encerrar-controle

           close arqRegistros
           close arqTurmas
           close arqEspera
           close arqConvocacao

           display "Lista gravada em convocacao01.txt"
           display "Turmas conferidas      : " ws-qtd-turmas
           display "Candidatos convocados  : " ws-qtd-convocados
           display "Convocacoes vencidas   : " ws-qtd-vencidos
           display "Ainda em espera        : " ws-qtd-em-espera

           if ws-qtd-convocados = 0 and ws-qtd-vencidos = 0 then
               move 0 to return-code
           else
               move 4 to return-code
           end-if
           Stop run.

           .
       finalizacao-exit.
           exit.
