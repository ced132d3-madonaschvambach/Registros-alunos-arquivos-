      $set sourceformat"free"


      *>divisão de identificação do programa
       identification division.


      *>--- nome do programa
       program-id. "lista11_num03_Decla".
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
       *>modo de acesso ao arquivo (dinamico; o aluno e lido pela chave)
       access mode     is dynamic
       *>chave do arquivo
       record key is fd-cod-aluno
       *>chave alternativa para busca por nome (aceita nomes repetidos)
       alternate record key is fd-nome-aluno with duplicates
       *>variavel "ws-fs-arqRegistros" retona o status do arquivo (0, 35....)
       file status is  ws-fs-arqRegistros.

       *>cadastro mestre de turmas (descricao, serie e turno impressos na
       *>declaracao); optional, instalacao sem o arquivo imprime so o
       *>codigo da turma
       select optional arqTurmas assign to "arqTurmas01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is tur-cod-turma
       file status is  ws-fs-arqTurmas.

       *>frequencia (total de aulas e faltas) por aluno por disciplina,
       *>base da declaracao de frequencia
       select optional arqFrequencia assign to "arqFrequencia01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is frq-chave
       file status is  ws-fs-arqFrequencia.

       *>mensalidades por aluno + ano/mes; a declaracao de quitacao so sai
       *>sem nenhum mes em aberto
       select optional arqMensalidades assign to "arqMensalidades01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is men-chave
       file status is  ws-fs-arqMensalidades.

       *>cadastro de operadores (mesmo login do cadastro); o operador que
       *>emite fica gravado no registro da declaracao
       select optional arqOperadores assign to "arqOperadores01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is ope-cod-operador
       file status is  ws-fs-arqOperadores.

       *>registro das declaracoes emitidas (numero, codigo de
       *>autenticidade, aluno, tipo, data e operador); optional, a primeira
       *>emissao cria o arquivo
       select optional arqDeclaracoes assign to "arqDeclaracoes01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is dec-numero
       file status is  ws-fs-arqDeclaracoes.

       *>nome lógico da declaracao impressa (arquivo de saida sequencial,
       *>mesmo controle de pagina do boletim)
       select arqDocumento assign to "declaracao01.txt"
       organization    is line sequential
       file status is  ws-fs-arqDocumento.


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


      *>--- frequencia por aluno por disciplina (total de aulas e faltas)
       fd arqFrequencia.
           copy "frequencia.cpy".


      *>--- mensalidade por aluno por mes
       fd arqMensalidades.
           copy "mensalidade.cpy".


      *>--- cadastro de operadores
       fd arqOperadores.
           copy "operador.cpy".


      *>--- declaracao emitida (numero + codigo de autenticidade)
       fd arqDeclaracoes.
           copy "declaracao.cpy".


      *>--- linha impressa da declaracao (controle de avanço de pagina na
      *>    coluna 1, como no boletim)
       fd arqDocumento.
       01  rel-linha-declaracao.
           05  rel-controle                        pic x(01).
           05  rel-texto                           pic x(79).


      *>--- variavéis de trabalho
       working-storage section.

       77  ws-fs-arqRegistros                      pic 9(02).
       77  ws-fs-arqTurmas                         pic 9(02).
       77  ws-fs-arqFrequencia                     pic 9(02).
       77  ws-fs-arqMensalidades                   pic 9(02).
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqDeclaracoes                    pic 9(02).
       77  ws-fs-arqDocumento                      pic 9(02).


       copy "regaluno.cpy"
               replacing ==fd-registros-alunos== by ==ws-registros-alunos==
                         ==fd-cod-aluno==         by ==ws-cod-aluno==
                         ==fd-turma==             by ==ws-turma==
                         ==fd-nome-aluno==        by ==ws-nome-aluno==
                         ==fd-endereco==          by ==ws-endereco==
                         ==fd-nome-mae==          by ==ws-nome-mae==
                         ==fd-nome-pai==          by ==ws-nome-pai==
                         ==fd-telefone==          by ==ws-telefone==
                         ==fd-disciplinas==       by ==ws-disciplinas==
                         ==fd-cod-disciplina==    by ==ws-cod-disciplina==
                         ==fd-nome-disciplina==   by ==ws-nome-disciplina==
                         ==fd-notas==             by ==ws-notas==
                         ==fd-nota-01==           by ==ws-nota-01==
                         ==fd-nota-02==           by ==ws-nota-02==
                         ==fd-nota-03==           by ==ws-nota-03==
                         ==fd-nota-04==           by ==ws-nota-04==
                         ==fd-nota-recuperacao==  by ==ws-nota-recuperacao==
                         ==fd-sit-matricula==     by ==ws-sit-matricula==
                         ==fd-data-sit-matricula== by ==ws-data-sit-matricula==
                         ==fd-motivo-sit-matricula== by ==ws-motivo-sit-matricula==.

       copy "declaracao.cpy"
           replacing ==dec-registro-declaracao== by ==ws-registro-declaracao==
                     ==dec-numero==              by ==ws-dec-numero==
                     ==dec-codigo-autent==       by ==ws-dec-codigo-autent==
                     ==dec-cod-aluno==           by ==ws-dec-cod-aluno==
                     ==dec-nome-aluno==          by ==ws-dec-nome-aluno==
                     ==dec-tipo==                by ==ws-dec-tipo==
                     ==dec-data==                by ==ws-dec-data==
                     ==dec-hora==                by ==ws-dec-hora==
                     ==dec-cod-operador==        by ==ws-dec-cod-operador==.

       *>quantidade de disciplinas de cada aluno
       77  ws-quant-disciplinas                    pic 9(01) value 3.
       77  ws-idx-disciplina                       pic 9(01).

       *>--- login: operador e senha digitados, tentativas e operador
       *>    identificado (gravado na declaracao)
       77  ws-login-cod                            pic 9(03) value 0.
       77  ws-login-senha                          pic x(08) value space.
       77  ws-tentativas-login                     pic 9(01) value 0.
       77  ws-max-tentativas-login                 pic 9(01) value 3.
       77  ws-login-valido                         pic x(01) value "n".
           88  ws-login-ok                         value "s".
       77  ws-operador-logado                      pic 9(03) value 0.

       *>--- o que fazer nesta execucao: "E" emitir uma declaracao, "V"
       *>    verificar a autenticidade de uma declaracao apresentada
       77  ws-opcao-declaracao                     pic x(01) value space.
           88  ws-emitir                           value "E" "e".
           88  ws-verificar                        value "V" "v".

       *>--- tipo pedido e a descricao impressa no titulo do documento
       77  ws-tipo-declaracao                      pic x(01) value space.
       77  ws-tipo-desc                            pic x(12) value space.

       *>--- motivo da recusa (declaracao que nao pode ser emitida)
       77  ws-motivo-recusa                        pic x(60) value space.
       77  ws-declaracao-emitida-flag              pic x(01) value "n".
           88  ws-declaracao-emitida               value "s".

       *>--- situacao da matricula por extenso
       77  ws-sit-matricula-desc                   pic x(12) value space.

       *>--- dados da turma impressos (arqTurmas; sem o cadastro da turma
       *>    sai so o codigo)
       77  ws-turma-descricao                      pic x(25) value space.
       77  ws-turma-serie-ed                       pic z9.
       77  ws-turma-turno-desc                     pic x(05) value space.
       77  ws-turma-cadastrada-flag                pic x(01) value "n".
           88  ws-turma-cadastrada                 value "s".

       *>--- faltas, total de aulas e frequencia (%) de cada disciplina do
       *>    aluno, carregados de arqFrequencia
       01  ws-frequencias-disciplinas.
           05  ws-freq-disc                        occurs 3 times.
               10  ws-freq-lancada                 pic x(01).
               10  ws-freq-total-aulas             pic 9(03).
               10  ws-freq-faltas                  pic 9(03).
               10  ws-freq-percentual              pic 9(03)v9(02).
       77  ws-qtd-freq-lancadas                    pic 9(01) value 0.

       *>--- mensalidades do aluno: meses em aberto e meses pagos
       77  ws-fim-mensalidades-flag                pic x(01) value "n".
           88  ws-fim-mensalidades                 value "s".
       77  ws-qtd-meses-abertos                    pic 9(03) value 0.
       77  ws-qtd-meses-pagos                      pic 9(03) value 0.

       *>--- leitura do registro de declaracoes para achar o ultimo numero
       77  ws-fim-declaracoes-flag                 pic x(01) value "n".
           88  ws-fim-declaracoes                  value "s".

       *>--- codigo de autenticidade: semente montada com o numero, o
       *>    aluno, o operador, a data e a hora (centesimos) da emissao,
       *>    escrita em base 32 com letras e digitos que nao se confundem
       *>    na leitura (sem 0/O e 1/I)
       77  ws-aut-semente                          pic 9(18) value 0.
       77  ws-aut-quociente                        pic 9(18) value 0.
       77  ws-aut-resto                            pic 9(18) value 0.
       77  ws-aut-digito                           pic 9(02) value 0.
       77  ws-aut-idx                              pic 9(01) value 0.
       01  ws-aut-alfabeto                         pic x(32)
               value "23456789ABCDEFGHJKLMNPQRSTUVWXYZ".
       01  filler redefines ws-aut-alfabeto.
           05  ws-aut-alfabeto-car                 occurs 32 times pic x(01).
       01  ws-aut-codigo.
           05  ws-aut-codigo-car                   occurs 8 times pic x(01).

       *>--- verificacao: numero e codigo informados pela escola
       77  ws-ver-numero                           pic 9(06) value 0.
       77  ws-ver-codigo                           pic x(08) value space.
       77  ws-ver-nome-operador                    pic x(25) value space.

       *>--- data e hora da emissao
       77  ws-data-hoje                            pic 9(08) value 0.
       77  ws-hora-agora                           pic 9(08) value 0.
       01  ws-data-desmontada.
           05  ws-data-aaaa                        pic 9(04).
           05  ws-data-mm                          pic 9(02).
           05  ws-data-dd                          pic 9(02).
       01  ws-hora-desmontada.
           05  ws-hora-hh                          pic 9(02).
           05  ws-hora-mi                          pic 9(02).
           05  ws-hora-ss                          pic 9(02).

       *>--- campos editados para impressao (STRING nao aplica o separador
       *>    de decimal-point is comma como o DISPLAY faz)
       77  ws-dec-numero-ed                        pic 9(06).
       77  ws-dec-aulas-ed                         pic zz9.
       77  ws-dec-faltas-ed                        pic zz9.
       77  ws-dec-freq-ed                          pic zz9,99.
       77  ws-dec-meses-ed                         pic zz9.
       77  ws-dec-ptr                              pic 9(03).

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
      *>  Inicialização - abre os arquivos, identifica o operador (mesmo
      *>  login do cadastro) e pergunta se e emissao ou verificacao
      *>------------------------------------------------------------------------
       inicializacao section.


           open input arqOperadores
           if ws-fs-arqOperadores <> 00 and ws-fs-arqOperadores <> 05
              and ws-fs-arqOperadores <> 35 then
               move 1                                             to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                           to ws-msn-erro-cod
               move "Erro ao abrir arqOperadores!"                to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform efetuar-login

           open input arqRegistros
           if ws-fs-arqRegistros  <> 00 and ws-fs-arqRegistros <> 05 then
               move 2                                             to ws-msn-erro-ofsset
               move ws-fs-arqRegistros                            to ws-msn-erro-cod
               move "Erro ao abrir arqRegistros!"                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *>-- turmas, frequencia e mensalidades; optional, instalacao sem
           *>   o arquivo sai com 05/35 e as leituras devolvem 23
           open input arqTurmas
           if ws-fs-arqTurmas <> 00 and ws-fs-arqTurmas <> 05
              and ws-fs-arqTurmas <> 35 then
               move 3                                             to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                               to ws-msn-erro-cod
               move "Erro ao abrir arqTurmas!"                    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqFrequencia
           if ws-fs-arqFrequencia <> 00 and ws-fs-arqFrequencia <> 05
              and ws-fs-arqFrequencia <> 35 then
               move 4                                             to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                           to ws-msn-erro-cod
               move "Erro ao abrir arqFrequencia!"                to ws-msn-erro-text
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

           *>-- registro das declaracoes em i-o: lido na verificacao e para
           *>   achar o ultimo numero, gravado na emissao
           open i-o arqDeclaracoes
           if ws-fs-arqDeclaracoes <> 00 and ws-fs-arqDeclaracoes <> 05 then
               move 6                                             to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracoes                          to ws-msn-erro-cod
               move "Erro ao abrir arqDeclaracoes!"               to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-hoje from date yyyymmdd

           display " "
           display "Emitir declaracao (E) ou verificar autenticidade (V): "
               with no advancing
           accept ws-opcao-declaracao

           perform until ws-emitir or ws-verificar
               display "Opcao invalida. Emitir (E) ou verificar (V): "
                   with no advancing
               accept ws-opcao-declaracao
           end-perform


           .
       inicializacao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Efetuar login - identifica o operador contra o arqOperadores (3
      *>  tentativas, como no cadastro); sem operador cadastrado nao ha
      *>  como registrar quem emitiu, entao o programa nao prossegue
      *>------------------------------------------------------------------------
       efetuar-login section.


           move 0   to ws-tentativas-login
           move "n" to ws-login-valido

           perform until ws-login-ok
                      or ws-tentativas-login >= ws-max-tentativas-login

               display " "
               display "Operador: " with no advancing
               accept  ws-login-cod
               display "Senha   : " with no advancing
               accept  ws-login-senha
               add 1 to ws-tentativas-login

               move ws-login-cod to ope-cod-operador
               read arqOperadores
                   invalid key
                       continue
               end-read

               if ws-fs-arqOperadores = 00
                  and ws-login-senha <> space
                  and ope-senha = ws-login-senha then
                   set  ws-login-ok           to true
                   move ope-cod-operador      to ws-operador-logado
               else
                   if ws-fs-arqOperadores <> 00 and ws-fs-arqOperadores <> 23
                      and ws-fs-arqOperadores <> 05 and ws-fs-arqOperadores <> 35 then
                       move 7                                     to ws-msn-erro-ofsset
                       move ws-fs-arqOperadores                   to ws-msn-erro-cod
                       move "Erro ao ler arqOperadores!"          to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   display "Operador ou senha invalidos!"
               end-if

           end-perform

           if not ws-login-ok then
               display "Numero maximo de tentativas excedido."
               stop run
           end-if


           .
       efetuar-login-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Processamento - emite a declaracao pedida ou confere a
      *>  autenticidade de uma declaracao apresentada
      *>------------------------------------------------------------------------
       processamento section.


           if ws-emitir then
               perform emitir-declaracao
           else
               perform verificar-declaracao
           end-if


           .
       processamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Emitir declaracao - le o aluno e o tipo, confere se o documento
      *>  pode sair (matricula so para aluno ativo, quitacao sem mes em
      *>  aberto, frequencia ja lancada), numera, grava o registro e
      *>  imprime em declaracao01.txt
      *>------------------------------------------------------------------------
       emitir-declaracao section.


           display " "
           display "Codigo do aluno: " with no advancing
           accept  ws-cod-aluno

           perform until ws-cod-aluno > 0
               display "Codigo invalido. Codigo do aluno: "
                   with no advancing
               accept ws-cod-aluno
           end-perform

           move ws-cod-aluno to fd-cod-aluno
           read arqRegistros
               invalid key
                   continue
           end-read

           if ws-fs-arqRegistros = 23 then
               display "Aluno " ws-cod-aluno " nao cadastrado."
               stop run
           else
               if ws-fs-arqRegistros <> 00 then
                   move 8                                             to ws-msn-erro-ofsset
                   move ws-fs-arqRegistros                            to ws-msn-erro-cod
                   move "Erro ao ler arqRegistros!"                   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move fd-registros-alunos to ws-registros-alunos
           perform expandir-sit-matricula

           display "Aluno: " ws-nome-aluno "  Turma: " ws-turma
                   "  Situacao: " ws-sit-matricula-desc
           display "Tipo - (M)atricula, (E)scolaridade, (F)requencia,"
           display "       (Q)uitacao: " with no advancing
           accept ws-tipo-declaracao

           *>-- normaliza o tipo para maiuscula
           evaluate ws-tipo-declaracao
               when "m" move "M" to ws-tipo-declaracao
               when "e" move "E" to ws-tipo-declaracao
               when "f" move "F" to ws-tipo-declaracao
               when "q" move "Q" to ws-tipo-declaracao
               when other continue
           end-evaluate

           move space to ws-motivo-recusa

           evaluate ws-tipo-declaracao
               when "M"
                   move "MATRICULA"    to ws-tipo-desc
                   *>-- so o aluno com a matricula ativa esta matriculado;
                   *>   trancado, transferido e concluido nao
                   if ws-sit-matricula = "T" or ws-sit-matricula = "R"
                      or ws-sit-matricula = "C" then
                       string "Matricula "            delimited by size
                              ws-sit-matricula-desc   delimited by space
                              " - declaracao de matricula recusada."
                                                      delimited by size
                           into ws-motivo-recusa
                   end-if
               when "E"
                   move "ESCOLARIDADE" to ws-tipo-desc
               when "F"
                   move "FREQUENCIA"   to ws-tipo-desc
                   perform carregar-frequencia
                   if ws-qtd-freq-lancadas = 0 then
                       move "Frequencia do aluno ainda nao lancada."
                         to ws-motivo-recusa
                   end-if
               when "Q"
                   move "QUITACAO"     to ws-tipo-desc
                   perform conferir-quitacao
                   if ws-qtd-meses-abertos > 0 then
                       move ws-qtd-meses-abertos to ws-dec-meses-ed
                       string "Ha " ws-dec-meses-ed
                              " mes(es) em aberto - declaracao de quitacao recusada."
                           delimited by size into ws-motivo-recusa
                   end-if
               when other
                   move "Tipo invalido (M, E, F ou Q)." to ws-motivo-recusa
           end-evaluate

           if ws-motivo-recusa <> space then
               display ws-motivo-recusa
           else
               perform carregar-turma
               perform gravar-declaracao
               perform imprimir-declaracao
               set ws-declaracao-emitida to true
           end-if


           .
       emitir-declaracao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Expandir situacao da matricula (mesmos codigos do cadastro)
      *>------------------------------------------------------------------------
       expandir-sit-matricula section.


           evaluate ws-sit-matricula
               when "T"   move "Transferido"  to ws-sit-matricula-desc
               when "R"   move "Trancado"     to ws-sit-matricula-desc
               when "C"   move "Concluido"    to ws-sit-matricula-desc
               when other move "Ativo"        to ws-sit-matricula-desc
           end-evaluate


           .
       expandir-sit-matricula-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Carregar frequencia - total de aulas, faltas e frequencia (%) de
      *>  cada disciplina do aluno; conta as disciplinas com frequencia
      *>  lancada (sem nenhuma, a declaracao de frequencia nao sai)
      *>------------------------------------------------------------------------
       carregar-frequencia section.


           move 0 to ws-qtd-freq-lancadas

           perform varying ws-idx-disciplina from 1 by 1
                   until ws-idx-disciplina > ws-quant-disciplinas

               move "n"    to ws-freq-lancada(ws-idx-disciplina)
               move 0      to ws-freq-total-aulas(ws-idx-disciplina)
               move 0      to ws-freq-faltas(ws-idx-disciplina)
               move 100,00 to ws-freq-percentual(ws-idx-disciplina)

               if ws-cod-disciplina(ws-idx-disciplina) <> 0 then

                   move ws-cod-aluno to frq-cod-aluno
                   move ws-cod-disciplina(ws-idx-disciplina)
                     to frq-cod-disciplina
                   read arqFrequencia
                       invalid key
                           continue
                   end-read

                   if ws-fs-arqFrequencia = 0 then

                       move "s"             to ws-freq-lancada(ws-idx-disciplina)
                       add 1                to ws-qtd-freq-lancadas
                       move frq-total-aulas
                         to ws-freq-total-aulas(ws-idx-disciplina)
                       move frq-faltas
                         to ws-freq-faltas(ws-idx-disciplina)

                       if frq-total-aulas > 0 then
                           compute ws-freq-percentual(ws-idx-disciplina)
                             = (frq-total-aulas - frq-faltas)
                             / frq-total-aulas * 100
                       end-if

                   else
                       if ws-fs-arqFrequencia <> 23
                          and ws-fs-arqFrequencia <> 05
                          and ws-fs-arqFrequencia <> 10
                          and ws-fs-arqFrequencia <> 35 then
                           move 9                                      to ws-msn-erro-ofsset
                           move ws-fs-arqFrequencia                    to ws-msn-erro-cod
                           move "Erro ao ler arqFrequencia!"           to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-if

           end-perform


           .
       carregar-frequencia-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conferir quitacao - percorre as mensalidades do aluno (chave
      *>  aluno + ano/mes) contando os meses em aberto ("A") e os pagos
      *>------------------------------------------------------------------------
       conferir-quitacao section.


           move 0   to ws-qtd-meses-abertos
           move 0   to ws-qtd-meses-pagos
           move "n" to ws-fim-mensalidades-flag

           move ws-cod-aluno to men-cod-aluno
           move 0            to men-ano-mes
           start arqMensalidades key >= men-chave
               invalid key
                   set ws-fim-mensalidades to true
           end-start

           perform until ws-fim-mensalidades

               read arqMensalidades next
               if ws-fs-arqMensalidades = 0 then

                   if men-cod-aluno <> ws-cod-aluno then
                       set ws-fim-mensalidades to true
                   else
                       if men-situacao = "A" then
                           add 1 to ws-qtd-meses-abertos
                       else
                           add 1 to ws-qtd-meses-pagos
                       end-if
                   end-if

               else
                   if ws-fs-arqMensalidades = 10 then
                       set ws-fim-mensalidades to true
                   else
                       move 10                                     to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidades                  to ws-msn-erro-cod
                       move "Erro ao ler arqMensalidades!"         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform


           .
       conferir-quitacao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Carregar turma - descricao, serie e turno da turma do aluno no
      *>  cadastro mestre (sem o cadastro da turma sai so o codigo)
      *>------------------------------------------------------------------------
       carregar-turma section.


           move "n"   to ws-turma-cadastrada-flag
           move space to ws-turma-descricao
           move space to ws-turma-turno-desc

           move ws-turma to tur-cod-turma
           read arqTurmas
               invalid key
                   continue
           end-read

           if ws-fs-arqTurmas = 0 then
               set  ws-turma-cadastrada  to true
               move tur-descricao        to ws-turma-descricao
               move tur-ano-serie        to ws-turma-serie-ed
               evaluate tur-turno
                   when "M"   move "manha" to ws-turma-turno-desc
                   when "T"   move "tarde" to ws-turma-turno-desc
                   when "N"   move "noite" to ws-turma-turno-desc
                   when other move space   to ws-turma-turno-desc
               end-evaluate
           else
               if ws-fs-arqTurmas <> 23 and ws-fs-arqTurmas <> 05
                  and ws-fs-arqTurmas <> 35 then
                   move 11                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                        to ws-msn-erro-cod
                   move "Erro ao ler arqTurmas!"               to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if


           .
       carregar-turma-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar declaracao - numera (ultimo numero do registro + 1), gera
      *>  o codigo de autenticidade e grava. Se outra estacao gravou o
      *>  mesmo numero entre a leitura e a gravacao (22), pega o seguinte
      *>------------------------------------------------------------------------
       gravar-declaracao section.


           perform buscar-prox-numero

           move ws-cod-aluno          to ws-dec-cod-aluno
           move ws-nome-aluno         to ws-dec-nome-aluno
           move ws-tipo-declaracao    to ws-dec-tipo
           move ws-data-hoje          to ws-dec-data
           move ws-operador-logado    to ws-dec-cod-operador

           move 22 to ws-fs-arqDeclaracoes
           perform until ws-fs-arqDeclaracoes <> 22

               accept ws-hora-agora from time
               move ws-hora-agora(1:6) to ws-dec-hora
               perform gerar-codigo-autent

               move ws-registro-declaracao to dec-registro-declaracao
               write dec-registro-declaracao

               if ws-fs-arqDeclaracoes = 22 then
                   add 1 to ws-dec-numero
               end-if

           end-perform

           if ws-fs-arqDeclaracoes <> 00 then
               move 12                                     to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracoes                   to ws-msn-erro-cod
               move "Erro ao gravar no arqDeclaracoes!"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-declaracao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Buscar proximo numero - le o registro de declaracoes ate o fim
      *>  (em ordem de numero); registro vazio comeca do 1
      *>------------------------------------------------------------------------
       buscar-prox-numero section.


           move 0   to ws-dec-numero
           move "n" to ws-fim-declaracoes-flag

           move 0 to dec-numero
           start arqDeclaracoes key >= dec-numero
               invalid key
                   set ws-fim-declaracoes to true
           end-start

           perform until ws-fim-declaracoes

               read arqDeclaracoes next
               if ws-fs-arqDeclaracoes = 0 then
                   move dec-numero to ws-dec-numero
               else
                   if ws-fs-arqDeclaracoes = 10 then
                       set ws-fim-declaracoes to true
                   else
                       move 13                                     to ws-msn-erro-ofsset
                       move ws-fs-arqDeclaracoes                   to ws-msn-erro-cod
                       move "Erro ao ler arqDeclaracoes!"          to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           add 1 to ws-dec-numero


           .
       buscar-prox-numero-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gerar codigo de autenticidade - mistura numero, aluno, operador,
      *>  data e hora (com centesimos) numa semente e a escreve com 8
      *>  caracteres em base 32. O codigo fica gravado no registro, entao a
      *>  verificacao so compara; nao precisa ser recalculado
      *>------------------------------------------------------------------------
       gerar-codigo-autent section.


           compute ws-aut-semente = (ws-dec-numero       * 7919
                                   + ws-dec-cod-aluno    * 104729
                                   + ws-dec-cod-operador * 7717
                                   + ws-hora-agora       * 31
                                   + ws-dec-data         * 3)
                                   * 48271

           *>-- 32 elevado a 8: o resto cabe exatamente em 8 digitos base 32
           divide ws-aut-semente by 1099511627776
               giving ws-aut-quociente remainder ws-aut-resto

           perform varying ws-aut-idx from 8 by -1 until ws-aut-idx < 1
               divide ws-aut-resto by 32
                   giving ws-aut-quociente remainder ws-aut-digito
               move ws-aut-alfabeto-car(ws-aut-digito + 1)
                 to ws-aut-codigo-car(ws-aut-idx)
               move ws-aut-quociente to ws-aut-resto
           end-perform

           move ws-aut-codigo to ws-dec-codigo-autent


           .
       gerar-codigo-autent-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Imprimir declaracao - uma folha com numero e codigo de
      *>  autenticidade no alto e no rodape, o texto do tipo pedido e a
      *>  data e o operador que emitiu
      *>------------------------------------------------------------------------
       imprimir-declaracao section.


           open output arqDocumento
           if ws-fs-arqDocumento <> 00 then
               move 14                                     to ws-msn-erro-ofsset
               move ws-fs-arqDocumento                     to ws-msn-erro-cod
               move "Erro ao abrir arqDocumento!"          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-dec-numero to ws-dec-numero-ed

           move "1"                                  to rel-controle
           move space                                to rel-texto
           string "---------- DECLARACAO DE " ws-tipo-desc delimited by "  "
                  " ----------"                         delimited by size
               into rel-texto
           write rel-linha-declaracao

           move " "                                  to rel-controle
           move space                                to rel-texto
           string "Numero: " ws-dec-numero-ed         delimited by size
                  "   Codigo de autenticidade: "      delimited by size
                  ws-dec-codigo-autent                delimited by size
               into rel-texto
           write rel-linha-declaracao

           move " "                                  to rel-controle
           move space                                to rel-texto
           write rel-linha-declaracao

           move " "                                  to rel-controle
           move space                                to rel-texto
           string "Declaramos, para os devidos fins, que o(a) aluno(a) "
                                                      delimited by size
               into rel-texto
           write rel-linha-declaracao

           move " "                                  to rel-controle
           move space                                to rel-texto
           string ws-nome-aluno                       delimited by "  "
                  ", codigo " ws-cod-aluno            delimited by size
                  ","                                 delimited by size
               into rel-texto
           write rel-linha-declaracao

           evaluate ws-tipo-declaracao
               when "M"
                   perform imprimir-texto-matricula
               when "E"
                   perform imprimir-texto-escolaridade
               when "F"
                   perform imprimir-texto-frequencia
               when "Q"
                   perform imprimir-texto-quitacao
           end-evaluate

           move " "                                  to rel-controle
           move space                                to rel-texto
           write rel-linha-declaracao

           move ws-data-hoje to ws-data-desmontada
           move " "                                  to rel-controle
           move space                                to rel-texto
           string "Emitida em " ws-data-dd "/" ws-data-mm "/" ws-data-aaaa
                  " pelo operador " ws-operador-logado
                                                      delimited by size
               into rel-texto
           write rel-linha-declaracao

           move " "                                  to rel-controle
           move space                                to rel-texto
           write rel-linha-declaracao

           move " "                                  to rel-controle
           move "A autenticidade desta declaracao pode ser conferida na"
             to rel-texto
           write rel-linha-declaracao

           move " "                                  to rel-controle
           move space                                to rel-texto
           string "secretaria com o numero " ws-dec-numero-ed
                  " e o codigo " ws-dec-codigo-autent "."
                                                      delimited by size
               into rel-texto
           write rel-linha-declaracao

           if ws-fs-arqDocumento <> 00 then
               move 15                                     to ws-msn-erro-ofsset
               move ws-fs-arqDocumento                     to ws-msn-erro-cod
               move "Erro ao gravar no arqDocumento!"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDocumento


           .
       imprimir-declaracao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Texto da declaracao de matricula - aluno ativo, ano letivo
      *>  corrente e turma
      *>------------------------------------------------------------------------
       imprimir-texto-matricula section.


           move ws-data-hoje to ws-data-desmontada

           move " "                                  to rel-controle
           move space                                to rel-texto
           string "esta regularmente matriculado(a) nesta escola no ano "
                  "letivo de " ws-data-aaaa ","      delimited by size
               into rel-texto
           write rel-linha-declaracao

           perform imprimir-linha-turma


           .
       imprimir-texto-matricula-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Texto da declaracao de escolaridade - aluno ativo esta cursando;
      *>  trancado, transferido ou concluido cursou ate a data da situacao
      *>------------------------------------------------------------------------
       imprimir-texto-escolaridade section.


           if ws-sit-matricula = "T" or ws-sit-matricula = "R"
              or ws-sit-matricula = "C" then

               move " "                              to rel-controle
               move "cursou nesta escola a"          to rel-texto
               write rel-linha-declaracao

               perform imprimir-linha-turma

               move ws-data-sit-matricula to ws-data-desmontada
               move " "                              to rel-controle
               move space                            to rel-texto
               string "ate " ws-data-dd "/" ws-data-mm "/" ws-data-aaaa
                      ", data em que a matricula passou a "
                                                      delimited by size
                      ws-sit-matricula-desc           delimited by space
                      "."                             delimited by size
                   into rel-texto
               write rel-linha-declaracao

               if ws-motivo-sit-matricula <> space then
                   move " "                          to rel-controle
                   move space                        to rel-texto
                   string "Motivo: " ws-motivo-sit-matricula
                                                      delimited by size
                       into rel-texto
                   write rel-linha-declaracao
               end-if

           else

               move " "                              to rel-controle
               move "esta cursando nesta escola a"   to rel-texto
               write rel-linha-declaracao

               perform imprimir-linha-turma

           end-if


           .
       imprimir-texto-escolaridade-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Texto da declaracao de frequencia - aulas dadas, faltas e
      *>  frequencia (%) de cada disciplina com frequencia lancada
      *>------------------------------------------------------------------------
       imprimir-texto-frequencia section.


           move " "                                  to rel-controle
           move "da turma abaixo, apresenta a seguinte frequencia:"
             to rel-texto
           write rel-linha-declaracao

           perform imprimir-linha-turma

           move " "                                  to rel-controle
           move space                                to rel-texto
           write rel-linha-declaracao

           move " "                                  to rel-controle
           move "Disciplina        Aulas  Faltas  Frequencia"
             to rel-texto
           write rel-linha-declaracao

           perform varying ws-idx-disciplina from 1 by 1
                   until ws-idx-disciplina > ws-quant-disciplinas

               if ws-freq-lancada(ws-idx-disciplina) = "s" then

                   move ws-freq-total-aulas(ws-idx-disciplina) to ws-dec-aulas-ed
                   move ws-freq-faltas(ws-idx-disciplina)      to ws-dec-faltas-ed
                   move ws-freq-percentual(ws-idx-disciplina)  to ws-dec-freq-ed

                   move " "                          to rel-controle
                   move space                        to rel-texto
                   move 1                            to ws-dec-ptr
                   string ws-nome-disciplina(ws-idx-disciplina)
                                                      delimited by size
                       into rel-texto with pointer ws-dec-ptr
                   move 20                           to ws-dec-ptr
                   string ws-dec-aulas-ed "    " ws-dec-faltas-ed
                          "      " ws-dec-freq-ed "%"
                                                      delimited by size
                       into rel-texto with pointer ws-dec-ptr
                   write rel-linha-declaracao

               end-if

           end-perform


           .
       imprimir-texto-frequencia-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Texto da declaracao de quitacao - nenhuma mensalidade em aberto
      *>  ate a data da emissao
      *>------------------------------------------------------------------------
       imprimir-texto-quitacao section.


           move ws-data-hoje         to ws-data-desmontada
           move ws-qtd-meses-pagos   to ws-dec-meses-ed

           move " "                                  to rel-controle
           move space                                to rel-texto
           string "nao possui mensalidades em aberto nesta escola ate "
                  ws-data-dd "/" ws-data-mm "/" ws-data-aaaa ","
                                                      delimited by size
               into rel-texto
           write rel-linha-declaracao

           move " "                                  to rel-controle
           move space                                to rel-texto
           string "estando quitadas todas as " ws-dec-meses-ed
                  " mensalidade(s) geradas."        delimited by size
               into rel-texto
           write rel-linha-declaracao


           .
       imprimir-texto-quitacao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Imprimir linha da turma - codigo e, se cadastrada, descricao,
      *>  serie e turno
      *>------------------------------------------------------------------------
       imprimir-linha-turma section.


           move " "                                  to rel-controle
           move space                                to rel-texto

           if ws-turma-cadastrada then
               string "turma " ws-turma " - "         delimited by size
                      ws-turma-descricao              delimited by "  "
                      " (" ws-turma-serie-ed "a serie, turno da "
                                                      delimited by size
                      ws-turma-turno-desc             delimited by space
                      ")."                            delimited by size
                   into rel-texto
           else
               string "turma " ws-turma "."           delimited by size
                   into rel-texto
           end-if

           write rel-linha-declaracao


           .
       imprimir-linha-turma-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Verificar declaracao - a escola informa o numero e o codigo de
      *>  autenticidade impressos; confere com o registro e mostra a quem
      *>  e quando o documento foi emitido
      *>------------------------------------------------------------------------
       verificar-declaracao section.


           display " "
           display "Numero da declaracao: " with no advancing
           accept  ws-ver-numero
           display "Codigo de autenticidade: " with no advancing
           accept  ws-ver-codigo

           *>-- o codigo e impresso em maiusculas
           inspect ws-ver-codigo converting "abcdefghijklmnopqrstuvwxyz"
                                         to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           move ws-ver-numero to dec-numero
           read arqDeclaracoes
               invalid key
                   continue
           end-read

           if ws-fs-arqDeclaracoes = 23 or ws-fs-arqDeclaracoes = 05 then
               display "Declaracao " ws-ver-numero " NAO EMITIDA por esta escola."
           else
               if ws-fs-arqDeclaracoes <> 00 then
                   move 16                                     to ws-msn-erro-ofsset
                   move ws-fs-arqDeclaracoes                   to ws-msn-erro-cod
                   move "Erro ao ler arqDeclaracoes!"          to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   if dec-codigo-autent <> ws-ver-codigo then
                       display "Declaracao " ws-ver-numero
                               ": codigo de autenticidade NAO CONFERE."
                   else
                       move dec-registro-declaracao to ws-registro-declaracao

                       evaluate ws-dec-tipo
                           when "M"   move "MATRICULA"    to ws-tipo-desc
                           when "E"   move "ESCOLARIDADE" to ws-tipo-desc
                           when "F"   move "FREQUENCIA"   to ws-tipo-desc
                           when "Q"   move "QUITACAO"     to ws-tipo-desc
                           when other move space          to ws-tipo-desc
                       end-evaluate

                       move space               to ws-ver-nome-operador
                       move ws-dec-cod-operador to ope-cod-operador
                       read arqOperadores
                           invalid key
                               continue
                       end-read
                       if ws-fs-arqOperadores = 00 then
                           move ope-nome-operador to ws-ver-nome-operador
                       end-if

                       move ws-dec-data to ws-data-desmontada
                       move ws-dec-hora to ws-hora-desmontada

                       display "Declaracao AUTENTICA."
                       display "Numero   : " ws-dec-numero
                       display "Tipo     : " ws-tipo-desc
                       display "Aluno    : " ws-dec-cod-aluno " " ws-dec-nome-aluno
                       display "Emitida  : " ws-data-dd "/" ws-data-mm "/" ws-data-aaaa
                               " " ws-hora-hh ":" ws-hora-mi ":" ws-hora-ss
                       display "Operador : " ws-dec-cod-operador " " ws-ver-nome-operador
                   end-if
               end-if
           end-if


           .
       verificar-declaracao-exit.
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

           close arqRegistros
           close arqTurmas
           close arqFrequencia
           close arqMensalidades
           close arqOperadores
           close arqDeclaracoes

           if ws-declaracao-emitida then
               display "Declaracao de " ws-tipo-desc " numero " ws-dec-numero
                       " emitida em declaracao01.txt"
               display "Codigo de autenticidade: " ws-dec-codigo-autent
           end-if
           Stop run.

           .
       finalizacao-exit.
           exit.
