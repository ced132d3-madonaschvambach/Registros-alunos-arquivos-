      $set sourceformat"free"


      *>divisão de identificação do programa
       identification division.


      *>--- nome do programa
       program-id. "lista11_num03_Ret".
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


       *>arquivo de retorno do banco - uma linha por credito recebido
       *>(nosso numero = aluno + competencia, valor pago, data do credito)
       select arqRetorno assign to "arqRetorno01.txt"
       organization    is line sequential
       file status is  ws-fs-arqRetorno.

       *>mensalidades (uma cobranca por aluno por mes de competencia);
       *>cada credito do retorno da baixa na cobranca de mesma chave
       select optional arqMensalidades assign to "arqMensalidades01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is men-chave
       file status is  ws-fs-arqMensalidades.

       *>arquivo de log (auditoria) - cada baixa automatica entra na
       *>trilha como as baixas feitas na tela do cadastro
       select optional arqLogAlteracoes assign to "arqLogAlteracoes01.txt"
       organization    is line sequential
       file status is  ws-fs-arqLog.

       *>relatorio de conciliacao - uma linha por credito que nao pode ser
       *>baixado automaticamente (para conferencia manual da secretaria)
       select arqConciliacao assign to "retorno-conciliacao01.txt"
       organization    is line sequential
       file status is  ws-fs-arqConciliacao.

       *>controle de execucao dos lotes - um registro por programa com a
       *>situacao EXECUTANDO/OK/ABEND e o checkpoint da ultima linha do
       *>retorno processada, para reiniciar sem baixar duas vezes
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


      *>--- linha do arquivo de retorno do banco
       fd arqRetorno.
           copy "retorno.cpy".


      *>--- mensalidades por aluno por mes de competencia
       fd arqMensalidades.
           copy "mensalidade.cpy".


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


      *>--- linha impressa da conciliacao (controle de avanço de pagina na
      *>    coluna 1); as linhas de detalhe comecam pela categoria, que o
      *>    reinicio usa para recontar a parte ja impressa
       fd arqConciliacao.
       01  rel-linha-conciliacao.
           05  rel-controle                        pic x(01).
           05  rel-texto.
               10  rel-categoria                   pic x(15).
               10  rel-detalhe                     pic x(64).


      *>--- registro de controle de execucao (situacao e checkpoint do lote)
       fd arqControle.
           copy "controle.cpy".


      *>--- variavéis de trabalho
       working-storage section.

       77  ws-fs-arqRetorno                        pic 9(02).
       77  ws-fs-arqMensalidades                   pic 9(02).
       77  ws-fs-arqLog                            pic 9(02).
       77  ws-fs-arqConciliacao                    pic 9(02).
       77  ws-fs-arqControle                       pic 9(02).


       77  ws-fim-arqRetorno                       pic x(01) value "n".
           88  ws-fim                              value "s".
       77  ws-fim-conciliacao-flag                 pic x(01) value "n".
           88  ws-fim-conciliacao                  value "s".

       *>--- categorias da conciliacao (inicio de cada linha de detalhe)
       77  ws-cat-nao-encontrada                   pic x(15) value "NAO ENCONTRADA".
       77  ws-cat-ja-paga                          pic x(15) value "JA PAGA".
       77  ws-cat-valor-diferente                  pic x(15) value "VALOR DIFERENTE".
       77  ws-cat-linha-invalida                   pic x(15) value "LINHA INVALIDA".

       *>--- totais do lote, conferidos no encerramento do controle (cada
       *>    linha lida vira uma baixa ou uma linha da conciliacao)
       77  ws-qtd-lidos                            pic 9(06) value 0.
       77  ws-qtd-baixadas                         pic 9(06) value 0.
       77  ws-qtd-nao-encontradas                  pic 9(06) value 0.
       77  ws-qtd-ja-pagas                         pic 9(06) value 0.
       77  ws-qtd-valor-diferente                  pic 9(06) value 0.
       77  ws-qtd-invalidas                        pic 9(06) value 0.
       77  ws-qtd-conferencia                      pic 9(06) value 0.

       *>--- controle de execucao: nome deste lote no arquivo de controle,
       *>    deteccao de queda anterior e checkpoint para reinicio
       77  ws-ctl-nome-programa                    pic x(20) value "RETORNO".
       77  ws-controle-aberto                      pic x(01) value "n".
           88  ws-controle-ok                      value "s".
       77  ws-reinicio-flag                        pic x(01) value "n".
           88  ws-reiniciando                      value "s".
       77  ws-resposta-reinicio                    pic x(01) value "n".
           88  ws-aceitou-reinicio                 value "S" "s".
       *>--- linhas do retorno ja processadas pela execucao que caiu (o
       *>    reinicio as pula em vez de baixar de novo)
       77  ws-linhas-reinicio                      pic 9(06) value 0.
       77  ws-linhas-puladas                       pic 9(06) value 0.
       *>--- checkpoint a cada linha: entre a baixa e o checkpoint so cabe
       *>    uma linha, e essa e reconhecida no reinicio pela data do
       *>    credito ja gravada na cobranca (ver baixar-credito)
       77  ws-intervalo-checkpoint                 pic 9(03) value 1.
       77  ws-desde-checkpoint                     pic 9(03) value 0.
       77  ws-primeira-apos-reinicio               pic x(01) value "n".
           88  ws-primeira-linha-reinicio          value "s".
       *>--- a linha em que a execucao caiu ja estava na conciliacao (foi
       *>    pulada): a seguinte nao passou pela baixa e nao tem a
       *>    tolerancia da primeira linha do reinicio
       77  ws-linha-queda-flag                     pic x(01) value "n".
           88  ws-linha-queda-na-conciliacao       value "s".
       *>--- conciliacao aberta do zero (sem parcial a aproveitar), que
       *>    leva o cabecalho
       77  ws-conciliacao-nova-flag                pic x(01) value "n".
           88  ws-conciliacao-nova                 value "s".

       *>--- campos do log de auditoria
       77  ws-log-operacao                         pic x(12) value space.
       77  ws-log-notas-antigas                    pic x(90) value space.
       77  ws-log-notas-novas                      pic x(90) value space.

       *>--- campos editados para impressao (STRING nao aplica o separador
       *>    de decimal-point is comma como o DISPLAY faz)
       77  ws-ret-valor-ed                         pic zzz9,99.
       77  ws-men-valor-ed                         pic zzz9,99.
       77  ws-qtd-ed                               pic zzzzz9.

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
      *>  Inicialização - confere a execucao anterior no controle e abre
      *>  os arquivos (no reinicio a conciliacao parcial e aproveitada)
      *>------------------------------------------------------------------------
       inicializacao section.


           open input arqRetorno
           if ws-fs-arqRetorno = 35 then
               display "Arquivo de retorno (arqRetorno01.txt) nao encontrado."
               stop run
           end-if
           if ws-fs-arqRetorno <> 00 then
               move 1                                             to ws-msn-erro-ofsset
               move ws-fs-arqRetorno                              to ws-msn-erro-cod
               move "Erro ao abrir arqRetorno!"                   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *>-- mensalidades; optional, instalacao sem cobranca gerada sai
           *>   com 05 e todo credito cai em NAO ENCONTRADA
           open i-o arqMensalidades
           if ws-fs-arqMensalidades <> 00 and ws-fs-arqMensalidades <> 05 then
               move 2                                             to ws-msn-erro-ofsset
               move ws-fs-arqMensalidades                         to ws-msn-erro-cod
               move "Erro ao abrir arqMensalidades!"              to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqLogAlteracoes
           if ws-fs-arqLog <> 00 and ws-fs-arqLog <> 05 then
               move 3                                             to ws-msn-erro-ofsset
               move ws-fs-arqLog                                  to ws-msn-erro-cod
               move "Erro ao abrir arqLogAlteracoes!"              to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *>-- confere no arquivo de controle se a execucao anterior caiu
           *>   e, se o operador aceitar, prepara o reinicio do checkpoint
           perform verificar-controle

           *>-- reiniciando do checkpoint, a conciliacao ja impressa pela
           *>   execucao que caiu e recontada e aproveitada (extend); se a
           *>   queda foi antes de a conciliacao existir, comeca uma nova
           if ws-reiniciando then
               perform recontar-conciliacao

               *>-- a queda entre a linha da conciliacao e o checkpoint
               *>   deixa na conciliacao uma linha a mais que o
               *>   checkpoint: essa linha do retorno ja foi tratada e
               *>   tambem e pulada, para nao sair em dobro
               compute ws-qtd-conferencia = ws-qtd-baixadas
                                          + ws-qtd-nao-encontradas
                                          + ws-qtd-ja-pagas
                                          + ws-qtd-valor-diferente
                                          + ws-qtd-invalidas
               if ws-qtd-conferencia > ws-linhas-reinicio then
                   add 1 to ws-linhas-reinicio
                   add 1 to ws-qtd-lidos
                   set ws-linha-queda-na-conciliacao to true
               end-if

               if ws-fs-arqConciliacao = 35 then
                   set ws-conciliacao-nova to true
                   open output arqConciliacao
               else
                   open extend arqConciliacao
               end-if
           else
               set ws-conciliacao-nova to true
               open output arqConciliacao
           end-if
           if ws-fs-arqConciliacao <> 00 then
               move 4                                             to ws-msn-erro-ofsset
               move ws-fs-arqConciliacao                          to ws-msn-erro-cod
               move "Erro ao abrir arqConciliacao!"               to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-conciliacao-nova then
               perform imprimir-cabecalho
           end-if


           .
       inicializacao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Imprimir cabecalho da conciliacao
      *>------------------------------------------------------------------------
       imprimir-cabecalho section.


           move "1"                                  to rel-controle
           move "------------- CONCILIACAO DO RETORNO BANCARIO -------------"
             to rel-texto
           write rel-linha-conciliacao

           move " "                                  to rel-controle
           move "Creditos nao baixados automaticamente (conferir um a um):"
             to rel-texto
           write rel-linha-conciliacao

           move " "                                  to rel-controle
           move space                                to rel-texto
           write rel-linha-conciliacao

           move " "                                  to rel-controle
           move "Categoria       Aluno Compet.  Vlr pago Vlr cobr. Credito"
             to rel-texto
           write rel-linha-conciliacao

           if ws-fs-arqConciliacao <> 00 then
               move 5                                      to ws-msn-erro-ofsset
               move ws-fs-arqConciliacao                   to ws-msn-erro-cod
               move "Erro ao gravar no arqConciliacao!"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       imprimir-cabecalho-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Processamento - le o retorno do inicio ao fim (no reinicio, pula
      *>  as linhas ja processadas) e da baixa em cada credito
      *>------------------------------------------------------------------------
       processamento section.


           perform ler-retorno

           *>-- reiniciando, pula as linhas que a execucao que caiu ja
           *>   processou (elas ja estao na conciliacao ou baixadas)
           perform until ws-fim
                      or ws-linhas-puladas >= ws-linhas-reinicio
               add 1 to ws-linhas-puladas
               perform ler-retorno
           end-perform

           if ws-reiniciando and not ws-linha-queda-na-conciliacao then
               set ws-primeira-linha-reinicio to true
           end-if

           perform until ws-fim

               add 1 to ws-qtd-lidos

               if ret-nosso-numero   is not numeric
                  or ret-valor-pago   is not numeric
                  or ret-data-credito is not numeric then
                   move ws-cat-linha-invalida to rel-categoria
                   add 1 to ws-qtd-invalidas
                   move 0 to men-valor
                   perform imprimir-linha-conciliacao
               else
                   perform baixar-credito
               end-if

               move "n" to ws-primeira-apos-reinicio
               perform gravar-checkpoint

               perform ler-retorno

           end-perform


           .
       processamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Ler retorno - proxima linha, sinalizando o fim do arquivo
      *>------------------------------------------------------------------------
       ler-retorno section.


           read arqRetorno
           if ws-fs-arqRetorno = 10 then
               set ws-fim to true
           else
               if ws-fs-arqRetorno <> 00 then
                   move 6                                             to ws-msn-erro-ofsset
                   move ws-fs-arqRetorno                              to ws-msn-erro-cod
                   move "Erro ao ler arqRetorno!"                     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if


           .
       ler-retorno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Baixar credito - le a cobranca do nosso numero; em aberto e com
      *>  o valor cobrado, regrava paga na data do credito e registra no
      *>  log; cobranca inexistente, ja paga ou de valor diferente vai
      *>  para a conciliacao sem baixa
      *>------------------------------------------------------------------------
       baixar-credito section.


           move ret-cod-aluno to men-cod-aluno
           move ret-ano-mes   to men-ano-mes
           read arqMensalidades
               invalid key
                   continue
           end-read

           if ws-fs-arqMensalidades = 23 or ws-fs-arqMensalidades = 05
              or ws-fs-arqMensalidades = 35 then

               move ws-cat-nao-encontrada to rel-categoria
               add 1 to ws-qtd-nao-encontradas
               move 0 to men-valor
               perform imprimir-linha-conciliacao

           else
           if ws-fs-arqMensalidades <> 00 then
               move 7                                      to ws-msn-erro-ofsset
               move ws-fs-arqMensalidades                  to ws-msn-erro-cod
               move "Erro ao ler arqMensalidades!"         to ws-msn-erro-text
               perform finaliza-anormal

           else
           if men-situacao = "P"
              and ws-primeira-linha-reinicio
              and men-data-pagamento = ret-data-credito then

               *>-- a execucao que caiu baixou esta linha e parou antes
               *>   do checkpoint: ja esta baixada, nao e credito em dobro
               add 1 to ws-qtd-baixadas

           else
           if men-situacao = "P" then

               *>-- credito em dobro (ou baixa ja feita na tela)
               move ws-cat-ja-paga to rel-categoria
               add 1 to ws-qtd-ja-pagas
               perform imprimir-linha-conciliacao

           else
           if ret-valor-pago <> men-valor then

               move ws-cat-valor-diferente to rel-categoria
               add 1 to ws-qtd-valor-diferente
               perform imprimir-linha-conciliacao

           else

               move space to ws-log-notas-antigas
               move men-valor to ws-men-valor-ed
               string "MES:" men-ano-mes " SIT:" men-situacao
                      " VALOR:" ws-men-valor-ed
                   delimited by size into ws-log-notas-antigas

               move "P"              to men-situacao
               move ret-data-credito to men-data-pagamento
               rewrite men-registro-mensalidade

               if ws-fs-arqMensalidades <> 00 then
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-arqMensalidades                  to ws-msn-erro-cod
                   move "Erro ao gravar no arqMensalidades!"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-qtd-baixadas

               move space to ws-log-notas-novas
               move ret-valor-pago to ws-ret-valor-ed
               string "MES:" men-ano-mes " SIT:" men-situacao
                      " PAGTO:" men-data-pagamento
                      " VALOR PAGO:" ws-ret-valor-ed
                   delimited by size into ws-log-notas-novas
               move "BAIXA-AUTO" to ws-log-operacao
               perform registrar-log

           end-if
           end-if
           end-if
           end-if
           end-if


           .
       baixar-credito-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Imprimir linha da conciliacao - categoria (ja em rel-categoria),
      *>  aluno, competencia, valor pago, valor cobrado e data do credito
      *>------------------------------------------------------------------------
       imprimir-linha-conciliacao section.


           move " "   to rel-controle
           move space to rel-detalhe

           if ret-valor-pago is numeric then
               move ret-valor-pago to ws-ret-valor-ed
           else
               move 0 to ws-ret-valor-ed
           end-if
           move men-valor to ws-men-valor-ed

           string " " ret-cod-aluno " " ret-ano-mes " "
                  ws-ret-valor-ed "   " ws-men-valor-ed " "
                  ret-data-credito
               delimited by size into rel-detalhe

           write rel-linha-conciliacao

           if ws-fs-arqConciliacao <> 00 then
               move 9                                      to ws-msn-erro-ofsset
               move ws-fs-arqConciliacao                   to ws-msn-erro-cod
               move "Erro ao gravar no arqConciliacao!"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       imprimir-linha-conciliacao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Imprimir totais da conciliacao - rodape com as quantidades por
      *>  categoria e o total baixado
      *>------------------------------------------------------------------------
       imprimir-totais section.


           move " "                                  to rel-controle
           move space                                to rel-texto
           write rel-linha-conciliacao

           move " "                                  to rel-controle
           move space                                to rel-texto
           move ws-qtd-lidos to ws-qtd-ed
           string "Creditos lidos no retorno ..: " ws-qtd-ed
               delimited by size into rel-texto
           write rel-linha-conciliacao

           move " "                                  to rel-controle
           move space                                to rel-texto
           move ws-qtd-baixadas to ws-qtd-ed
           string "Baixados automaticamente ...: " ws-qtd-ed
               delimited by size into rel-texto
           write rel-linha-conciliacao

           move " "                                  to rel-controle
           move space                                to rel-texto
           move ws-qtd-nao-encontradas to ws-qtd-ed
           string "Nao encontrados ............: " ws-qtd-ed
               delimited by size into rel-texto
           write rel-linha-conciliacao

           move " "                                  to rel-controle
           move space                                to rel-texto
           move ws-qtd-ja-pagas to ws-qtd-ed
           string "Ja pagos (credito em dobro) : " ws-qtd-ed
               delimited by size into rel-texto
           write rel-linha-conciliacao

           move " "                                  to rel-controle
           move space                                to rel-texto
           move ws-qtd-valor-diferente to ws-qtd-ed
           string "Valor pago diferente .......: " ws-qtd-ed
               delimited by size into rel-texto
           write rel-linha-conciliacao

           move " "                                  to rel-controle
           move space                                to rel-texto
           move ws-qtd-invalidas to ws-qtd-ed
           string "Linhas invalidas ...........: " ws-qtd-ed
               delimited by size into rel-texto
           write rel-linha-conciliacao

           if ws-fs-arqConciliacao <> 00 then
               move 10                                     to ws-msn-erro-ofsset
               move ws-fs-arqConciliacao                   to ws-msn-erro-cod
               move "Erro ao gravar no arqConciliacao!"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       imprimir-totais-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Recontar conciliacao - no reinicio, le a conciliacao parcial da
      *>  execucao que caiu e reconta as linhas por categoria, para o
      *>  rodape e a conferencia dos totais cobrirem o arquivo inteiro
      *>------------------------------------------------------------------------
       recontar-conciliacao section.


           open input arqConciliacao
           if ws-fs-arqConciliacao = 35 then
               set ws-fim-conciliacao to true
           else
               if ws-fs-arqConciliacao <> 00 then
                   move 11                                     to ws-msn-erro-ofsset
                   move ws-fs-arqConciliacao                   to ws-msn-erro-cod
                   move "Erro ao abrir arqConciliacao!"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until ws-fim-conciliacao

               read arqConciliacao
               if ws-fs-arqConciliacao = 10 then
                   set ws-fim-conciliacao to true
               else
                   if ws-fs-arqConciliacao <> 00 then
                       move 12                                     to ws-msn-erro-ofsset
                       move ws-fs-arqConciliacao                   to ws-msn-erro-cod
                       move "Erro ao ler arqConciliacao!"          to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   evaluate rel-categoria
                       when ws-cat-nao-encontrada
                           add 1 to ws-qtd-nao-encontradas
                       when ws-cat-ja-paga
                           add 1 to ws-qtd-ja-pagas
                       when ws-cat-valor-diferente
                           add 1 to ws-qtd-valor-diferente
                       when ws-cat-linha-invalida
                           add 1 to ws-qtd-invalidas
                       when other
                           continue
                   end-evaluate
               end-if

           end-perform

           if ws-fs-arqConciliacao <> 35 then
               close arqConciliacao
           end-if


           .
       recontar-conciliacao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar log de auditoria - grava data/hora, codigo do aluno,
      *>  operacao realizada e situacao antiga/nova da cobranca no
      *>  arqLogAlteracoes (mesmo formato de registrar-log do cadastro)
      *>------------------------------------------------------------------------
       registrar-log section.


           accept log-data       from date yyyymmdd
           accept log-hora       from time
           move   ret-cod-aluno  to log-cod-aluno
           move   ws-log-operacao      to log-operacao
           move   ws-log-notas-antigas to log-notas-antigas
           move   ws-log-notas-novas   to log-notas-novas
           move   0                    to log-cod-operador

           write log-registro-alteracao

           if ws-fs-arqLog <> 00 then
               move 13                                        to ws-msn-erro-ofsset
               move ws-fs-arqLog                               to ws-msn-erro-cod
               move "Erro ao gravar arqLogAlteracoes!"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       registrar-log-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Verificar controle - abre o arquivo de controle de execucao, acusa
      *>  uma execucao anterior que nao terminou (EXECUTANDO/ABEND) e
      *>  pergunta ao operador se reinicia do checkpoint; grava o registro
      *>  deste lote com a situacao EXECUTANDO
      *>------------------------------------------------------------------------
       verificar-controle section.


           open i-o arqControle
           if ws-fs-arqControle <> 00 and ws-fs-arqControle <> 05 then
               move 14                                            to ws-msn-erro-ofsset
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
                   display "(situacao " ctl-situacao ")."
                   display "Linhas do retorno ja processadas: " ctl-qtd-lidos
                   display "O reinicio aproveita a conciliacao parcial e"
                   display "continua na linha seguinte, sem baixar de novo."
                   display "Reiniciar do checkpoint (s) ou"
                   display "reprocessar do inicio (n)? " with no advancing
                   accept ws-resposta-reinicio

                   *>-- reinicia mesmo sem nenhuma linha no checkpoint: a
                   *>   queda pode ter sido entre a baixa da primeira linha
                   *>   e o primeiro checkpoint, e so o reinicio reconhece
                   *>   essa baixa em vez de acusar credito em dobro
                   if ws-aceitou-reinicio then
                       set  ws-reiniciando to true
                       move ctl-qtd-lidos    to ws-linhas-reinicio
                       *>-- continua os totais de onde a execucao que caiu
                       *>   parou, para o registro final OK cobrir o
                       *>   arquivo de retorno inteiro
                       move ctl-qtd-lidos    to ws-qtd-lidos
                       move ctl-qtd-gravados to ws-qtd-baixadas
                   end-if

               end-if

               perform montar-registro-controle
               rewrite ctl-registro-controle

           else
               if ws-fs-arqControle = 23 then
                   perform montar-registro-controle
                   write ctl-registro-controle
               else
                   move 15                                            to ws-msn-erro-ofsset
                   move ws-fs-arqControle                             to ws-msn-erro-cod
                   move "Erro ao ler arqControle!"                    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-fs-arqControle <> 00 then
               move 16                                            to ws-msn-erro-ofsset
               move ws-fs-arqControle                             to ws-msn-erro-cod
               move "Erro ao gravar no arqControle!"               to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       verificar-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Montar registro de controle - situacao EXECUTANDO na largada; num
      *>  reinicio, os totais continuam do checkpoint da execucao que caiu
      *>  (ctl-qtd-lidos = linhas do retorno ja processadas)
      *>------------------------------------------------------------------------
       montar-registro-controle section.


           move ws-ctl-nome-programa to ctl-programa
           accept ctl-data-inicio    from date yyyymmdd
           accept ctl-hora-inicio    from time
           move space                to ctl-parametros
           move "EXECUTANDO"         to ctl-situacao
           move ws-qtd-lidos         to ctl-qtd-lidos
           move ws-qtd-baixadas      to ctl-qtd-gravados
           move 0                    to ctl-ultimo-cod
           move space                to ctl-msn-abend


           .
       montar-registro-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar checkpoint - a cada N linhas regrava o registro de controle
      *>  com os totais parciais e o ultimo aluno processado
      *>------------------------------------------------------------------------
       gravar-checkpoint section.


           add 1 to ws-desde-checkpoint

           if ws-desde-checkpoint >= ws-intervalo-checkpoint then

               move 0 to ws-desde-checkpoint

               move ws-qtd-lidos      to ctl-qtd-lidos
               move ws-qtd-baixadas   to ctl-qtd-gravados
               if ret-cod-aluno is numeric then
                   move ret-cod-aluno to ctl-ultimo-cod
               end-if
               rewrite ctl-registro-controle

               if ws-fs-arqControle <> 00 then
                   move 17                                            to ws-msn-erro-ofsset
                   move ws-fs-arqControle                             to ws-msn-erro-cod
                   move "Erro ao gravar no arqControle!"               to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-if


           .
       gravar-checkpoint-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Encerrar controle - antes de entregar a conciliacao, confere se
      *>  os totais fecham (cada linha lida = uma baixa ou uma linha da
      *>  conciliacao); fechando, regrava o controle com a situacao OK
      *>------------------------------------------------------------------------
       encerrar-controle section.


           compute ws-qtd-conferencia = ws-qtd-baixadas
                                      + ws-qtd-nao-encontradas
                                      + ws-qtd-ja-pagas
                                      + ws-qtd-valor-diferente
                                      + ws-qtd-invalidas

           if ws-qtd-lidos <> ws-qtd-conferencia then
               move 18                                            to ws-msn-erro-ofsset
               move 0                                             to ws-msn-erro-cod
               move "Totais nao fecham - conferir conciliacao!"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "OK"              to ctl-situacao
           move ws-qtd-lidos      to ctl-qtd-lidos
           move ws-qtd-baixadas   to ctl-qtd-gravados
           rewrite ctl-registro-controle

           if ws-fs-arqControle <> 00 then
               move 19                                            to ws-msn-erro-ofsset
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

               move "n"               to ws-controle-aberto
               move "ABEND"           to ctl-situacao
               move ws-msn-erro-text  to ctl-msn-abend
               rewrite ctl-registro-controle
               close arqControle

           end-if


           .
       registrar-abend-controle-exit.
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
      *>  Finalização
      *>------------------------------------------------------------------------
       finalizacao section.

           perform imprimir-totais
           perform encerrar-controle

           close arqRetorno
           close arqMensalidades
           close arqLogAlteracoes
           close arqConciliacao

           display "Retorno bancario processado."
           display "Creditos lidos           : " ws-qtd-lidos
           display "Baixados automaticamente : " ws-qtd-baixadas
           display "Nao encontrados          : " ws-qtd-nao-encontradas
           display "Ja pagos (em dobro)      : " ws-qtd-ja-pagas
           display "Valor pago diferente     : " ws-qtd-valor-diferente
           display "Linhas invalidas         : " ws-qtd-invalidas
           display "Conferir retorno-conciliacao01.txt".
           Stop run.

           .
       finalizacao-exit.
           exit.
