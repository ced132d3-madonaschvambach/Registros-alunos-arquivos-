      $set sourceformat"free"


      *>divisão de identificação do programa
       identification division.


      *>--- nome do programa
       program-id. "lista11_num03_Movim".
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
       *>modo de acesso ao arquivo (sequencial)
       access mode     is sequential
       *>chave do arquivo
       record key is fd-cod-aluno
       *>variavel "ws-fs-arqRegistros" retona o status do arquivo (0, 35....)
       file status is  ws-fs-arqRegistros.

       *>cadastro mestre de turmas (ordem e descricao das turmas no
       *>relatorio); optional, sem o arquivo as turmas saem so com o codigo
       select optional arqTurmas assign to "arqTurmas01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is tur-cod-turma
       file status is  ws-fs-arqTurmas.

       *>arquivo de log (auditoria) - as linhas CADASTRO dao a data de
       *>entrada do aluno e as PROMOCAO/TROCA-TURMA as mudancas de turma
       *>optional: sistema recem instalado ainda nao tem log
       select optional arqLogAlteracoes assign to "arqLogAlteracoes01.txt"
       organization    is line sequential
       file status is  ws-fs-arqLog.

       *>nome lógico do relatorio de movimentacao (arquivo de saida sequencial)
       select arqMovimento assign to "movimento01.txt"
       organization    is line sequential
       file status is  ws-fs-arqMovimento.

       *>nome lógico do arquivo delimitado para o censo escolar
       select arqCenso assign to "movimento-censo01.txt"
       organization    is line sequential
       file status is  ws-fs-arqCenso.

       *>controle de execucao dos lotes - um registro por programa com a
       *>situacao EXECUTANDO/OK/ABEND; a movimentacao e so leitura e e
       *>refeita do inicio, mas o registro denuncia a queda
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
      *>--- na PROMOCAO/TROCA-TURMA o texto e "TURMA: xxxx"
           05  log-turma-antes redefines log-notas-antigas.
               10  filler                          pic x(07).
               10  log-turma-de                    pic x(04).
               10  filler                          pic x(79).
           05  filler                              pic x(01) value space.
           05  log-notas-novas                     pic x(90).
           05  log-turma-depois redefines log-notas-novas.
               10  filler                          pic x(07).
               10  log-turma-para                  pic x(04).
               10  filler                          pic x(79).
      *>--- operador que fez a operacao (zero nos lotes, que nao tem
      *>    login; no final da linha, para as linhas antigas do log
      *>    continuarem alinhadas)
           05  filler                              pic x(01) value space.
           05  log-cod-operador                    pic 9(03).


      *>--- linha impressa do relatorio de movimentacao
       fd arqMovimento.
       01  rel-linha-movimento                     pic x(80).


      *>--- linha do arquivo delimitado (campos separados por ";")
       fd arqCenso.
       01  rel-linha-censo                         pic x(160).


      *>--- registro de controle de execucao (situacao e checkpoint do lote)
       fd arqControle.
           copy "controle.cpy".


      *>--- variavéis de trabalho
       working-storage section.

       77  ws-fs-arqRegistros                      pic 9(02).
       77  ws-fs-arqTurmas                         pic 9(02).
       77  ws-fs-arqLog                            pic 9(02).
       77  ws-fs-arqMovimento                      pic 9(02).
       77  ws-fs-arqCenso                          pic 9(02).
       77  ws-fs-arqControle                       pic 9(02).

       *>--- mes/ano pedido (digitado mmaaaa) e o periodo aaaammdd
       01  ws-mov-mesano                           pic 9(06) value 0.
       01  filler redefines ws-mov-mesano.
           05  ws-mov-mes                          pic 9(02).
           05  ws-mov-ano                          pic 9(04).
       77  ws-mov-anomes                           pic 9(06) value 0.
       77  ws-mov-inicio                           pic 9(08) value 0.
       77  ws-mov-fim                              pic 9(08) value 0.

       *>--- historia de cada aluno no log, uma entrada por codigo de aluno
       *>    possivel (fd-cod-aluno e pic 9(04)), como na conciliacao:
       *>    data do ultimo CADASTRO, turma em que entrou (a de origem da
       *>    primeira troca depois do cadastro), turma no inicio e no fim
       *>    do mes (a de origem da primeira troca a partir do inicio / depois
       *>    do fim do mes) e a ultima troca dentro do mes
       01  ws-historia-log.
           05  ws-his-entrada                      occurs 9999 times.
               10  ws-his-data-cad                 pic 9(08) value 0.
               10  ws-his-tem-turma-cad            pic x(01) value "n".
               10  ws-his-turma-cad                pic x(04) value space.
               10  ws-his-tem-turma-ini            pic x(01) value "n".
               10  ws-his-turma-ini                pic x(04) value space.
               10  ws-his-tem-turma-fim            pic x(01) value "n".
               10  ws-his-turma-fim                pic x(04) value space.
               10  ws-his-data-troca               pic 9(08) value 0.
               10  ws-his-oper-troca               pic x(12) value space.

       *>--- quadro por turma (na ordem do cadastro de turmas; turma que so
       *>    aparece nos alunos entra no fim)
       77  ws-max-turmas                           pic 9(03) value 200.
       77  ws-qtd-turmas                           pic 9(03) value 0.
       77  ws-idx-turma                            pic 9(03) value 0.
       77  ws-idx-busca                            pic 9(03) value 0.
       01  ws-quadro-turmas.
           05  ws-qua-turma                        occurs 200 times.
               10  ws-qua-cod-turma                pic x(04).
               10  ws-qua-descricao                pic x(25).
               10  ws-qua-abertura                 pic 9(04).
               10  ws-qua-entradas                 pic 9(04).
               10  ws-qua-transferidos             pic 9(04).
               10  ws-qua-trancados                pic 9(04).
               10  ws-qua-concluidos               pic 9(04).
               10  ws-qua-rem-entrada              pic 9(04).
               10  ws-qua-rem-saida                pic 9(04).
               10  ws-qua-fechamento               pic 9(04).

       *>--- totais da escola (mesmas colunas do quadro)
       01  ws-quadro-total.
           05  ws-tot-abertura                     pic 9(05) value 0.
           05  ws-tot-entradas                     pic 9(05) value 0.
           05  ws-tot-transferidos                 pic 9(05) value 0.
           05  ws-tot-trancados                    pic 9(05) value 0.
           05  ws-tot-concluidos                   pic 9(05) value 0.
           05  ws-tot-rem-entrada                  pic 9(05) value 0.
           05  ws-tot-rem-saida                    pic 9(05) value 0.
           05  ws-tot-fechamento                   pic 9(05) value 0.

       *>--- alunos movimentados no mes, para a lista por turma e o arquivo
       *>    do censo: ENTRADA, TRANSF., TRANCAM., CONCLUSAO e REMANEJ.
       77  ws-max-movimentos                       pic 9(04) value 2000.
       77  ws-qtd-movimentos                       pic 9(04) value 0.
       77  ws-qtd-mov-fora                         pic 9(04) value 0.
       77  ws-idx-mov                              pic 9(04) value 0.
       01  ws-lista-movimentos.
           05  ws-mvt-movimento                    occurs 2000 times.
               10  ws-mvt-cod-aluno                pic 9(04).
               10  ws-mvt-nome-aluno               pic x(25).
               10  ws-mvt-tipo                     pic x(10).
               10  ws-mvt-turma                    pic x(04).
               10  ws-mvt-turma-destino            pic x(04).
               10  ws-mvt-data                     pic 9(08).
               10  ws-mvt-motivo                   pic x(25).

       *>--- aluno corrente: turma no inicio/fim do mes e onde a movimentacao
       *>    dele comeca (abertura ou entrada) e termina (fechamento ou saida)
       77  ws-alu-turma-ini                        pic x(04).
       77  ws-alu-turma-fim                        pic x(04).
       77  ws-alu-turma-cad                        pic x(04).
       77  ws-alu-data-cad                         pic 9(08).
       77  ws-alu-data-saida                       pic 9(08).
       77  ws-alu-turma-origem                     pic x(04).
       77  ws-alu-turma-destino                    pic x(04).
       77  ws-alu-ativo-ini-flag                   pic x(01) value "n".
           88  ws-alu-ativo-ini                    value "s".
       77  ws-alu-ativo-fim-flag                   pic x(01) value "n".
           88  ws-alu-ativo-fim                    value "s".
       77  ws-alu-entrou-flag                      pic x(01) value "n".
           88  ws-alu-entrou                       value "s".

       *>--- turma procurada/incluida no quadro
       77  ws-turma-busca                          pic x(04).
       77  ws-turma-achada-flag                    pic x(01) value "n".
           88  ws-turma-achada                     value "s".

       *>--- conferencia abertura + entradas - saidas = fechamento
       77  ws-conf-calculado                       pic 9(05) value 0.
       77  ws-conf-saidas                          pic 9(05) value 0.
       77  ws-qtd-divergencias                     pic 9(04) value 0.

       *>--- fim de cada arquivo percorrido
       77  ws-fim-arquivo-flag                     pic x(01) value "n".
           88  ws-fim                              value "s".

       *>--- montagem das linhas
       77  ws-mov-ptr                              pic 9(03).
       77  ws-mov-rotulo                           pic x(10).
       77  ws-mov-texto                            pic x(25).
       77  ws-mov-situacao                         pic x(12).

       *>--- contadores da execucao
       77  ws-qtd-log-lidas                        pic 9(06) value 0.
       77  ws-qtd-alunos                           pic 9(06) value 0.
       77  ws-qtd-lidos                            pic 9(06) value 0.

       *>--- controle de execucao: nome deste lote no arquivo de controle;
       *>    a movimentacao e sempre refeita do inicio - o controle serve
       *>    para denunciar a queda
       77  ws-ctl-nome-programa                    pic x(20) value "MOVIMENTO".
       77  ws-controle-aberto                      pic x(01) value "n".
           88  ws-controle-ok                      value "s".
       *>--- grava o checkpoint a cada N alunos lidos
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
           perform carregar-turmas.
           perform carregar-log.
           perform processamento.
           perform finalizacao.


      *>------------------------------------------------------------------------
      *>  Inicialização - pergunta o mes/ano da movimentacao, monta o
      *>  periodo e abre os arquivos (todos os do sistema so para leitura)
      *>------------------------------------------------------------------------
       inicializacao section.


           display " "
           display "Mes/ano da movimentacao (mmaaaa): " with no advancing
           accept ws-mov-mesano

           if ws-mov-mes < 1 or ws-mov-mes > 12 or ws-mov-ano = 0 then
               display "Mes/ano invalido."
               stop run
           end-if

           compute ws-mov-anomes = ws-mov-ano * 100 + ws-mov-mes
           compute ws-mov-inicio = ws-mov-anomes * 100 + 1
           compute ws-mov-fim    = ws-mov-anomes * 100 + 31

           open input arqRegistros
           if ws-fs-arqRegistros  <> 00 and ws-fs-arqRegistros <> 05 then
               move 1                                             to ws-msn-erro-ofsset
               move ws-fs-arqRegistros                            to ws-msn-erro-cod
               move "Erro ao abrir arqRegistros!"                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if ws-fs-arqTurmas <> 00 and ws-fs-arqTurmas <> 05
              and ws-fs-arqTurmas <> 35 then
               move 2                                             to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                               to ws-msn-erro-cod
               move "Erro ao abrir arqTurmas!"                    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqLogAlteracoes
           if ws-fs-arqLog <> 00 and ws-fs-arqLog <> 05 then
               move 3                                             to ws-msn-erro-ofsset
               move ws-fs-arqLog                                  to ws-msn-erro-cod
               move "Erro ao abrir arqLogAlteracoes!"             to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqMovimento
           if ws-fs-arqMovimento <> 00 then
               move 4                                             to ws-msn-erro-ofsset
               move ws-fs-arqMovimento                            to ws-msn-erro-cod
               move "Erro ao abrir arqMovimento!"                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqCenso
           if ws-fs-arqCenso <> 00 then
               move 5                                             to ws-msn-erro-ofsset
               move ws-fs-arqCenso                                to ws-msn-erro-cod
               move "Erro ao abrir arqCenso!"                     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *>-- acusa no controle uma execucao anterior que nao terminou e
           *>   registra esta largada
           perform verificar-controle


           .
       inicializacao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Verificar controle - abre o arquivo de controle de execucao, acusa
      *>  uma execucao anterior que nao terminou (EXECUTANDO/ABEND) e grava
      *>  o registro deste lote com a situacao EXECUTANDO; nao ha reinicio
      *>  de checkpoint - a movimentacao recomeca do zero de qualquer forma
      *>------------------------------------------------------------------------
       verificar-controle section.


           open i-o arqControle
           if ws-fs-arqControle <> 00 and ws-fs-arqControle <> 05 then
               move 6                                             to ws-msn-erro-ofsset
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
                   display "(situacao " ctl-situacao "); a movimentacao"
                   display "sera refeita do inicio."
               end-if
               perform montar-registro-controle
               rewrite ctl-registro-controle
           else
               if ws-fs-arqControle = 23 then
                   perform montar-registro-controle
                   write ctl-registro-controle
               else
                   move 7                                             to ws-msn-erro-ofsset
                   move ws-fs-arqControle                             to ws-msn-erro-cod
                   move "Erro ao ler arqControle!"                    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-fs-arqControle <> 00 then
               move 8                                             to ws-msn-erro-ofsset
               move ws-fs-arqControle                             to ws-msn-erro-cod
               move "Erro ao gravar no arqControle!"               to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       verificar-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Montar registro de controle - situacao EXECUTANDO na largada e o
      *>  mes/ano da movimentacao nos parametros
      *>------------------------------------------------------------------------
       montar-registro-controle section.


           move ws-ctl-nome-programa to ctl-programa
           accept ctl-data-inicio    from date yyyymmdd
           accept ctl-hora-inicio    from time
           move space                to ctl-parametros
           string "MES " ws-mov-mes "/" ws-mov-ano
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
      *>  Gravar checkpoint - a cada N alunos lidos regrava o registro de
      *>  controle com os totais parciais
      *>------------------------------------------------------------------------
       gravar-checkpoint section.


           add 1 to ws-qtd-lidos
           add 1 to ws-desde-checkpoint
           if ws-desde-checkpoint >= ws-intervalo-checkpoint then
               move 0 to ws-desde-checkpoint
               move ws-qtd-lidos         to ctl-qtd-lidos
               move ws-qtd-movimentos    to ctl-qtd-gravados
               move fd-cod-aluno         to ctl-ultimo-cod
               rewrite ctl-registro-controle
               if ws-fs-arqControle <> 00 then
                   move 9                                             to ws-msn-erro-ofsset
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
           move ws-qtd-movimentos    to ctl-qtd-gravados
           rewrite ctl-registro-controle
           if ws-fs-arqControle <> 00 then
               move 10                                            to ws-msn-erro-ofsset
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
               move ws-qtd-movimentos    to ctl-qtd-gravados
               move ws-msn-erro-text     to ctl-msn-abend
               rewrite ctl-registro-controle
               close arqControle
           end-if


           .
       registrar-abend-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Carregar turmas - o quadro comeca com as turmas do cadastro
      *>  mestre, na ordem do codigo, todas zeradas
      *>------------------------------------------------------------------------
       carregar-turmas section.


           move "n" to ws-fim-arquivo-flag

           read arqTurmas next
           if ws-fs-arqTurmas = 10 or ws-fs-arqTurmas = 05 then
               set ws-fim to true
           else
               if ws-fs-arqTurmas <> 00 then
                   move 11                                            to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                               to ws-msn-erro-cod
                   move "Erro ao ler arqTurmas!"                      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until ws-fim

               move tur-cod-turma to ws-turma-busca
               perform localizar-turma-quadro
               move tur-descricao to ws-qua-descricao(ws-idx-turma)

               read arqTurmas next
               if ws-fs-arqTurmas = 10 then
                   set ws-fim to true
               else
                   if ws-fs-arqTurmas <> 00 then
                       move 12                                            to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas                               to ws-msn-erro-cod
                       move "Erro ao ler arqTurmas!"                      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform


           .
       carregar-turmas-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Carregar log - le o log do inicio ao fim e guarda, por codigo de
      *>  aluno, a data do CADASTRO e as trocas de turma (PROMOCAO e
      *>  TROCA-TURMA) que interessam ao mes: a turma de origem da primeira
      *>  troca depois do cadastro, a partir do inicio do mes e depois do
      *>  fim do mes, e a ultima troca dentro do mes. EXCLUSAO apaga a
      *>  historia do codigo (codigo reaproveitado comeca do zero)
      *>------------------------------------------------------------------------
       carregar-log section.


           move "n" to ws-fim-arquivo-flag

           read arqLogAlteracoes
           if ws-fs-arqLog = 10 or ws-fs-arqLog = 05 or ws-fs-arqLog = 35 then
               set ws-fim to true
           else
               if ws-fs-arqLog <> 00 then
                   move 13                                            to ws-msn-erro-ofsset
                   move ws-fs-arqLog                                  to ws-msn-erro-cod
                   move "Erro ao ler arqLogAlteracoes!"               to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until ws-fim

               if log-cod-aluno > 0 then
                   add 1 to ws-qtd-log-lidas

                   evaluate log-operacao
                       when "CADASTRO"
                           perform limpar-historia-aluno
                           move log-data to ws-his-data-cad(log-cod-aluno)
                       when "EXCLUSAO"
                           perform limpar-historia-aluno
                       when "PROMOCAO"
                       when "TROCA-TURMA"
                           perform registrar-troca-turma
                       when other
                           continue
                   end-evaluate
               end-if

               read arqLogAlteracoes
               if ws-fs-arqLog = 10 then
                   set ws-fim to true
               else
                   if ws-fs-arqLog <> 00 then
                       move 14                                            to ws-msn-erro-ofsset
                       move ws-fs-arqLog                                  to ws-msn-erro-cod
                       move "Erro ao ler arqLogAlteracoes!"               to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform


           .
       carregar-log-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Limpar historia do aluno - zera a entrada do codigo da linha de
      *>  log corrente
      *>------------------------------------------------------------------------
       limpar-historia-aluno section.


           move 0     to ws-his-data-cad(log-cod-aluno)
           move "n"   to ws-his-tem-turma-cad(log-cod-aluno)
           move space to ws-his-turma-cad(log-cod-aluno)
           move "n"   to ws-his-tem-turma-ini(log-cod-aluno)
           move space to ws-his-turma-ini(log-cod-aluno)
           move "n"   to ws-his-tem-turma-fim(log-cod-aluno)
           move space to ws-his-turma-fim(log-cod-aluno)
           move 0     to ws-his-data-troca(log-cod-aluno)
           move space to ws-his-oper-troca(log-cod-aluno)


           .
       limpar-historia-aluno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar troca de turma - o log esta em ordem cronologica, entao
      *>  a primeira troca vista depois de cada marco (cadastro, inicio do
      *>  mes, fim do mes) guarda a turma em que o aluno estava naquele
      *>  marco; sem troca depois do marco, vale a turma atual do cadastro
      *>------------------------------------------------------------------------
       registrar-troca-turma section.


           if ws-his-data-cad(log-cod-aluno) <> 0
              and ws-his-tem-turma-cad(log-cod-aluno) = "n" then
               move "s"          to ws-his-tem-turma-cad(log-cod-aluno)
               move log-turma-de to ws-his-turma-cad(log-cod-aluno)
           end-if

           if log-data >= ws-mov-inicio
              and ws-his-tem-turma-ini(log-cod-aluno) = "n" then
               move "s"          to ws-his-tem-turma-ini(log-cod-aluno)
               move log-turma-de to ws-his-turma-ini(log-cod-aluno)
           end-if

           if log-data > ws-mov-fim
              and ws-his-tem-turma-fim(log-cod-aluno) = "n" then
               move "s"          to ws-his-tem-turma-fim(log-cod-aluno)
               move log-turma-de to ws-his-turma-fim(log-cod-aluno)
           end-if

           if log-data >= ws-mov-inicio and log-data <= ws-mov-fim then
               move log-data     to ws-his-data-troca(log-cod-aluno)
               move log-operacao to ws-his-oper-troca(log-cod-aluno)
           end-if


           .
       registrar-troca-turma-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Processamento - percorre arqRegistros do primeiro ao ultimo
      *>  registro montando a movimentacao de cada aluno no quadro
      *>------------------------------------------------------------------------
       processamento section.


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

               *>-- codigo zerado nao tem historia possivel no log
               if fd-cod-aluno > 0 then
                   add 1 to ws-qtd-alunos
                   perform movimentar-aluno
               end-if
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
       processamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Movimentar aluno - reconstitui o aluno no inicio e no fim do mes:
      *>  ativo no inicio (cadastrado antes do mes e sem saida antes dele)
      *>  conta na abertura da turma do inicio; cadastrado no mes conta como
      *>  entrada na turma em que entrou; ativo no fim conta no fechamento
      *>  da turma do fim; saida (T/R/C) datada no mes conta na turma do
      *>  fim. Turma de partida diferente da de chegada e um remanejamento
      *>  (sai de uma, entra na outra) - assim cada turma fecha: abertura +
      *>  entradas + remanejados que entraram - saidas - remanejados que
      *>  sairam = fechamento. Cadastro sem CADASTRO no log (anterior ao
      *>  log) conta como aluno antigo
      *>------------------------------------------------------------------------
       movimentar-aluno section.


           move ws-his-data-cad(fd-cod-aluno) to ws-alu-data-cad

           if ws-his-tem-turma-ini(fd-cod-aluno) = "s" then
               move ws-his-turma-ini(fd-cod-aluno) to ws-alu-turma-ini
           else
               move fd-turma to ws-alu-turma-ini
           end-if

           if ws-his-tem-turma-fim(fd-cod-aluno) = "s" then
               move ws-his-turma-fim(fd-cod-aluno) to ws-alu-turma-fim
           else
               move fd-turma to ws-alu-turma-fim
           end-if

           if ws-his-tem-turma-cad(fd-cod-aluno) = "s" then
               move ws-his-turma-cad(fd-cod-aluno) to ws-alu-turma-cad
           else
               move fd-turma to ws-alu-turma-cad
           end-if

           *>-- data da saida; matricula ativa (ou espaco) nao tem saida
           if fd-sit-matricula = "T" or fd-sit-matricula = "R"
              or fd-sit-matricula = "C" then
               move fd-data-sit-matricula to ws-alu-data-saida
           else
               move 99999999 to ws-alu-data-saida
           end-if

           move "n" to ws-alu-ativo-ini-flag
           move "n" to ws-alu-ativo-fim-flag
           move "n" to ws-alu-entrou-flag

           if ws-alu-data-cad < ws-mov-inicio
              and ws-alu-data-saida >= ws-mov-inicio then
               set ws-alu-ativo-ini to true
           end-if

           if ws-alu-data-cad >= ws-mov-inicio
              and ws-alu-data-cad <= ws-mov-fim then
               set ws-alu-entrou to true
           end-if

           if ws-alu-data-cad <= ws-mov-fim
              and ws-alu-data-saida > ws-mov-fim then
               set ws-alu-ativo-fim to true
           end-if

           *>-- aluno que nao estava nem entrou no mes fica fora do quadro
           if ws-alu-ativo-ini or ws-alu-entrou then

               *>-- ponto de partida: abertura ou entrada
               if ws-alu-ativo-ini then
                   move ws-alu-turma-ini to ws-alu-turma-origem
                   move ws-alu-turma-origem to ws-turma-busca
                   perform localizar-turma-quadro
                   add 1 to ws-qua-abertura(ws-idx-turma)
               else
                   move ws-alu-turma-cad to ws-alu-turma-origem
                   move ws-alu-turma-origem to ws-turma-busca
                   perform localizar-turma-quadro
                   add 1 to ws-qua-entradas(ws-idx-turma)

                   move "ENTRADA"          to ws-mov-rotulo
                   move ws-alu-turma-origem to ws-alu-turma-destino
                   move ws-alu-data-cad    to ws-alu-data-saida
                   move "Matricula no mes"  to ws-mov-texto
                   perform incluir-movimento
               end-if

               move ws-alu-turma-fim to ws-alu-turma-destino

               *>-- remanejamento: turma de partida diferente da de chegada
               if ws-alu-turma-destino <> ws-alu-turma-origem then
                   move ws-alu-turma-origem to ws-turma-busca
                   perform localizar-turma-quadro
                   add 1 to ws-qua-rem-saida(ws-idx-turma)
                   move ws-alu-turma-destino to ws-turma-busca
                   perform localizar-turma-quadro
                   add 1 to ws-qua-rem-entrada(ws-idx-turma)

                   move "REMANEJ."        to ws-mov-rotulo
                   if ws-his-oper-troca(fd-cod-aluno) = "PROMOCAO" then
                       move "Promocao de serie" to ws-mov-texto
                   else
                       move "Troca de turma"    to ws-mov-texto
                   end-if
                   move ws-his-data-troca(fd-cod-aluno) to ws-alu-data-saida
                   perform incluir-movimento
               end-if

               *>-- ponto de chegada: fechamento ou saida
               move ws-alu-turma-destino to ws-turma-busca
               perform localizar-turma-quadro

               if ws-alu-ativo-fim then
                   add 1 to ws-qua-fechamento(ws-idx-turma)
               else
                   evaluate fd-sit-matricula
                       when "T"
                           add 1 to ws-qua-transferidos(ws-idx-turma)
                           move "TRANSF."   to ws-mov-rotulo
                       when "R"
                           add 1 to ws-qua-trancados(ws-idx-turma)
                           move "TRANCAM."  to ws-mov-rotulo
                       when other
                           add 1 to ws-qua-concluidos(ws-idx-turma)
                           move "CONCLUSAO" to ws-mov-rotulo
                   end-evaluate
                   move ws-alu-turma-destino  to ws-alu-turma-origem
                   move fd-data-sit-matricula to ws-alu-data-saida
                   move fd-motivo-sit-matricula to ws-mov-texto
                   perform incluir-movimento
               end-if

           end-if


           .
       movimentar-aluno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Incluir movimento - guarda o aluno movimentado (rotulo, turmas,
      *>  data e motivo) para a lista por turma e o arquivo do censo; lista
      *>  cheia so conta (sai no rodape)
      *>------------------------------------------------------------------------
       incluir-movimento section.


           if ws-qtd-movimentos >= ws-max-movimentos then
               add 1 to ws-qtd-mov-fora
           else
               add 1 to ws-qtd-movimentos
               move fd-cod-aluno         to ws-mvt-cod-aluno(ws-qtd-movimentos)
               move fd-nome-aluno        to ws-mvt-nome-aluno(ws-qtd-movimentos)
               move ws-mov-rotulo        to ws-mvt-tipo(ws-qtd-movimentos)
               move ws-alu-turma-origem  to ws-mvt-turma(ws-qtd-movimentos)
               move ws-alu-turma-destino to ws-mvt-turma-destino(ws-qtd-movimentos)
               move ws-alu-data-saida    to ws-mvt-data(ws-qtd-movimentos)
               move ws-mov-texto         to ws-mvt-motivo(ws-qtd-movimentos)
           end-if


           .
       incluir-movimento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Localizar turma no quadro - procura ws-turma-busca e, nao achando,
      *>  inclui a turma no fim do quadro (zerada); devolve ws-idx-turma
      *>------------------------------------------------------------------------
       localizar-turma-quadro section.


           move "n" to ws-turma-achada-flag

           perform varying ws-idx-busca from 1 by 1
                   until ws-idx-busca > ws-qtd-turmas or ws-turma-achada
               if ws-qua-cod-turma(ws-idx-busca) = ws-turma-busca then
                   move ws-idx-busca to ws-idx-turma
                   set ws-turma-achada to true
               end-if
           end-perform

           if not ws-turma-achada then

               if ws-qtd-turmas >= ws-max-turmas then
                   move 17                                            to ws-msn-erro-ofsset
                   move 0                                             to ws-msn-erro-cod
                   move "Turmas demais para o quadro!"                to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-qtd-turmas
               move ws-qtd-turmas  to ws-idx-turma
               move ws-turma-busca to ws-qua-cod-turma(ws-idx-turma)
               if ws-turma-busca = space then
                   move "SEM TURMA"  to ws-qua-descricao(ws-idx-turma)
               else
                   move space        to ws-qua-descricao(ws-idx-turma)
               end-if
               move 0 to ws-qua-abertura(ws-idx-turma)
               move 0 to ws-qua-entradas(ws-idx-turma)
               move 0 to ws-qua-transferidos(ws-idx-turma)
               move 0 to ws-qua-trancados(ws-idx-turma)
               move 0 to ws-qua-concluidos(ws-idx-turma)
               move 0 to ws-qua-rem-entrada(ws-idx-turma)
               move 0 to ws-qua-rem-saida(ws-idx-turma)
               move 0 to ws-qua-fechamento(ws-idx-turma)

           end-if


           .
       localizar-turma-quadro-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar relatorio - cabecalho, um bloco por turma com movimento
      *>  (numeros, conferencia e alunos movimentados) e o total da escola;
      *>  o arquivo do censo recebe as mesmas linhas em formato delimitado
      *>------------------------------------------------------------------------
       gravar-relatorio section.


           move "-------- MOVIMENTACAO DE MATRICULAS POR TURMA --------"
             to rel-linha-movimento
           perform gravar-linha-movimento

           move space to rel-linha-movimento
           move 1     to ws-mov-ptr
           string "Mes/ano: " ws-mov-mes "/" ws-mov-ano
                  "   (abertura + entradas - saidas = fechamento)"
               delimited by size into rel-linha-movimento
                   with pointer ws-mov-ptr
           perform gravar-linha-movimento

           move "Tipo;AnoMes;Turma;Descricao;Abertura;Entradas;Transferidos;"
             &  "Trancados;Concluidos;RemanejEntrada;RemanejSaida;Fechamento"
             to rel-linha-censo
           perform gravar-linha-censo

           perform varying ws-idx-turma from 1 by 1
                   until ws-idx-turma > ws-qtd-turmas

               if ws-qua-abertura(ws-idx-turma)     <> 0
                  or ws-qua-entradas(ws-idx-turma)  <> 0
                  or ws-qua-rem-entrada(ws-idx-turma) <> 0
                  or ws-qua-rem-saida(ws-idx-turma) <> 0
                  or ws-qua-fechamento(ws-idx-turma) <> 0 then
                   perform gravar-bloco-turma
               end-if

               add ws-qua-abertura(ws-idx-turma)     to ws-tot-abertura
               add ws-qua-entradas(ws-idx-turma)     to ws-tot-entradas
               add ws-qua-transferidos(ws-idx-turma) to ws-tot-transferidos
               add ws-qua-trancados(ws-idx-turma)    to ws-tot-trancados
               add ws-qua-concluidos(ws-idx-turma)   to ws-tot-concluidos
               add ws-qua-rem-entrada(ws-idx-turma)  to ws-tot-rem-entrada
               add ws-qua-rem-saida(ws-idx-turma)    to ws-tot-rem-saida
               add ws-qua-fechamento(ws-idx-turma)   to ws-tot-fechamento

           end-perform

           perform gravar-bloco-total
           perform gravar-censo-alunos


           .
       gravar-relatorio-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar bloco da turma - numeros do mes, conferencia e os alunos
      *>  movimentados da turma (o remanejado sai nas duas turmas)
      *>------------------------------------------------------------------------
       gravar-bloco-turma section.


           move space to rel-linha-movimento
           perform gravar-linha-movimento

           move space to rel-linha-movimento
           move 1     to ws-mov-ptr
           string "TURMA " ws-qua-cod-turma(ws-idx-turma) " "
                  ws-qua-descricao(ws-idx-turma)
               delimited by size into rel-linha-movimento
                   with pointer ws-mov-ptr
           perform gravar-linha-movimento

           move space to rel-linha-movimento
           move 1     to ws-mov-ptr
           string "  Abertura " ws-qua-abertura(ws-idx-turma)
                  "  Entradas " ws-qua-entradas(ws-idx-turma)
                  "  Transf. " ws-qua-transferidos(ws-idx-turma)
                  "  Tranc. " ws-qua-trancados(ws-idx-turma)
                  "  Concl. " ws-qua-concluidos(ws-idx-turma)
               delimited by size into rel-linha-movimento
                   with pointer ws-mov-ptr
           perform gravar-linha-movimento

           *>-- conferencia: abertura + entradas - saidas = fechamento
           compute ws-conf-saidas = ws-qua-transferidos(ws-idx-turma)
                                  + ws-qua-trancados(ws-idx-turma)
                                  + ws-qua-concluidos(ws-idx-turma)
                                  + ws-qua-rem-saida(ws-idx-turma)
           compute ws-conf-calculado = ws-qua-abertura(ws-idx-turma)
                                     + ws-qua-entradas(ws-idx-turma)
                                     + ws-qua-rem-entrada(ws-idx-turma)
                                     - ws-conf-saidas
           if ws-conf-calculado = ws-qua-fechamento(ws-idx-turma) then
               move "CONFERE"     to ws-mov-situacao
           else
               move "DIVERGENCIA" to ws-mov-situacao
               add 1 to ws-qtd-divergencias
           end-if

           move space to rel-linha-movimento
           move 1     to ws-mov-ptr
           string "  Remanej. entrada " ws-qua-rem-entrada(ws-idx-turma)
                  "  saida " ws-qua-rem-saida(ws-idx-turma)
                  "  Fechamento " ws-qua-fechamento(ws-idx-turma)
                  "  " ws-mov-situacao
               delimited by size into rel-linha-movimento
                   with pointer ws-mov-ptr
           perform gravar-linha-movimento

           *>-- alunos movimentados da turma
           perform varying ws-idx-mov from 1 by 1
                   until ws-idx-mov > ws-qtd-movimentos

               if ws-mvt-turma(ws-idx-mov) = ws-qua-cod-turma(ws-idx-turma)
                  or ws-mvt-turma-destino(ws-idx-mov) = ws-qua-cod-turma(ws-idx-turma) then
                   perform gravar-linha-aluno
               end-if

           end-perform

           *>-- mesma linha no arquivo do censo
           move space to rel-linha-censo
           move 1     to ws-mov-ptr
           string "T;" ws-mov-anomes ";" ws-qua-cod-turma(ws-idx-turma) ";"
                  ws-qua-descricao(ws-idx-turma) ";"
                  ws-qua-abertura(ws-idx-turma) ";"
                  ws-qua-entradas(ws-idx-turma) ";"
                  ws-qua-transferidos(ws-idx-turma) ";"
                  ws-qua-trancados(ws-idx-turma) ";"
                  ws-qua-concluidos(ws-idx-turma) ";"
                  ws-qua-rem-entrada(ws-idx-turma) ";"
                  ws-qua-rem-saida(ws-idx-turma) ";"
                  ws-qua-fechamento(ws-idx-turma)
               delimited by size into rel-linha-censo
                   with pointer ws-mov-ptr
           perform gravar-linha-censo


           .
       gravar-bloco-turma-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar linha do aluno - rotulo, codigo, nome, data e motivo; no
      *>  remanejamento, a outra turma no lugar do motivo ("p/" na turma
      *>  de onde saiu, "de" na turma onde entrou)
      *>------------------------------------------------------------------------
       gravar-linha-aluno section.


           if ws-mvt-tipo(ws-idx-mov) = "REMANEJ." then
               move space to ws-mov-texto
               if ws-mvt-turma(ws-idx-mov) = ws-qua-cod-turma(ws-idx-turma) then
                   string "p/ " ws-mvt-turma-destino(ws-idx-mov) " "
                          ws-mvt-motivo(ws-idx-mov)
                       delimited by size into ws-mov-texto
               else
                   string "de " ws-mvt-turma(ws-idx-mov) " "
                          ws-mvt-motivo(ws-idx-mov)
                       delimited by size into ws-mov-texto
               end-if
           else
               move ws-mvt-motivo(ws-idx-mov) to ws-mov-texto
           end-if

           move space to rel-linha-movimento
           move 1     to ws-mov-ptr
           string "  " ws-mvt-tipo(ws-idx-mov) " "
                  ws-mvt-cod-aluno(ws-idx-mov) " "
                  ws-mvt-nome-aluno(ws-idx-mov) " "
                  ws-mvt-data(ws-idx-mov) " "
                  ws-mov-texto
               delimited by size into rel-linha-movimento
                   with pointer ws-mov-ptr
           perform gravar-linha-movimento


           .
       gravar-linha-aluno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar bloco total - numeros da escola e a conferencia geral (no
      *>  total os remanejamentos se anulam)
      *>------------------------------------------------------------------------
       gravar-bloco-total section.


           move space to rel-linha-movimento
           perform gravar-linha-movimento

           move "TOTAL DA ESCOLA" to rel-linha-movimento
           perform gravar-linha-movimento

           move space to rel-linha-movimento
           move 1     to ws-mov-ptr
           string "  Abertura " ws-tot-abertura
                  "  Entradas " ws-tot-entradas
                  "  Transf. " ws-tot-transferidos
                  "  Tranc. " ws-tot-trancados
                  "  Concl. " ws-tot-concluidos
               delimited by size into rel-linha-movimento
                   with pointer ws-mov-ptr
           perform gravar-linha-movimento

           compute ws-conf-saidas = ws-tot-transferidos + ws-tot-trancados
                                  + ws-tot-concluidos + ws-tot-rem-saida
           compute ws-conf-calculado = ws-tot-abertura + ws-tot-entradas
                                     + ws-tot-rem-entrada - ws-conf-saidas
           if ws-conf-calculado = ws-tot-fechamento then
               move "CONFERE"     to ws-mov-situacao
           else
               move "DIVERGENCIA" to ws-mov-situacao
               add 1 to ws-qtd-divergencias
           end-if

           move space to rel-linha-movimento
           move 1     to ws-mov-ptr
           string "  Remanej. entrada " ws-tot-rem-entrada
                  "  saida " ws-tot-rem-saida
                  "  Fechamento " ws-tot-fechamento
                  "  " ws-mov-situacao
               delimited by size into rel-linha-movimento
                   with pointer ws-mov-ptr
           perform gravar-linha-movimento

           if ws-qtd-mov-fora > 0 then
               move space to rel-linha-movimento
               move 1     to ws-mov-ptr
               string "  Alunos movimentados fora da lista (lista cheia): "
                      ws-qtd-mov-fora
                   delimited by size into rel-linha-movimento
                       with pointer ws-mov-ptr
               perform gravar-linha-movimento
           end-if

           move space to rel-linha-censo
           move 1     to ws-mov-ptr
           string "T;" ws-mov-anomes ";TOTAL;TOTAL DA ESCOLA;"
                  ws-tot-abertura ";" ws-tot-entradas ";"
                  ws-tot-transferidos ";" ws-tot-trancados ";"
                  ws-tot-concluidos ";" ws-tot-rem-entrada ";"
                  ws-tot-rem-saida ";" ws-tot-fechamento
               delimited by size into rel-linha-censo
                   with pointer ws-mov-ptr
           perform gravar-linha-censo


           .
       gravar-bloco-total-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar censo dos alunos - segundo bloco do arquivo delimitado, uma
      *>  linha por aluno movimentado, com o proprio cabecalho
      *>------------------------------------------------------------------------
       gravar-censo-alunos section.


           move "Tipo;AnoMes;Codigo;Nome;Movimento;Turma;TurmaDestino;Data;Motivo"
             to rel-linha-censo
           perform gravar-linha-censo

           perform varying ws-idx-mov from 1 by 1
                   until ws-idx-mov > ws-qtd-movimentos

               move space to rel-linha-censo
               move 1     to ws-mov-ptr
               string "A;" ws-mov-anomes ";"
                      ws-mvt-cod-aluno(ws-idx-mov) ";"
                      ws-mvt-nome-aluno(ws-idx-mov) ";"
                      ws-mvt-tipo(ws-idx-mov) ";"
                      ws-mvt-turma(ws-idx-mov) ";"
                      ws-mvt-turma-destino(ws-idx-mov) ";"
                      ws-mvt-data(ws-idx-mov) ";"
                      ws-mvt-motivo(ws-idx-mov)
                   delimited by size into rel-linha-censo
                       with pointer ws-mov-ptr
               perform gravar-linha-censo

           end-perform


           .
       gravar-censo-alunos-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar linha do relatorio - grava rel-linha-movimento ja montada
      *>------------------------------------------------------------------------
       gravar-linha-movimento section.


           write rel-linha-movimento

           if ws-fs-arqMovimento <> 00 then
               move 18                                     to ws-msn-erro-ofsset
               move ws-fs-arqMovimento                     to ws-msn-erro-cod
               move "Erro ao gravar no arqMovimento!"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-linha-movimento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar linha do censo - grava rel-linha-censo ja montada
      *>------------------------------------------------------------------------
       gravar-linha-censo section.


           write rel-linha-censo

           if ws-fs-arqCenso <> 00 then
               move 19                                     to ws-msn-erro-ofsset
               move ws-fs-arqCenso                         to ws-msn-erro-cod
               move "Erro ao gravar no arqCenso!"          to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       gravar-linha-censo-exit.
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
      *>  Finalização - grava o relatorio e o arquivo do censo, encerra o
      *>  controle e devolve o codigo de retorno: zero = todas as turmas
      *>  conferem, 4 = divergencia ou lista de alunos incompleta
      *>------------------------------------------------------------------------
       finalizacao section.

           perform gravar-relatorio
           perform encerrar-controle

           close arqRegistros
           close arqTurmas
           close arqLogAlteracoes
           close arqMovimento
           close arqCenso

           display "Relatorio gravado em movimento01.txt"
           display "Arquivo do censo em movimento-censo01.txt"
           display "Alunos lidos           : " ws-qtd-alunos
           display "Linhas de log lidas    : " ws-qtd-log-lidas
           display "Alunos movimentados    : " ws-qtd-movimentos
           display "Abertura / fechamento  : " ws-tot-abertura " / " ws-tot-fechamento

           if ws-qtd-divergencias = 0 and ws-qtd-mov-fora = 0 then
               move 0 to return-code
           else
               move 4 to return-code
           end-if
           Stop run.

           .
       finalizacao-exit.
           exit.
