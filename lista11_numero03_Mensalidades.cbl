       record key is men-chave
       file status is  ws-fs-arqMensalidades.

       *>bolsas/descontos por aluno (aluno + tipo), mantidos pela
       *>coordenacao; optional, instalacao sem o arquivo cobra o valor
       *>cheio da turma (as leituras devolvem 23)
       select optional arqBolsas assign to "arqBolsas01.txt"
       organization    is indexed
       access mode     is dynamic
       record key is bol-chave
       file status is  ws-fs-arqBolsas.

       *>relatorio de descontos do mes por turma (direcao financeira)
       select arqDescontos assign to "descontos-mensalidades01.txt"
       organization    is line sequential
       file status is  ws-fs-arqDescontos.


       i-o-control.

           copy "mensalidade.cpy".


      *>--- bolsas/descontos por aluno e tipo
       fd arqBolsas.
           copy "bolsa.cpy".


      *>--- linha impressa do relatorio de descontos (controle de avanço
      *>    de pagina na coluna 1)
       fd arqDescontos.
       01  rel-linha-descontos.
           05  rel-controle                        pic x(01).
           05  rel-texto                           pic x(79).


      *>--- variavéis de trabalho
       working-storage section.

       77  ws-fs-arqRegistros                      pic 9(02).
       77  ws-fs-arqTurmas                         pic 9(02).
       77  ws-fs-arqMensalidades                   pic 9(02).
       77  ws-fs-arqBolsas                         pic 9(02).
       77  ws-fs-arqDescontos                      pic 9(02).


       copy "regaluno.cpy"
       *>--- valor da mensalidade da turma do aluno corrente (do mestre)
       77  ws-valor-mensalidade                    pic 9(04)v9(02) value 0.

       *>--- descontos do aluno corrente no mes, por tipo, e o valor
       *>    liquido que vai para men-valor (nunca abaixo de zero)
       77  ws-desc-irmao                           pic 9(04)v9(02) value 0.
       77  ws-desc-funcionario                     pic 9(04)v9(02) value 0.
       77  ws-desc-social                          pic 9(04)v9(02) value 0.
       77  ws-desc-convenio                        pic 9(04)v9(02) value 0.
       77  ws-desc-total                           pic 9(04)v9(02) value 0.
       77  ws-desc-bolsa                           pic 9(04)v9(02) value 0.
       77  ws-valor-liquido                        pic 9(04)v9(02) value 0.
       77  ws-fim-bolsas-flag                      pic x(01) value "n".
           88  ws-fim-bolsas                       value "s".

       *>--- totais do mes por turma para o relatorio de descontos (todas
       *>    as cobrancas do mes, geradas nesta execucao ou antes); os
       *>    totais gerais ficam nos ws-tot- logo abaixo
       01  ws-tabela-turmas.
           05  ws-tab-turma occurs 50 times.
               10  ws-tt-turma                     pic x(04).
               10  ws-tt-qtd                       pic 9(04).
               10  ws-tt-bruto                     pic 9(06)v9(02).
               10  ws-tt-irmao                     pic 9(06)v9(02).
               10  ws-tt-funcionario               pic 9(06)v9(02).
               10  ws-tt-social                    pic 9(06)v9(02).
               10  ws-tt-convenio                  pic 9(06)v9(02).
               10  ws-tt-liquido                   pic 9(06)v9(02).
       77  ws-qtd-turmas                           pic 9(02) value 0.
       77  ws-max-turmas                           pic 9(02) value 50.
       77  ws-idx-turma                            pic 9(02).
       77  ws-pos-turma                            pic 9(02).
       *>--- turmas que nao couberam na tabela (so entram nos totais)
       77  ws-qtd-turmas-fora                      pic 9(04) value 0.
       77  ws-achou-posicao-flag                   pic x(01) value "n".
           88  ws-achou-posicao                    value "s".

       77  ws-tot-qtd                              pic 9(04) value 0.
       77  ws-tot-bruto                            pic 9(06)v9(02) value 0.
       77  ws-tot-irmao                            pic 9(06)v9(02) value 0.
       77  ws-tot-funcionario                      pic 9(06)v9(02) value 0.
       77  ws-tot-social                           pic 9(06)v9(02) value 0.
       77  ws-tot-convenio                         pic 9(06)v9(02) value 0.
       77  ws-tot-liquido                          pic 9(06)v9(02) value 0.
       *>--- cobrancas ja geradas cujo valor gravado nao bate mais com as
       *>    bolsas atuais (bolsa alterada depois da geracao): entram pelo
       *>    valor gravado, com o desconto sem tipo so no rodape
       77  ws-qtd-bolsa-alterada                   pic 9(04) value 0.
       77  ws-desc-sem-tipo                        pic 9(04)v9(02) value 0.
       77  ws-tot-sem-tipo                         pic 9(06)v9(02) value 0.
       77  ws-rel-sem-tipo                         pic zzzzz9,99.

       *>--- campos editados para impressao (STRING nao aplica o separador
       *>    de decimal-point is comma como o DISPLAY faz)
       77  ws-rel-qtd                              pic zzz9.
       77  ws-rel-bruto                            pic zzzzz9,99.
       77  ws-rel-irmao                            pic zzzzz9,99.
       77  ws-rel-funcionario                      pic zzzzz9,99.
       77  ws-rel-social                           pic zzzzz9,99.
       77  ws-rel-convenio                         pic zzzzz9,99.
       77  ws-rel-liquido                          pic zzzzz9,99.

       77  ws-fim-arqRegistros                     pic x(01) value "n".
           88  ws-fim                              value "s".

       *>    concluido) - e o que acaba com a cobranca de aluno que saiu
       77  ws-qtd-nao-ativos                       pic 9(06) value 0.
       *>--- alunos sem valor de mensalidade (sem turma, turma fora do
       *>    mestre ou turma com valor zero)
       77  ws-qtd-sem-valor                        pic 9(06) value 0.
       *>--- cobrancas com desconto e bolsistas integrais (desconto igual
       *>    ao valor da turma: ficam sem cobranca, mas entram no
       *>    relatorio de descontos)
       77  ws-qtd-com-desconto                     pic 9(06) value 0.
       77  ws-qtd-bolsa-integral                   pic 9(06) value 0.

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
               perform finaliza-anormal
           end-if

           *>-- bolsas; optional, instalacao sem o arquivo sai com 05/35
           *>   e todos pagam o valor cheio da turma
           open input arqBolsas
           if ws-fs-arqBolsas <> 00 and ws-fs-arqBolsas <> 05
              and ws-fs-arqBolsas <> 35 then
               move 8                                             to ws-msn-erro-ofsset
               move ws-fs-arqBolsas                               to ws-msn-erro-cod
               move "Erro ao abrir arqBolsas!"                    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqDescontos
           if ws-fs-arqDescontos <> 00 then
               move 9                                             to ws-msn-erro-ofsset
               move ws-fs-arqDescontos                            to ws-msn-erro-cod
               move "Erro ao abrir arqDescontos!"                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       inicializacao-exit.

      *>------------------------------------------------------------------------
      *>  Gerar cobranca do aluno - busca o valor da mensalidade na turma
      *>  do aluno, aplica as bolsas/descontos em vigencia e grava a
      *>  cobranca do mes em aberto pelo valor liquido; aluno sem turma,
      *>  turma fora do mestre ou valor zero fica sem cobranca, bolsista
      *>  integral (liquido zero) tambem, e uma cobranca ja gerada (chave
      *>  duplicada) e pulada sem erro
      *>------------------------------------------------------------------------
       gerar-cobranca-aluno section.


           else

               perform aplicar-descontos

               if ws-valor-liquido = 0 then

                   *>-- bolsa integral concedida depois da geracao do mes:
                   *>   a cobranca gerada antes continua no arquivo e entra
                   *>   no quadro pelo valor gravado
                   move ws-cod-aluno           to men-cod-aluno
                   move ws-ano-mes             to men-ano-mes
                   read arqMensalidades
                       invalid key
                           continue
                   end-read

                   if ws-fs-arqMensalidades = 00 then
                       add 1 to ws-qtd-ja-geradas
                       perform conferir-cobranca-gravada
                   else
                       if ws-fs-arqMensalidades = 23 or ws-fs-arqMensalidades = 05
                          or ws-fs-arqMensalidades = 35 then
                           add 1 to ws-qtd-bolsa-integral
                       else
                           move 14                                     to ws-msn-erro-ofsset
                           move ws-fs-arqMensalidades                  to ws-msn-erro-cod
                           move "Erro ao ler arqMensalidades!"         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
                   perform acumular-descontos-turma

               else

                   move ws-cod-aluno           to men-cod-aluno
                   move ws-ano-mes             to men-ano-mes
                   move ws-turma               to men-turma
                   move ws-valor-liquido       to men-valor
                   move "A"                    to men-situacao
                   move 0                      to men-data-pagamento

                   write men-registro-mensalidade

                   if ws-fs-arqMensalidades = 00 then
                       add 1 to ws-qtd-geradas
                       if ws-desc-total > 0 then
                           add 1 to ws-qtd-com-desconto
                       end-if
                       perform acumular-descontos-turma
                   else
                       if ws-fs-arqMensalidades = 22 then
                           *>-- cobranca deste mes ja existe (regeracao); entra
                           *>   no quadro de descontos pelo valor gravado, ja
                           *>   que o quadro e regravado inteiro a cada execucao
                           add 1 to ws-qtd-ja-geradas
                           perform conferir-cobranca-gravada
                           perform acumular-descontos-turma
                       else
                           move 6                                      to ws-msn-erro-ofsset
                           move ws-fs-arqMensalidades                  to ws-msn-erro-cod
                           move "Erro ao gravar no arqMensalidades!"   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-if
           end-if


           exit.


      *>------------------------------------------------------------------------
      *>  Aplicar descontos - percorre as bolsas do aluno corrente (chave
      *>  aluno + tipo) e soma, por tipo, as que estao em vigencia no mes
      *>  de competencia: percentual sobre o valor da turma ou valor fixo.
      *>  A soma dos descontos nunca passa do valor da turma; o desconto
      *>  que ultrapassaria e cortado no que falta (liquido zero)
      *>------------------------------------------------------------------------
       aplicar-descontos section.


           move 0   to ws-desc-irmao
           move 0   to ws-desc-funcionario
           move 0   to ws-desc-social
           move 0   to ws-desc-convenio
           move 0   to ws-desc-total
           move 0   to ws-desc-sem-tipo
           move "n" to ws-fim-bolsas-flag

           move ws-cod-aluno to bol-cod-aluno
           move low-values   to bol-tipo
           start arqBolsas key >= bol-chave
               invalid key
                   set ws-fim-bolsas to true
           end-start

           if not ws-fim-bolsas
              and ws-fs-arqBolsas <> 00 then
               move 10                                            to ws-msn-erro-ofsset
               move ws-fs-arqBolsas                               to ws-msn-erro-cod
               move "Erro ao posicionar no arqBolsas!"             to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fim-bolsas

               read arqBolsas next
               if ws-fs-arqBolsas = 10 then
                   set ws-fim-bolsas to true
               else
                   if ws-fs-arqBolsas <> 00 then
                       move 11                                            to ws-msn-erro-ofsset
                       move ws-fs-arqBolsas                               to ws-msn-erro-cod
                       move "Erro ao ler arqBolsas!"                      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if bol-cod-aluno <> ws-cod-aluno then
                       set ws-fim-bolsas to true
                   else
                       if bol-vigencia-inicio <= ws-ano-mes
                          and (bol-vigencia-fim = 0
                               or bol-vigencia-fim >= ws-ano-mes) then
                           perform somar-desconto-bolsa
                       end-if
                   end-if
               end-if

           end-perform

           compute ws-valor-liquido = ws-valor-mensalidade - ws-desc-total


           .
       aplicar-descontos-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Somar desconto da bolsa - calcula o desconto da bolsa corrente,
      *>  corta no que ainda resta do valor da turma e soma no tipo
      *>------------------------------------------------------------------------
       somar-desconto-bolsa section.


           if bol-forma = "P" then
               compute ws-desc-bolsa rounded =
                       ws-valor-mensalidade * bol-percentual / 100
           else
               move bol-valor to ws-desc-bolsa
           end-if

           if ws-desc-total + ws-desc-bolsa > ws-valor-mensalidade then
               compute ws-desc-bolsa = ws-valor-mensalidade - ws-desc-total
           end-if

           add ws-desc-bolsa to ws-desc-total

           evaluate bol-tipo
               when "I"
                   add ws-desc-bolsa to ws-desc-irmao
               when "F"
                   add ws-desc-bolsa to ws-desc-funcionario
               when "S"
                   add ws-desc-bolsa to ws-desc-social
               when other
                   add ws-desc-bolsa to ws-desc-convenio
           end-evaluate


           .
       somar-desconto-bolsa-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conferir cobranca gravada - le a cobranca ja existente do mes e
      *>  usa o men-valor gravado como liquido; se as bolsas mudaram depois
      *>  da geracao (liquido de hoje diferente do gravado) a divisao do
      *>  desconto por tipo nao e mais conhecida: os tipos ficam zerados e
      *>  o desconto (bruto - men-valor) vai para o rodape sem tipo
      *>------------------------------------------------------------------------
       conferir-cobranca-gravada section.


           move 0 to ws-desc-sem-tipo

           read arqMensalidades
           if ws-fs-arqMensalidades <> 00 then
               move 13                                     to ws-msn-erro-ofsset
               move ws-fs-arqMensalidades                  to ws-msn-erro-cod
               move "Erro ao ler arqMensalidades!"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if men-valor <> ws-valor-liquido then

               add 1 to ws-qtd-bolsa-alterada

               move 0 to ws-desc-irmao
               move 0 to ws-desc-funcionario
               move 0 to ws-desc-social
               move 0 to ws-desc-convenio

               *>-- valor da turma reduzido depois da geracao: o bruto e o
               *>   proprio valor cobrado, sem desconto
               if men-valor > ws-valor-mensalidade then
                   move men-valor to ws-valor-mensalidade
               end-if

               compute ws-desc-sem-tipo = ws-valor-mensalidade - men-valor
               move men-valor to ws-valor-liquido

           end-if


           .
       conferir-cobranca-gravada-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Acumular descontos da turma - soma a cobranca do aluno corrente
      *>  (bruto, descontos por tipo e liquido) na linha da turma e nos
      *>  totais gerais do relatorio; a tabela e mantida em ordem de turma
      *>------------------------------------------------------------------------
       acumular-descontos-turma section.


           move 0 to ws-pos-turma
           perform varying ws-idx-turma from 1 by 1
                   until ws-idx-turma > ws-qtd-turmas
                      or ws-pos-turma > 0
               if ws-tt-turma(ws-idx-turma) = ws-turma then
                   move ws-idx-turma to ws-pos-turma
               end-if
           end-perform

           if ws-pos-turma = 0 and ws-qtd-turmas < ws-max-turmas then

               *>-- abre a turma na posicao certa, empurrando as de codigo
               *>   maior uma casa para baixo
               add 1 to ws-qtd-turmas
               move ws-qtd-turmas to ws-pos-turma
               move "n" to ws-achou-posicao-flag
               perform until ws-pos-turma = 1 or ws-achou-posicao
                   compute ws-idx-turma = ws-pos-turma - 1
                   if ws-tt-turma(ws-idx-turma) < ws-turma then
                       set ws-achou-posicao to true
                   else
                       move ws-tab-turma(ws-idx-turma)
                         to ws-tab-turma(ws-pos-turma)
                       move ws-idx-turma to ws-pos-turma
                   end-if
               end-perform

               move ws-turma to ws-tt-turma(ws-pos-turma)
               move 0 to ws-tt-qtd(ws-pos-turma)
               move 0 to ws-tt-bruto(ws-pos-turma)
               move 0 to ws-tt-irmao(ws-pos-turma)
               move 0 to ws-tt-funcionario(ws-pos-turma)
               move 0 to ws-tt-social(ws-pos-turma)
               move 0 to ws-tt-convenio(ws-pos-turma)
               move 0 to ws-tt-liquido(ws-pos-turma)

           end-if

           if ws-pos-turma = 0 then
               add 1 to ws-qtd-turmas-fora
           else
               add 1                    to ws-tt-qtd(ws-pos-turma)
               add ws-valor-mensalidade to ws-tt-bruto(ws-pos-turma)
               add ws-desc-irmao        to ws-tt-irmao(ws-pos-turma)
               add ws-desc-funcionario  to ws-tt-funcionario(ws-pos-turma)
               add ws-desc-social       to ws-tt-social(ws-pos-turma)
               add ws-desc-convenio     to ws-tt-convenio(ws-pos-turma)
               add ws-valor-liquido     to ws-tt-liquido(ws-pos-turma)
           end-if

           add 1                    to ws-tot-qtd
           add ws-valor-mensalidade to ws-tot-bruto
           add ws-desc-irmao        to ws-tot-irmao
           add ws-desc-funcionario  to ws-tot-funcionario
           add ws-desc-social       to ws-tot-social
           add ws-desc-convenio     to ws-tot-convenio
           add ws-valor-liquido     to ws-tot-liquido
           add ws-desc-sem-tipo     to ws-tot-sem-tipo


           .
       acumular-descontos-turma-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Imprimir relatorio de descontos - por turma: quantidade de
      *>  cobrancas, total bruto, descontos por tipo e total liquido do
      *>  mes, e a linha de totais gerais
      *>------------------------------------------------------------------------
       imprimir-relatorio-descontos section.


           move "1"                                  to rel-controle
           move space                                to rel-texto
           string "-------- DESCONTOS DAS MENSALIDADES - COMPETENCIA "
                  ws-ano-mes " --------"
               delimited by size into rel-texto
           write rel-linha-descontos

           move " "                                  to rel-controle
           move space                                to rel-texto
           write rel-linha-descontos

           move " "                                  to rel-controle
           move "Turma Qtd     Bruto     Irmao  Funcion.    Social  Convenio   Liquido"
             to rel-texto
           write rel-linha-descontos

           perform varying ws-idx-turma from 1 by 1
                   until ws-idx-turma > ws-qtd-turmas

               move ws-tt-qtd(ws-idx-turma)         to ws-rel-qtd
               move ws-tt-bruto(ws-idx-turma)       to ws-rel-bruto
               move ws-tt-irmao(ws-idx-turma)       to ws-rel-irmao
               move ws-tt-funcionario(ws-idx-turma) to ws-rel-funcionario
               move ws-tt-social(ws-idx-turma)      to ws-rel-social
               move ws-tt-convenio(ws-idx-turma)    to ws-rel-convenio
               move ws-tt-liquido(ws-idx-turma)     to ws-rel-liquido

               move " "                              to rel-controle
               move space                            to rel-texto
               string ws-tt-turma(ws-idx-turma) " " ws-rel-qtd " "
                      ws-rel-bruto " " ws-rel-irmao " "
                      ws-rel-funcionario " " ws-rel-social " "
                      ws-rel-convenio " " ws-rel-liquido
                   delimited by size into rel-texto
               write rel-linha-descontos

           end-perform

           move ws-tot-qtd         to ws-rel-qtd
           move ws-tot-bruto       to ws-rel-bruto
           move ws-tot-irmao       to ws-rel-irmao
           move ws-tot-funcionario to ws-rel-funcionario
           move ws-tot-social      to ws-rel-social
           move ws-tot-convenio    to ws-rel-convenio
           move ws-tot-liquido     to ws-rel-liquido

           move " "                                  to rel-controle
           move "---------------------------------------------------------------------------"
             to rel-texto
           write rel-linha-descontos

           move " "                                  to rel-controle
           move space                                to rel-texto
           string "Total" ws-rel-qtd " "
                  ws-rel-bruto " " ws-rel-irmao " "
                  ws-rel-funcionario " " ws-rel-social " "
                  ws-rel-convenio " " ws-rel-liquido
               delimited by size into rel-texto
           write rel-linha-descontos

           move " "                                  to rel-controle
           move space                                to rel-texto
           write rel-linha-descontos

           move " "                                  to rel-controle
           move "Bolsistas integrais entram no bruto e no desconto, sem cobranca gerada."
             to rel-texto
           write rel-linha-descontos

           if ws-qtd-ja-geradas > 0 then
               move " "                              to rel-controle
               move space                            to rel-texto
               string "Cobrancas ja geradas antes (incluidas pelo valor gravado): "
                      ws-qtd-ja-geradas
                   delimited by size into rel-texto
               write rel-linha-descontos
           end-if

           if ws-qtd-bolsa-alterada > 0 then
               move ws-tot-sem-tipo                  to ws-rel-sem-tipo
               move " "                              to rel-controle
               move space                            to rel-texto
               string "Bolsa alterada apos a geracao: " ws-qtd-bolsa-alterada
                      " cobrancas, desconto sem tipo " ws-rel-sem-tipo
                   delimited by size into rel-texto
               write rel-linha-descontos
               move " "                              to rel-controle
               move "(bruto - descontos por tipo - desconto sem tipo = liquido)"
                 to rel-texto
               write rel-linha-descontos
           end-if

           if ws-qtd-turmas-fora > 0 then
               move " "                              to rel-controle
               move space                            to rel-texto
               string "Cobrancas de turmas alem de 50 (so nos totais): "
                      ws-qtd-turmas-fora
                   delimited by size into rel-texto
               write rel-linha-descontos
           end-if

           if ws-fs-arqDescontos <> 00 then
               move 12                                     to ws-msn-erro-ofsset
               move ws-fs-arqDescontos                     to ws-msn-erro-cod
               move "Erro ao gravar no arqDescontos!"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       imprimir-relatorio-descontos-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finaliza anormal
      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
       finalizacao section.

           perform imprimir-relatorio-descontos

           close arqRegistros
           close arqTurmas
           close arqMensalidades
           close arqBolsas
           close arqDescontos

           display "Geracao de mensalidades de " ws-ano-mes " concluida."
           display "Alunos lidos             : " ws-qtd-lidos
           display "Cobrancas geradas        : " ws-qtd-geradas
           display "Ja geradas (regeracao)   : " ws-qtd-ja-geradas
           display "Matriculas nao ativas    : " ws-qtd-nao-ativos
           display "Sem valor de mensalidade : " ws-qtd-sem-valor
           display "Cobrancas com desconto   : " ws-qtd-com-desconto
           display "Bolsistas integrais      : " ws-qtd-bolsa-integral
           display "Descontos por turma em descontos-mensalidades01.txt".
           Stop run.

           .
