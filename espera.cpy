      *>------------------------------------------------------------------------
      *>  Layout do registro da lista de espera (arqEspera01.txt)
      *>  Um registro por candidato inscrito numa turma lotada, chaveado
      *>  por turma + data/hora da inscricao: a ordem da chave e a ordem
      *>  de chamada. Mantido na tela do cadastro pela secretaria; o lote
      *>  de convocacao confere as vagas de cada turma, convoca os
      *>  proximos da fila com prazo para resposta e vence a convocacao
      *>  nao respondida. A matricula do candidato pela tela da lista
      *>  aproveita os dados daqui e exclui a inscricao.
      *>
      *>  Uso:
      *>    fd  arqEspera.
      *>        copy "espera.cpy".
      *>
      *>    copy "espera.cpy"
      *>        replacing ==esp-registro-espera==    by ==ws-registro-espera==
      *>                  ==esp-chave==              by ==ws-esp-chave==
      *>                  ==esp-cod-turma==          by ==ws-esp-cod-turma==
      *>                  ==esp-data-inscricao==     by ==ws-esp-data-inscricao==
      *>                  ==esp-hora-inscricao==     by ==ws-esp-hora-inscricao==
      *>                  ==esp-nome-candidato==     by ==ws-esp-nome-candidato==
      *>                  ==esp-nome-responsavel==   by ==ws-esp-nome-responsavel==
      *>                  ==esp-telefone==           by ==ws-esp-telefone==
      *>                  ==esp-situacao==           by ==ws-esp-situacao==
      *>                  ==esp-data-convocacao==    by ==ws-esp-data-convocacao==
      *>                  ==esp-data-limite==        by ==ws-esp-data-limite==
      *>                  ==esp-cod-operador==       by ==ws-esp-cod-operador==.
      *>
      *>  (GnuCOBOL's COPY REPLACING only matches whole words, not prefixes,
      *>  so every field name has to be listed - a single ==esp-== by ==ws-==
      *>  pseudo-text does not rename them.)
      *>------------------------------------------------------------------------
       01  esp-registro-espera.
           05  esp-chave.
               10  esp-cod-turma                   pic x(04).
               10  esp-data-inscricao              pic 9(08).
               10  esp-hora-inscricao              pic 9(06).
      *>--- mesmo formato do nome no cadastro (preenche a matricula)
           05  esp-nome-candidato                  pic a(25).
           05  esp-nome-responsavel                pic x(25).
           05  esp-telefone                        pic x(15).
      *>--- "E" em espera, "C" convocado (aguardando resposta ate a data
      *>    limite), "V" convocacao vencida sem matricula
           05  esp-situacao                        pic x(01).
           05  esp-data-convocacao                 pic 9(08).
           05  esp-data-limite                     pic 9(08).
      *>--- operador que inscreveu/alterou o candidato
           05  esp-cod-operador                    pic 9(03).
