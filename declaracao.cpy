      *>------------------------------------------------------------------------
      *>  Layout do registro de declaracao emitida (arqDeclaracoes01.txt)
      *>  Um registro por documento emitido pela secretaria (matricula,
      *>  escolaridade, frequencia ou quitacao), chaveado pelo numero
      *>  sequencial impresso na declaracao. O codigo de autenticidade
      *>  sai impresso junto do numero; a escola que recebe o documento
      *>  informa os dois e a consulta confere com o que foi gravado.
      *>
      *>  Uso:
      *>    fd  arqDeclaracoes.
      *>        copy "declaracao.cpy".
      *>
      *>    copy "declaracao.cpy"
      *>        replacing ==dec-registro-declaracao== by ==ws-registro-declaracao==
      *>                  ==dec-numero==              by ==ws-dec-numero==
      *>                  ==dec-codigo-autent==       by ==ws-dec-codigo-autent==
      *>                  ==dec-cod-aluno==           by ==ws-dec-cod-aluno==
      *>                  ==dec-nome-aluno==          by ==ws-dec-nome-aluno==
      *>                  ==dec-tipo==                by ==ws-dec-tipo==
      *>                  ==dec-data==                by ==ws-dec-data==
      *>                  ==dec-hora==                by ==ws-dec-hora==
      *>                  ==dec-cod-operador==        by ==ws-dec-cod-operador==.
      *>
      *>  (GnuCOBOL's COPY REPLACING only matches whole words, not prefixes,
      *>  so every field name has to be listed - a single ==dec-== by ==ws-==
      *>  pseudo-text does not rename them.)
      *>------------------------------------------------------------------------
       01  dec-registro-declaracao.
      *>--- numero sequencial da declaracao (chave)
           05  dec-numero                          pic 9(06).
      *>--- codigo de autenticidade impresso no documento
           05  dec-codigo-autent                   pic x(08).
           05  dec-cod-aluno                       pic 9(04).
      *>--- nome do aluno na data da emissao (a consulta mostra a quem o
      *>    documento foi emitido mesmo que o cadastro mude depois)
           05  dec-nome-aluno                      pic x(25).
      *>--- "M" matricula, "E" escolaridade, "F" frequencia, "Q" quitacao
           05  dec-tipo                            pic x(01).
      *>--- data/hora da emissao e operador que emitiu
           05  dec-data                            pic 9(08).
           05  dec-hora                            pic 9(06).
           05  dec-cod-operador                    pic 9(03).
