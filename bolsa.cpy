      *>------------------------------------------------------------------------
      *>  Layout do registro de bolsa/desconto por aluno (arqBolsas01.txt)
      *>  Um desconto por aluno por tipo (chave codigo do aluno + tipo),
      *>  mantido pela coordenacao na tela do cadastro. A geracao mensal
      *>  aplica sobre o valor da turma todos os descontos do aluno que
      *>  estao em vigencia no mes de competencia, e men-valor ja sai com
      *>  o valor liquido - acaba a turma de valor zero para bolsista.
      *>
      *>  Uso:
      *>    fd  arqBolsas.
      *>        copy "bolsa.cpy".
      *>
      *>    copy "bolsa.cpy"
      *>        replacing ==bol-registro-bolsa==   by ==ws-registro-bolsa==
      *>                  ==bol-chave==            by ==ws-bol-chave==
      *>                  ==bol-cod-aluno==        by ==ws-bol-cod-aluno==
      *>                  ==bol-tipo==             by ==ws-bol-tipo==
      *>                  ==bol-forma==            by ==ws-bol-forma==
      *>                  ==bol-percentual==       by ==ws-bol-percentual==
      *>                  ==bol-valor==            by ==ws-bol-valor==
      *>                  ==bol-vigencia-inicio==  by ==ws-bol-vigencia-inicio==
      *>                  ==bol-vigencia-fim==     by ==ws-bol-vigencia-fim==
      *>                  ==bol-cod-operador==     by ==ws-bol-cod-operador==
      *>                  ==bol-data==             by ==ws-bol-data==.
      *>
      *>  (GnuCOBOL's COPY REPLACING only matches whole words, not prefixes,
      *>  so every field name has to be listed - a single ==bol-== by ==ws-==
      *>  pseudo-text does not rename them.)
      *>------------------------------------------------------------------------
       01  bol-registro-bolsa.
           05  bol-chave.
               10  bol-cod-aluno                   pic 9(04).
      *>--- "I" = irmao, "F" = funcionario, "S" = bolsa social,
      *>    "C" = convenio
               10  bol-tipo                        pic x(01).
      *>--- "P" = percentual sobre o valor da turma, "V" = valor fixo
           05  bol-forma                           pic x(01).
           05  bol-percentual                      pic 9(03)v9(02).
           05  bol-valor                           pic 9(04)v9(02).
      *>--- vigencia AAAAMM; fim zero = sem data para terminar
           05  bol-vigencia-inicio                 pic 9(06).
           05  bol-vigencia-fim                    pic 9(06).
      *>--- operador da coordenacao que concedeu/alterou o desconto
           05  bol-cod-operador                    pic 9(03).
           05  bol-data                            pic 9(08).
