      *>------------------------------------------------------------------------
      *>  Layout do registro do arquivo de retorno do banco
      *>  (arqRetorno01.txt)
      *>  Uma linha por credito de mensalidade recebido pelo banco. O
      *>  nosso numero do boleto e o codigo do aluno + o mes de
      *>  competencia AAAAMM (a mesma chave de arqMensalidades01.txt), de
      *>  modo que cada credito aponta direto para a cobranca que paga.
      *>  Os campos numericos vem como digitos puros (mesma convencao de
      *>  parametros01.txt); valor com 2 decimais e data AAAAMMDD.
      *>
      *>  Uso:
      *>    fd  arqRetorno.
      *>        copy "retorno.cpy".
      *>
      *>    copy "retorno.cpy"
      *>        replacing ==ret-registro-retorno== by ==ws-registro-retorno==
      *>                  ==ret-nosso-numero==     by ==ws-ret-nosso-numero==
      *>                  ==ret-cod-aluno==        by ==ws-ret-cod-aluno==
      *>                  ==ret-ano-mes==          by ==ws-ret-ano-mes==
      *>                  ==ret-valor-pago==       by ==ws-ret-valor-pago==
      *>                  ==ret-data-credito==     by ==ws-ret-data-credito==.
      *>
      *>  (GnuCOBOL's COPY REPLACING only matches whole words, not prefixes,
      *>  so every field name has to be listed - a single ==ret-== by ==ws-==
      *>  pseudo-text does not rename them.)
      *>------------------------------------------------------------------------
       01  ret-registro-retorno.
      *>--- nosso numero = codigo do aluno + competencia (men-chave)
           05  ret-nosso-numero.
               10  ret-cod-aluno                   pic 9(04).
               10  ret-ano-mes                     pic 9(06).
           05  filler                              pic x(01).
           05  ret-valor-pago                      pic 9(04)v9(02).
           05  filler                              pic x(01).
      *>--- data em que o banco creditou o pagamento (vira a data da baixa)
           05  ret-data-credito                    pic 9(08).
