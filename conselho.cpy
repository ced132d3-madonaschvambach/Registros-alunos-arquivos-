      *>------------------------------------------------------------------------
      *>  Layout do registro de deliberacao do conselho de classe
      *>  (arqConselho01.txt)
      *>  Uma deliberacao por aluno por disciplina por ano letivo (chave
      *>  codigo do aluno + disciplina + ano), registrada pela coordenacao
      *>  na tela do cadastro com a justificativa e o operador que a
      *>  lancou. O fechamento aplica a decisao "A" sobre a situacao
      *>  calculada e grava a disciplina no historico como Aprov.Conselho,
      *>  sem ninguem precisar mexer nas notas para forcar a media.
      *>
      *>  Uso:
      *>    fd  arqConselho.
      *>        copy "conselho.cpy".
      *>
      *>    copy "conselho.cpy"
      *>        replacing ==con-registro-conselho== by ==ws-registro-conselho==
      *>                  ==con-chave==             by ==ws-con-chave==
      *>                  ==con-cod-aluno==         by ==ws-con-cod-aluno==
      *>                  ==con-cod-disciplina==    by ==ws-con-cod-disciplina==
      *>                  ==con-ano-letivo==        by ==ws-con-ano-letivo==
      *>                  ==con-decisao==           by ==ws-con-decisao==
      *>                  ==con-justificativa==     by ==ws-con-justificativa==
      *>                  ==con-cod-operador==      by ==ws-con-cod-operador==
      *>                  ==con-data==              by ==ws-con-data==.
      *>
      *>  (GnuCOBOL's COPY REPLACING only matches whole words, not prefixes,
      *>  so every field name has to be listed - a single ==con-== by ==ws-==
      *>  pseudo-text does not rename them.)
      *>------------------------------------------------------------------------
       01  con-registro-conselho.
           05  con-chave.
               10  con-cod-aluno                   pic 9(04).
               10  con-cod-disciplina              pic 9(02).
               10  con-ano-letivo                  pic 9(04).
      *>--- "A" = aprovado pelo conselho, "M" = mantida a situacao calculada
           05  con-decisao                         pic x(01).
           05  con-justificativa                   pic x(50).
      *>--- operador da coordenacao que registrou a deliberacao
           05  con-cod-operador                    pic 9(03).
           05  con-data                            pic 9(08).
