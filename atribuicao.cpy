      *>------------------------------------------------------------------------
      *>  Layout do registro de atribuicao de professor (arqAtribuicoes01.txt)
      *>  Um professor por turma por disciplina (chave turma + codigo da
      *>  disciplina), mantido pela coordenacao na tela do cadastro: a
      *>  turma tem que existir no mestre de turmas, a disciplina no
      *>  mestre de disciplinas e na grade da turma, e o operador no
      *>  cadastro de operadores. O lancamento de notas, frequencia e
      *>  recuperacao recusa o professor que nao esta atribuido a turma/
      *>  disciplina do aluno.
      *>
      *>  Uso:
      *>    fd  arqAtribuicoes.
      *>        copy "atribuicao.cpy".
      *>
      *>    copy "atribuicao.cpy"
      *>        replacing ==atr-registro-atribuicao== by ==ws-registro-atribuicao==
      *>                  ==atr-chave==               by ==ws-atr-chave==
      *>                  ==atr-cod-turma==           by ==ws-atr-cod-turma==
      *>                  ==atr-cod-disciplina==      by ==ws-atr-cod-disciplina==
      *>                  ==atr-cod-operador==        by ==ws-atr-cod-operador==
      *>                  ==atr-cod-operador-resp==   by ==ws-atr-cod-operador-resp==
      *>                  ==atr-data==                by ==ws-atr-data==.
      *>
      *>  (GnuCOBOL's COPY REPLACING only matches whole words, not prefixes,
      *>  so every field name has to be listed - a single ==atr-== by ==ws-==
      *>  pseudo-text does not rename them.)
      *>------------------------------------------------------------------------
       01  atr-registro-atribuicao.
           05  atr-chave.
               10  atr-cod-turma                   pic x(04).
               10  atr-cod-disciplina              pic 9(02).
      *>--- professor atribuido (ope-cod-operador)
           05  atr-cod-operador                    pic 9(03).
      *>--- operador da coordenacao que fez a atribuicao, e quando
           05  atr-cod-operador-resp               pic 9(03).
           05  atr-data                            pic 9(08).
