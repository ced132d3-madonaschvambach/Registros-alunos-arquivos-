      *>------------------------------------------------------------------------
      *>  Layout do registro de responsavel por aluno (arqResponsaveis01.txt)
      *>  Varios responsaveis por aluno (chave codigo do aluno + sequencia
      *>  01-99), mantidos pela coordenacao no cadastro. O CPF e chave
      *>  alternativa com duplicatas: o mesmo responsavel cadastrado em
      *>  mais de um aluno liga os irmaos (saldo da familia). O contato
      *>  pedagogico recebe as cartas de convocacao e o responsavel
      *>  financeiro (um por aluno) sai no relatorio de inadimplencia.
      *>
      *>  Uso:
      *>    fd  arqResponsaveis.
      *>        copy "responsavel.cpy".
      *>
      *>    copy "responsavel.cpy"
      *>        replacing ==res-registro-responsavel== by ==ws-registro-responsavel==
      *>                  ==res-chave==               by ==ws-res-chave==
      *>                  ==res-cod-aluno==           by ==ws-res-cod-aluno==
      *>                  ==res-seq==                 by ==ws-res-seq==
      *>                  ==res-nome==                by ==ws-res-nome==
      *>                  ==res-parentesco==          by ==ws-res-parentesco==
      *>                  ==res-cpf==                 by ==ws-res-cpf==
      *>                  ==res-telefone==            by ==ws-res-telefone==
      *>                  ==res-email==               by ==ws-res-email==
      *>                  ==res-endereco==            by ==ws-res-endereco==
      *>                  ==res-financeiro==          by ==ws-res-financeiro==
      *>                  ==res-autorizado-buscar==   by ==ws-res-autorizado-buscar==
      *>                  ==res-contato-pedagogico==  by ==ws-res-contato-pedagogico==
      *>                  ==res-cod-operador==        by ==ws-res-cod-operador==
      *>                  ==res-data==                by ==ws-res-data==.
      *>
      *>  (GnuCOBOL's COPY REPLACING only matches whole words, not prefixes,
      *>  so every field name has to be listed - a single ==res-== by ==ws-==
      *>  pseudo-text does not rename them.)
      *>------------------------------------------------------------------------
       01  res-registro-responsavel.
           05  res-chave.
               10  res-cod-aluno                   pic 9(04).
               10  res-seq                         pic 9(02).
           05  res-nome                            pic x(30).
      *>--- mae, pai, avo, tio, ... (texto livre)
           05  res-parentesco                      pic x(12).
      *>--- CPF so com os digitos (chave alternativa, com duplicatas)
           05  res-cpf                             pic 9(11).
           05  res-telefone                        pic x(15).
           05  res-email                           pic x(40).
           05  res-endereco                        pic x(40).
      *>--- "S"/"N": paga as mensalidades (um por aluno)
           05  res-financeiro                      pic x(01).
      *>--- "S"/"N": pode buscar o aluno na saida
           05  res-autorizado-buscar               pic x(01).
      *>--- "S"/"N": recebe as convocacoes pedagogicas
           05  res-contato-pedagogico              pic x(01).
      *>--- operador que cadastrou/alterou o responsavel, e quando
           05  res-cod-operador                    pic 9(03).
           05  res-data                            pic 9(08).
