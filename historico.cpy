      *>                  ==his-media==              by ==ws-his-media==
      *>                  ==his-situacao==           by ==ws-his-situacao==
      *>                  ==his-faltas==             by ==ws-his-faltas==
      *>                  ==his-frequencia==         by ==ws-his-frequencia==
      *>                  ==his-deliberacao==        by ==ws-his-deliberacao==.
      *>
      *>  (GnuCOBOL's COPY REPLACING only matches whole words, not prefixes,
      *>  so every field name has to be listed - a single ==his-== by ==ws-==
           05  his-faltas                          pic 9(03).
           05  filler                              pic x(01).
           05  his-frequencia                      pic 9(03)v9(02).
      *>--- deliberacao do conselho de classe sobre a disciplina
      *>    ("Aprov.Conselho"; em branco = vale his-situacao, que guarda
      *>    sempre o resultado calculado pelas notas e frequencia); no
      *>    final da linha, para as linhas antigas continuarem alinhadas
           05  filler                              pic x(01).
           05  his-deliberacao                     pic x(14).
