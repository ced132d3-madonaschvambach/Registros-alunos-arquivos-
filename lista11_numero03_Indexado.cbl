       organization    is line sequential
       file status is  ws-fs-arqCalendario.

       *>deliberacoes do conselho de classe (aluno + disciplina + ano),
       *>registradas pela coordenacao e aplicadas pelo fechamento
       *>optional: pode nao existir ainda na primeira execucao do programa
       select optional arqConselho assign to "arqConselho01.txt"
       organization    is indexed
       access mode     is dynamic
       lock mode is automatic
       record key is con-chave
       file status is  ws-fs-arqConselho.

       *>bolsas/descontos por aluno (aluno + tipo), concedidos pela
       *>coordenacao e aplicados pela geracao mensal das mensalidades
       *>optional: pode nao existir ainda na primeira execucao do programa
       select optional arqBolsas assign to "arqBolsas01.txt"
       organization    is indexed
       access mode     is dynamic
       lock mode is automatic
       record key is bol-chave
       file status is  ws-fs-arqBolsas.

       *>atribuicao de professores (turma + disciplina -> operador),
       *>mantida pela coordenacao e conferida nos lancamentos
       *>optional: pode nao existir ainda na primeira execucao do programa
       select optional arqAtribuicoes assign to "arqAtribuicoes01.txt"
       organization    is indexed
       access mode     is dynamic
       lock mode is automatic
       record key is atr-chave
       file status is  ws-fs-arqAtribuicoes.

       *>responsaveis por aluno (aluno + sequencia); o CPF e chave
       *>alternativa com duplicatas e liga os irmaos de um mesmo responsavel
       *>optional: pode nao existir ainda na primeira execucao do programa
       select optional arqResponsaveis assign to "arqResponsaveis01.txt"
       organization    is indexed
       access mode     is dynamic
       lock mode is automatic
       record key is res-chave
       alternate record key is res-cpf with duplicates
       file status is  ws-fs-arqResponsaveis.

       *>lista de espera por turma (turma + data/hora da inscricao, na
       *>ordem de chamada); a matricula do candidato sai daqui
       *>optional: pode nao existir ainda na primeira execucao do programa
       select optional arqEspera assign to "arqEspera01.txt"
       organization    is indexed
       access mode     is dynamic
       lock mode is automatic
       record key is esp-chave
       file status is  ws-fs-arqEspera.


       i-o-control.

           copy "calendario.cpy".


      *>--- deliberacao do conselho de classe por aluno/disciplina/ano
       fd arqConselho.
           copy "conselho.cpy".


      *>--- bolsa/desconto por aluno e tipo
       fd arqBolsas.
           copy "bolsa.cpy".


      *>--- professor atribuido por turma/disciplina
       fd arqAtribuicoes.
           copy "atribuicao.cpy".


      *>--- responsaveis por aluno (contatos, financeiro e pedagogico)
       fd arqResponsaveis.
           copy "responsavel.cpy".


      *>--- lista de espera de vagas por turma
       fd arqEspera.
           copy "espera.cpy".


      *>--- variavéis de trabalho
       working-storage section.

       77  ws-fs-arqLog                             pic 9(02).
       77  ws-fs-arqParametros                      pic 9(02).
       77  ws-fs-arqCalendario                      pic 9(02).
       77  ws-fs-arqConselho                        pic 9(02).
       77  ws-fs-arqBolsas                          pic 9(02).
       77  ws-fs-arqAtribuicoes                     pic 9(02).
       77  ws-fs-arqResponsaveis                    pic 9(02).
       77  ws-fs-arqEspera                          pic 9(02).


       copy "regaluno.cpy"
       *>    digitada, contada no cadastro/alteracao para avisar quando a
       *>    capacidade do mestre foi atingida (aviso, nao recusa)
       77  ws-qtd-alunos-turma                     pic 9(04) value 0.
       *>--- turma do aluno antes da alteracao de dados: troca de turma
       *>    sai no log (TROCA-TURMA) para a movimentacao mensal
       77  ws-turma-anterior                       pic x(04) value space.


       *>--- area de trabalho da grade curricular por turma
       77  ws-men-ano-mes-baixa                    pic 9(06) value 0.
       77  ws-confirma-baixa                       pic x(01) value "n".
           88  ws-baixa-confirmada                 value "S" "s".
       *>--- valor da cobranca editado para a trilha de auditoria
       77  ws-log-valor-men                        pic zzz9,99.


       *>--- area de trabalho do registro/exclusao de ocorrencias: tipo e
           05  ws-registrar-ocorrencia             pic x(01).
           05  ws-excluir-ocorrencia               pic x(01).
           05  ws-consultar-turma                  pic x(01).
           05  ws-conselho-classe                  pic x(01).
           05  ws-manter-bolsas                    pic x(01).
           05  ws-atribuir-professores             pic x(01).
           05  ws-manter-responsaveis              pic x(01).
           05  ws-saldo-familia                    pic x(01).
           05  ws-lista-espera                     pic x(01).
           05  ws-notas-grade                      pic x(01).


       77  ws-escolha                              pic a(15) value "n".
           88  ws-houve-recuperacao                value "s".


       *>--- area de trabalho da deliberacao do conselho de classe
       copy "conselho.cpy"
           replacing ==con-registro-conselho== by ==ws-registro-conselho==
                     ==con-chave==             by ==ws-con-chave==
                     ==con-cod-aluno==         by ==ws-con-cod-aluno==
                     ==con-cod-disciplina==    by ==ws-con-cod-disciplina==
                     ==con-ano-letivo==        by ==ws-con-ano-letivo==
                     ==con-decisao==           by ==ws-con-decisao==
                     ==con-justificativa==     by ==ws-con-justificativa==
                     ==con-cod-operador==      by ==ws-con-cod-operador==
                     ==con-data==              by ==ws-con-data==.

       *>--- na deliberacao: registro ja existente (REWRITE) ou primeira
       *>    deliberacao do aluno/disciplina/ano (WRITE)
       77  ws-conselho-existente                   pic x(01) value "n".
           88  ws-conselho-existe                  value "s".
       *>--- posicao da disciplina deliberada no registro do aluno (zero =
       *>    o aluno nao cursa a disciplina digitada)
       77  ws-idx-disc-conselho                    pic 9(01) value 1.
       *>--- media e situacao calculadas da disciplina, so para exibicao
       77  ws-media-conselho                       pic 9(02)v9(02) value 0.
       77  ws-situacao-conselho                    pic x(12) value space.
       *>--- decisao anterior, para a linha do log
       77  ws-con-decisao-ant                      pic x(01) value space.


       *>--- area de trabalho da manutencao de bolsas/descontos
       copy "bolsa.cpy"
           replacing ==bol-registro-bolsa==   by ==ws-registro-bolsa==
                     ==bol-chave==            by ==ws-bol-chave==
                     ==bol-cod-aluno==        by ==ws-bol-cod-aluno==
                     ==bol-tipo==             by ==ws-bol-tipo==
                     ==bol-forma==            by ==ws-bol-forma==
                     ==bol-percentual==       by ==ws-bol-percentual==
                     ==bol-valor==            by ==ws-bol-valor==
                     ==bol-vigencia-inicio==  by ==ws-bol-vigencia-inicio==
                     ==bol-vigencia-fim==     by ==ws-bol-vigencia-fim==
                     ==bol-cod-operador==     by ==ws-bol-cod-operador==
                     ==bol-data==             by ==ws-bol-data==.

       *>--- na manutencao: desconto ja existente (REWRITE/DELETE) ou
       *>    primeiro desconto do aluno neste tipo (WRITE)
       77  ws-bolsa-existente                      pic x(01) value "n".
           88  ws-bolsa-existe                     value "s".
       77  ws-bol-excluir                          pic x(01) value "n".
           88  ws-bol-exclusao                     value "S" "s".
       77  ws-bol-tipo-desc                        pic x(15) value space.
       *>--- vigencia desmontada para conferir o mes (AAAAMM)
       01  ws-bol-vigencia-conf.
           05  ws-bol-vig-ano                      pic 9(04).
           05  ws-bol-vig-mes                      pic 9(02).
       77  ws-bol-vigencia-ok                      pic x(01) value "n".
           88  ws-bol-vigencia-valida              value "s".
       *>--- campos editados para a trilha de auditoria
       77  ws-log-bol-percentual                   pic zz9,99.
       77  ws-log-bol-valor                        pic zzz9,99.


       *>--- area de trabalho da atribuicao de professores
       copy "atribuicao.cpy"
           replacing ==atr-registro-atribuicao== by ==ws-registro-atribuicao==
                     ==atr-chave==               by ==ws-atr-chave==
                     ==atr-cod-turma==           by ==ws-atr-cod-turma==
                     ==atr-cod-disciplina==      by ==ws-atr-cod-disciplina==
                     ==atr-cod-operador==        by ==ws-atr-cod-operador==
                     ==atr-cod-operador-resp==   by ==ws-atr-cod-operador-resp==
                     ==atr-data==                by ==ws-atr-data==.

       *>--- na manutencao: atribuicao ja existente (REWRITE/DELETE) ou
       *>    primeira atribuicao da turma/disciplina (WRITE)
       77  ws-atribuicao-existente                 pic x(01) value "n".
           88  ws-atribuicao-existe                value "s".
       77  ws-atr-excluir                          pic x(01) value "n".
           88  ws-atr-exclusao                     value "S" "s".
       77  ws-atr-operador-ant                     pic 9(03) value 0.
       77  ws-atr-descricao-turma                  pic x(25) value space.
       77  ws-atr-nome-disciplina                  pic x(15) value space.
       77  ws-atr-nome-professor                   pic x(25) value space.
       *>--- arquivo de atribuicoes ja com alguma atribuicao: so entao
       *>    o lancamento passa a recusar professor nao atribuido (antes
       *>    disso, como a turma sem grade, o lancamento continua livre)
       77  ws-atribuicoes-em-uso-flag              pic x(01) value "n".
           88  ws-atribuicoes-em-uso               value "s".
       *>--- resultado da conferencia da disciplina corrente do aluno
       77  ws-atribuicao-flag                      pic x(01) value "n".
           88  ws-professor-atribuido              value "s".
       77  ws-qtd-disc-atribuidas                  pic 9(01) value 0.
       *>--- validacao da turma/disciplina digitadas na manutencao
       77  ws-atribuicao-valida                    pic x(01) value "n".
           88  ws-atribuicao-ok                    value "s".


       *>--- area de trabalho do cadastro de responsaveis
       copy "responsavel.cpy"
           replacing ==res-registro-responsavel== by ==ws-registro-responsavel==
                     ==res-chave==               by ==ws-res-chave==
                     ==res-cod-aluno==           by ==ws-res-cod-aluno==
                     ==res-seq==                 by ==ws-res-seq==
                     ==res-nome==                by ==ws-res-nome==
                     ==res-parentesco==          by ==ws-res-parentesco==
                     ==res-cpf==                 by ==ws-res-cpf==
                     ==res-telefone==            by ==ws-res-telefone==
                     ==res-email==               by ==ws-res-email==
                     ==res-endereco==            by ==ws-res-endereco==
                     ==res-financeiro==          by ==ws-res-financeiro==
                     ==res-autorizado-buscar==   by ==ws-res-autorizado-buscar==
                     ==res-contato-pedagogico==  by ==ws-res-contato-pedagogico==
                     ==res-cod-operador==        by ==ws-res-cod-operador==
                     ==res-data==                by ==ws-res-data==.

       *>--- na manutencao: responsavel ja existente (REWRITE/DELETE) ou
       *>    novo na sequencia (WRITE)
       77  ws-responsavel-existente                pic x(01) value "n".
           88  ws-responsavel-existe               value "s".
       77  ws-res-excluir                          pic x(01) value "n".
           88  ws-res-exclusao                     value "S" "s".
       77  ws-responsavel-valido                   pic x(01) value "n".
           88  ws-responsavel-ok                   value "s".
       77  ws-outro-financeiro-flag                pic x(01) value "n".
           88  ws-ha-outro-financeiro              value "s".
       77  ws-fim-responsaveis-flag                pic x(01) value "n".
           88  ws-fim-responsaveis                 value "s".
       77  ws-qtd-responsaveis                     pic 9(02) value 0.
       77  ws-log-res-fmt                          pic x(90) value space.
       *>--- conferencia dos digitos verificadores do CPF (modulo 11)
       01  ws-cpf-numero                           pic 9(11).
       01  ws-cpf-digitos redefines ws-cpf-numero.
           05  ws-cpf-dig occurs 11 times          pic 9(01).
       77  ws-idx-cpf                              pic 9(02).
       77  ws-cpf-soma                             pic 9(04).
       77  ws-cpf-quociente                        pic 9(04).
       77  ws-cpf-resto                            pic 9(02).
       77  ws-cpf-dv                               pic 9(02).
       77  ws-cpf-valido                           pic x(01) value "n".
           88  ws-cpf-ok                           value "s".
       77  ws-cpf-repetido-flag                    pic x(01) value "n".
           88  ws-cpf-repetido                     value "s".

       *>--- saldo da familia: alunos ligados por um responsavel em
       *>    comum (mesmo CPF) e as mensalidades em aberto de cada um
       01  ws-familia.
           05  ws-fam-cod-aluno occurs 10 times    pic 9(04).
       01  ws-familia-cpfs.
           05  ws-fam-cpf occurs 9 times           pic 9(11).
       77  ws-qtd-familia                          pic 9(02) value 0.
       77  ws-idx-familia                          pic 9(02).
       77  ws-qtd-fam-cpf                          pic 9(02) value 0.
       77  ws-idx-fam-cpf                          pic 9(02).
       77  ws-fam-ja-incluido-flag                 pic x(01) value "n".
           88  ws-fam-ja-incluido                  value "s".
       77  ws-fim-fam-mensalidades-flag            pic x(01) value "n".
           88  ws-fim-fam-mensalidades             value "s".
       77  ws-fam-nome                             pic x(25).
       77  ws-fam-turma                            pic x(04).
       77  ws-fam-meses                            pic 9(02) value 0.
       77  ws-fam-valor                            pic 9(06)v9(02) value 0.
       77  ws-fam-total-meses                      pic 9(03) value 0.
       77  ws-fam-total-valor                      pic 9(07)v9(02) value 0.
       77  ws-fam-valor-ed                         pic z(06)9,99.

       *>--- area de trabalho da lista de espera por turma
       copy "espera.cpy"
           replacing ==esp-registro-espera==    by ==ws-registro-espera==
                     ==esp-chave==              by ==ws-esp-chave==
                     ==esp-cod-turma==          by ==ws-esp-cod-turma==
                     ==esp-data-inscricao==     by ==ws-esp-data-inscricao==
                     ==esp-hora-inscricao==     by ==ws-esp-hora-inscricao==
                     ==esp-nome-candidato==     by ==ws-esp-nome-candidato==
                     ==esp-nome-responsavel==   by ==ws-esp-nome-responsavel==
                     ==esp-telefone==           by ==ws-esp-telefone==
                     ==esp-situacao==           by ==ws-esp-situacao==
                     ==esp-data-convocacao==    by ==ws-esp-data-convocacao==
                     ==esp-data-limite==        by ==ws-esp-data-limite==
                     ==esp-cod-operador==       by ==ws-esp-cod-operador==.

       *>--- tela da lista: turma, posicao na fila (00 lista a turma) e
       *>    nova inscricao; na tela de dados, excluir ou matricular
       77  ws-esp-turma-busca                      pic x(04) value space.
       77  ws-esp-posicao                          pic 9(02) value 0.
       77  ws-esp-posicao-atual                    pic 9(02) value 0.
       77  ws-esp-nova                             pic x(01) value "n".
           88  ws-esp-nova-inscricao               value "S" "s".
       77  ws-esp-excluir                          pic x(01) value "n".
           88  ws-esp-exclusao                     value "S" "s".
       77  ws-esp-matricular                       pic x(01) value "n".
           88  ws-esp-matricula                    value "S" "s".
       77  ws-esp-encontrada-flag                  pic x(01) value "n".
           88  ws-esp-encontrada                   value "s".
       77  ws-esp-valida-flag                      pic x(01) value "n".
           88  ws-esp-ok                           value "s".
       77  ws-fim-espera-flag                      pic x(01) value "n".
           88  ws-fim-espera                       value "s".
       77  ws-esp-situacao-desc                    pic x(14) value space.
       77  ws-qtd-espera                           pic 9(02) value 0.
       *>--- cadastro aberto pela lista de espera: vem preenchido com os
       *>    dados do candidato e exclui a inscricao depois de gravado
       77  ws-matricula-espera-flag                pic x(01) value "n".
           88  ws-matricula-da-espera              value "s".

       *>--- notas em grade: turma + disciplina + bimestre digitados e a
       *>    tabela da tela (ate 36 alunos por tela, em duas colunas;
       *>    turma maior continua na tela seguinte)
       77  ws-ngr-turma                            pic x(04) value space.
       77  ws-ngr-disciplina                       pic 9(02) value 0.
       77  ws-ngr-bimestre                         pic 9(01) value 0.
       77  ws-ngr-nome-disciplina                  pic x(15) value space.
       77  ws-ngr-valida-flag                      pic x(01) value "n".
           88  ws-ngr-ok                           value "s".
       77  ws-ngr-confirma                         pic x(01) value "n".
           88  ws-ngr-confirmado                   value "S" "s".
       77  ws-ngr-continua-flag                    pic x(01) value "n".
           88  ws-ngr-continua                     value "s".
       77  ws-fim-notas-grade-flag                 pic x(01) value "n".
           88  ws-fim-notas-grade                  value "s".
       77  ws-ngr-max-tela                         pic 9(02) value 36.
       77  ws-ngr-qtd                              pic 9(02) value 0.
       77  ws-ngr-idx                              pic 9(02) value 0.
       77  ws-ngr-idx-achado                       pic 9(01) value 0.
       *>--- alunos da turma ja mostrados em telas anteriores (pulados na
       *>    carga da tela seguinte) e contadores do lancamento
       77  ws-ngr-pular                            pic 9(04) value 0.
       77  ws-ngr-vistos                           pic 9(04) value 0.
       77  ws-ngr-alterados                        pic 9(04) value 0.
       77  ws-ngr-nao-gravados                     pic 9(04) value 0.
       77  ws-ngr-nota-aux                         pic 9(02)v9(02) value 0.
       01  ws-ngr-tabela.
           05  ws-ngr-aluno                        occurs 36 times.
               10  ws-ngr-cod-aluno                pic 9(04).
               10  ws-ngr-nome-aluno               pic x(15).
      *>--- posicao da disciplina no registro do aluno (1 a 3)
               10  ws-ngr-idx-disc                 pic 9(01).
               10  ws-ngr-nota-atual               pic 9(02)v9(02).
               10  ws-ngr-nota-nova                pic 9(02)v9(02).


       *>--- variaveis para comunicaçao entre programa
       linkage section.

           05  line 21 col 06 value    "( )Excluir Ocorrencia             ".
           05  line 22 col 06 value    "( )Consultar Turma                ".
           05  line 23 col 06 value    "( )Sair                           ".
           05  line 05 col 45 value    "( )Conselho De Classe             ".
           05  line 06 col 45 value    "( )Bolsas E Descontos             ".
           05  line 07 col 45 value    "( )Atribuicao De Professores      ".
           05  line 08 col 45 value    "( )Responsaveis Do Aluno          ".
           05  line 09 col 45 value    "( )Saldo Da Familia               ".
           05  line 10 col 45 value    "( )Lista De Espera                ".
           05  line 11 col 45 value    "( )Notas Em Grade                 ".


           05  sc-cada-alunos              line 05 col 07 pic x(01) using ws-cadastrar-alunos.
           05  sc-exc-ocorrencia           line 21 col 07 pic x(01) using ws-excluir-ocorrencia.
           05  sc-cons-turma               line 22 col 07 pic x(01) using ws-consultar-turma.
           05  sc-fim                      line 23 col 07 pic x(01) using ws-sair.
           05  sc-conselho-classe          line 05 col 46 pic x(01) using ws-conselho-classe.
           05  sc-manter-bolsas            line 06 col 46 pic x(01) using ws-manter-bolsas.
           05  sc-atribuir-professores     line 07 col 46 pic x(01) using ws-atribuir-professores.
           05  sc-manter-responsaveis      line 08 col 46 pic x(01) using ws-manter-responsaveis.
           05  sc-saldo-familia            line 09 col 46 pic x(01) using ws-saldo-familia.
           05  sc-lista-espera             line 10 col 46 pic x(01) using ws-lista-espera.
           05  sc-notas-grade              line 11 col 46 pic x(01) using ws-notas-grade.

           05  sc-operador-logado          line 02 col 04 pic x(25) from  ws-nome-operador-logado.
           05  sc-mensagem                 line 24 col 04 pic x(40) from  ws-mensagem foreground-color 12.
           05  sc-mensagem             line 09 col 05 pic x(40) from  ws-mensagem  foreground-color 12.


       01  sc-tela-cod-conselho.
           05  blank screen.
           05  line 01 col 10 value    " ---- Conselho De Classe - Cod. Aluno ----   ".
           05  line 03 col 05 value    "Cod. Aluno:                                  ".
           05  line 04 col 05 value    "  ou Nome Aluno:                             ".
           05  line 05 col 05 value    "                                             ".
           05  line 06 col 05 value    "Cod. Disciplina:      Ano letivo:            ".
           05  line 07 col 05 value    "      Voltar para menu principal (s)? ( )    ".
           05  line 08 col 05 value    "                                             ".
           05  line 09 col 05 value    "                                             ".
           05  line 10 col 05 value    "_____________________________________________".


           05  sc-codigo-aluno         line 03 col 18 pic 9(04) using ws-cod-aluno.
           05  sc-nome-busca           line 04 col 18 pic a(25) using ws-nome-busca.
           05  sc-disc-conselho        line 06 col 22 pic 9(02) using ws-con-cod-disciplina.
           05  sc-ano-conselho         line 06 col 39 pic 9(04) using ws-con-ano-letivo.
           05  sc-menu-principal       line 07 col 44 pic x(01) using ws-menu-principal.
           05  sc-mensagem             line 09 col 05 pic x(40) from  ws-mensagem  foreground-color 12.
           05  sc-men-ajuda            line 05 col 06 pic x(50) from  ws-men-ajuda foreground-color 10.


       01  sc-tela-dados-conselho.
           05  blank screen.
           05  line 01 col 05 value    "---------- Conselho De Classe ------------".
           05  line 02 col 05 value    "Aluno:                                    ".
           05  line 03 col 05 value    "Disciplina:                               ".
           05  line 04 col 05 value    "Ano letivo:                               ".
           05  line 05 col 05 value    "Media/situacao calculada:                 ".
           05  line 07 col 05 value    "Decisao (A/M):                            ".
           05  line 08 col 05 value    "  A-Aprovado pelo conselho M-Mantida      ".
           05  line 09 col 05 value    "Justificativa:                            ".
           05  line 11 col 05 value    "     - Apos preencher, aperte enter -     ".
           05  line 13 col 05 value    "__________________________________________".


           05  sc-nome-aluno           line 02 col 12 pic x(25) from  ws-nome-aluno.
           05  sc-cod-disc-conselho    line 03 col 17 pic 9(02) from  ws-con-cod-disciplina.
           05  sc-nome-disc-conselho   line 03 col 20 pic x(15) from  ws-nome-disciplina(ws-idx-disc-conselho).
           05  sc-ano-dados-conselho   line 04 col 17 pic 9(04) from  ws-con-ano-letivo.
           05  sc-media-conselho       line 05 col 31 pic z9,99 from  ws-media-conselho.
           05  sc-situacao-conselho    line 05 col 37 pic x(12) from  ws-situacao-conselho.
           05  sc-decisao-conselho     line 07 col 20 pic x(01) using ws-con-decisao.
           05  sc-justificativa        line 10 col 05 pic x(50) using ws-con-justificativa.
           05  sc-mensagem             line 12 col 05 pic x(40) from  ws-mensagem foreground-color 12.


       01  sc-tela-cod-bolsa.
           05  blank screen.
           05  line 01 col 10 value    " ---- Bolsas E Descontos - Cod. Aluno ----   ".
           05  line 03 col 05 value    "Cod. Aluno:                                  ".
           05  line 04 col 05 value    "  ou Nome Aluno:                             ".
           05  line 05 col 05 value    "                                             ".
           05  line 06 col 05 value    "Tipo:     I-Irmao F-Func. S-Social C-Conv.   ".
           05  line 07 col 05 value    "      Voltar para menu principal (s)? ( )    ".
           05  line 08 col 05 value    "                                             ".
           05  line 09 col 05 value    "                                             ".
           05  line 10 col 05 value    "_____________________________________________".


           05  sc-codigo-aluno         line 03 col 18 pic 9(04) using ws-cod-aluno.
           05  sc-nome-busca           line 04 col 18 pic a(25) using ws-nome-busca.
           05  sc-tipo-bolsa           line 06 col 11 pic x(01) using ws-bol-tipo.
           05  sc-menu-principal       line 07 col 44 pic x(01) using ws-menu-principal.
           05  sc-mensagem             line 09 col 05 pic x(40) from  ws-mensagem  foreground-color 12.
           05  sc-men-ajuda            line 05 col 06 pic x(50) from  ws-men-ajuda foreground-color 10.


       01  sc-tela-dados-bolsa.
           05  blank screen.
           05  line 01 col 05 value    "---------- Bolsas E Descontos ------------".
           05  line 02 col 05 value    "Aluno:                                    ".
           05  line 03 col 05 value    "Tipo:                                     ".
           05  line 04 col 05 value    "Forma (P-Percentual V-Valor fixo):        ".
           05  line 05 col 05 value    "Percentual:                               ".
           05  line 06 col 05 value    "Valor fixo:                               ".
           05  line 07 col 05 value    "Vigencia inicio (AAAAMM):                 ".
           05  line 08 col 05 value    "Vigencia fim (AAAAMM, 0=sem fim):         ".
           05  line 09 col 05 value    "Excluir este desconto (s/n)?              ".
           05  line 11 col 05 value    "     - Apos preencher, aperte enter -     ".
           05  line 13 col 05 value    "__________________________________________".


           05  sc-nome-aluno           line 02 col 12 pic x(25) from  ws-nome-aluno.
           05  sc-tipo-dados-bolsa     line 03 col 11 pic x(01) from  ws-bol-tipo.
           05  sc-tipo-desc-bolsa      line 03 col 13 pic x(15) from  ws-bol-tipo-desc.
           05  sc-forma-bolsa          line 04 col 40 pic x(01) using ws-bol-forma.
           05  sc-percentual-bolsa     line 05 col 17 pic zz9,99  using ws-bol-percentual.
           05  sc-valor-bolsa          line 06 col 17 pic zzz9,99 using ws-bol-valor.
           05  sc-vig-inicio-bolsa     line 07 col 31 pic 9(06) using ws-bol-vigencia-inicio.
           05  sc-vig-fim-bolsa        line 08 col 39 pic 9(06) using ws-bol-vigencia-fim.
           05  sc-excluir-bolsa        line 09 col 34 pic x(01) using ws-bol-excluir.
           05  sc-mensagem             line 12 col 05 pic x(40) from  ws-mensagem foreground-color 12.


       01  sc-tela-cod-atribuicao.
           05  blank screen.
           05  line 01 col 10 value    " ---- Atribuicao De Professores ----------   ".
           05  line 03 col 05 value    "Cod. Turma:                                  ".
           05  line 04 col 05 value    "Cod. Disciplina:                             ".
           05  line 05 col 05 value    "  (sem professor atribui, com professor troca)".
           05  line 07 col 05 value    "      Voltar para menu principal (s)? ( )    ".
           05  line 08 col 05 value    "                                             ".
           05  line 09 col 05 value    "                                             ".
           05  line 10 col 05 value    "_____________________________________________".


           05  sc-turma-atribuicao     line 03 col 18 pic x(04) using ws-atr-cod-turma.
           05  sc-disc-atribuicao      line 04 col 22 pic 9(02) using ws-atr-cod-disciplina.
           05  sc-menu-principal       line 07 col 44 pic x(01) using ws-menu-principal.
           05  sc-mensagem             line 09 col 05 pic x(40) from  ws-mensagem  foreground-color 12.


       01  sc-tela-dados-atribuicao.
           05  blank screen.
           05  line 01 col 05 value    "-------- Atribuicao De Professores -------".
           05  line 02 col 05 value    "Turma:                                    ".
           05  line 03 col 05 value    "Disciplina:                               ".
           05  line 04 col 05 value    "Professor atual:                          ".
           05  line 06 col 05 value    "Cod. Professor:                           ".
           05  line 07 col 05 value    "Excluir esta atribuicao (s/n)?            ".
           05  line 09 col 05 value    "     - Apos preencher, aperte enter -     ".
           05  line 11 col 05 value    "__________________________________________".


           05  sc-turma-dados-atr      line 02 col 12 pic x(04) from  ws-atr-cod-turma.
           05  sc-desc-turma-atr       line 02 col 17 pic x(25) from  ws-atr-descricao-turma.
           05  sc-disc-dados-atr       line 03 col 17 pic 9(02) from  ws-atr-cod-disciplina.
           05  sc-nome-disc-atr        line 03 col 20 pic x(15) from  ws-atr-nome-disciplina.
           05  sc-prof-atual-atr       line 04 col 22 pic x(25) from  ws-atr-nome-professor.
           05  sc-cod-professor-atr    line 06 col 21 pic 9(03) using ws-atr-cod-operador.
           05  sc-excluir-atr          line 07 col 36 pic x(01) using ws-atr-excluir.
           05  sc-mensagem             line 10 col 05 pic x(40) from  ws-mensagem foreground-color 12.


       01  sc-tela-cod-responsavel.
           05  blank screen.
           05  line 01 col 10 value    " ---- Responsaveis Do Aluno - Cod. Aluno ----".
           05  line 03 col 05 value    "Cod. Aluno:                                  ".
           05  line 04 col 05 value    "  ou Nome Aluno:                             ".
           05  line 05 col 05 value    "                                             ".
           05  line 06 col 05 value    "Sequencia:    (00 = listar os responsaveis)  ".
           05  line 07 col 05 value    "      Voltar para menu principal (s)? ( )    ".
           05  line 08 col 05 value    "                                             ".
           05  line 09 col 05 value    "                                             ".
           05  line 10 col 05 value    "_____________________________________________".


           05  sc-codigo-aluno         line 03 col 18 pic 9(04) using ws-cod-aluno.
           05  sc-nome-busca           line 04 col 18 pic a(25) using ws-nome-busca.
           05  sc-seq-responsavel      line 06 col 16 pic 9(02) using ws-res-seq.
           05  sc-menu-principal       line 07 col 44 pic x(01) using ws-menu-principal.
           05  sc-mensagem             line 09 col 05 pic x(40) from  ws-mensagem  foreground-color 12.
           05  sc-men-ajuda            line 05 col 06 pic x(50) from  ws-men-ajuda foreground-color 10.


       01  sc-tela-dados-responsavel.
           05  blank screen.
           05  line 01 col 05 value    "---------- Responsaveis Do Aluno ---------".
           05  line 02 col 05 value    "Aluno:                                    ".
           05  line 03 col 05 value    "Sequencia:                                ".
           05  line 04 col 05 value    "Nome:                                     ".
           05  line 05 col 05 value    "Parentesco:                               ".
           05  line 06 col 05 value    "CPF (so digitos):                         ".
           05  line 07 col 05 value    "Telefone:                                 ".
           05  line 08 col 05 value    "E-mail:                                   ".
           05  line 09 col 05 value    "Endereco:                                 ".
           05  line 10 col 05 value    "Responsavel financeiro (s/n)?             ".
           05  line 11 col 05 value    "Autorizado a buscar o aluno (s/n)?        ".
           05  line 12 col 05 value    "Contato pedagogico (s/n)?                 ".
           05  line 13 col 05 value    "Excluir este responsavel (s/n)?           ".
           05  line 15 col 05 value    "Nome em branco + CPF ja cadastrado em     ".
           05  line 16 col 05 value    "outro aluno: vincula o mesmo responsavel  ".
           05  line 18 col 05 value    "__________________________________________".


           05  sc-nome-aluno           line 02 col 12 pic x(25) from  ws-nome-aluno.
           05  sc-seq-dados-resp       line 03 col 16 pic 9(02) from  ws-res-seq.
           05  sc-nome-resp            line 04 col 11 pic x(30) using ws-res-nome.
           05  sc-parentesco-resp      line 05 col 17 pic x(12) using ws-res-parentesco.
           05  sc-cpf-resp             line 06 col 23 pic 9(11) using ws-res-cpf.
           05  sc-telefone-resp        line 07 col 15 pic x(15) using ws-res-telefone.
           05  sc-email-resp           line 08 col 13 pic x(40) using ws-res-email.
           05  sc-endereco-resp        line 09 col 15 pic x(40) using ws-res-endereco.
           05  sc-financeiro-resp      line 10 col 35 pic x(01) using ws-res-financeiro.
           05  sc-buscar-resp          line 11 col 40 pic x(01) using ws-res-autorizado-buscar.
           05  sc-pedagogico-resp      line 12 col 31 pic x(01) using ws-res-contato-pedagogico.
           05  sc-excluir-resp         line 13 col 37 pic x(01) using ws-res-excluir.
           05  sc-mensagem             line 17 col 05 pic x(40) from  ws-mensagem foreground-color 12.


       01  sc-tela-cod-familia.
           05  blank screen.
           05  line 01 col 10 value    " ---- Saldo Da Familia - Cod. Aluno ----     ".
           05  line 03 col 05 value    "Cod. Aluno:                                  ".
           05  line 04 col 05 value    "  ou Nome Aluno:                             ".
           05  line 05 col 05 value    "                                             ".
           05  line 06 col 05 value    "                                             ".
           05  line 07 col 05 value    "      Voltar para menu principal (s)? ( )    ".
           05  line 08 col 05 value    "                                             ".
           05  line 09 col 05 value    "                                             ".
           05  line 10 col 05 value    "_____________________________________________".


           05  sc-codigo-aluno         line 03 col 18 pic 9(04) using ws-cod-aluno.
           05  sc-nome-busca           line 04 col 18 pic a(25) using ws-nome-busca.
           05  sc-menu-principal       line 07 col 44 pic x(01) using ws-menu-principal.
           05  sc-mensagem             line 09 col 05 pic x(40) from  ws-mensagem  foreground-color 12.
           05  sc-men-ajuda            line 05 col 06 pic x(50) from  ws-men-ajuda foreground-color 10.


       01  sc-tela-cod-espera.
           05  blank screen.
           05  line 01 col 10 value    " ---- Lista De Espera - Turma ----           ".
           05  line 03 col 05 value    "Turma:                                       ".
           05  line 04 col 05 value    "Posicao:    (00 = listar a turma)            ".
           05  line 05 col 05 value    "Nova inscricao (s/n)?                        ".
           05  line 07 col 05 value    "      Voltar para menu principal (s)? ( )    ".
           05  line 08 col 05 value    "                                             ".
           05  line 09 col 05 value    "                                             ".
           05  line 10 col 05 value    "_____________________________________________".


           05  sc-turma-espera         line 03 col 18 pic x(04) using ws-esp-turma-busca.
           05  sc-posicao-espera       line 04 col 14 pic 9(02) using ws-esp-posicao.
           05  sc-nova-espera          line 05 col 27 pic x(01) using ws-esp-nova.
           05  sc-menu-principal       line 07 col 44 pic x(01) using ws-menu-principal.
           05  sc-mensagem             line 09 col 05 pic x(40) from  ws-mensagem  foreground-color 12.


       01  sc-tela-dados-espera.
           05  blank screen.
           05  line 01 col 05 value    "------------- Lista De Espera ------------".
           05  line 02 col 05 value    "Turma:                                    ".
           05  line 03 col 05 value    "Posicao:                                  ".
           05  line 04 col 05 value    "Inscricao (aaaammdd):                     ".
           05  line 05 col 05 value    "Situacao:                                 ".
           05  line 06 col 05 value    "Prazo da convocacao:                      ".
           05  line 07 col 05 value    "Candidato:                                ".
           05  line 08 col 05 value    "Responsavel:                              ".
           05  line 09 col 05 value    "Telefone:                                 ".
           05  line 10 col 05 value    "Excluir da lista (s/n)?                   ".
           05  line 11 col 05 value    "Matricular o candidato (s/n)?             ".
           05  line 14 col 05 value    "__________________________________________".


           05  sc-turma-dados-esp      line 02 col 12 pic x(04) from  ws-esp-cod-turma.
           05  sc-posicao-dados-esp    line 03 col 14 pic 9(02) from  ws-esp-posicao-atual.
           05  sc-data-inscr-esp       line 04 col 27 pic 9(08) from  ws-esp-data-inscricao.
           05  sc-situacao-esp         line 05 col 15 pic x(14) from  ws-esp-situacao-desc.
           05  sc-data-limite-esp      line 06 col 26 pic 9(08) from  ws-esp-data-limite.
           05  sc-candidato-esp        line 07 col 16 pic a(25) using ws-esp-nome-candidato.
           05  sc-responsavel-esp      line 08 col 18 pic x(25) using ws-esp-nome-responsavel.
           05  sc-telefone-esp         line 09 col 15 pic x(15) using ws-esp-telefone.
           05  sc-excluir-esp          line 10 col 29 pic x(01) using ws-esp-excluir.
           05  sc-matricular-esp       line 11 col 35 pic x(01) using ws-esp-matricular.
           05  sc-mensagem             line 13 col 05 pic x(40) from  ws-mensagem foreground-color 12.


       01  sc-tela-cod-notas-grade.
           05  blank screen.
           05  line 01 col 10 value    " ---- Notas Em Grade - Turma ----            ".
           05  line 03 col 05 value    "Turma:                                       ".
           05  line 04 col 05 value    "Disciplina:                                  ".
           05  line 05 col 05 value    "Bimestre (1 a 4):                            ".
           05  line 07 col 05 value    "      Voltar para menu principal (s)? ( )    ".
           05  line 08 col 05 value    "                                             ".
           05  line 09 col 05 value    "                                             ".
           05  line 10 col 05 value    "_____________________________________________".


           05  sc-turma-notas-grade    line 03 col 18 pic x(04) using ws-ngr-turma.
           05  sc-disc-notas-grade     line 04 col 18 pic 9(02) using ws-ngr-disciplina.
           05  sc-bim-notas-grade      line 05 col 24 pic 9(01) using ws-ngr-bimestre.
           05  sc-menu-principal       line 07 col 44 pic x(01) using ws-menu-principal.
           05  sc-mensagem             line 09 col 05 pic x(40) from  ws-mensagem  foreground-color 12.


      *>--- uma linha por aluno, em duas colunas de 18; a nota atual do
      *>    bimestre e so exibida e a nova ja vem preenchida com ela
       01  sc-tela-notas-grade.
           05  blank screen.
           05  line 01 col 02 value    "------------------------ Notas Em Grade ------------------------".
           05  line 02 col 02 value    "Turma:       Disciplina:                      Bimestre:".
           05  line 03 col 02 value    "Cod. Nome            Atual  Nova".
           05  line 03 col 42 value    "Cod. Nome            Atual  Nova".
           05  line 22 col 02 value    "Confirma a gravacao das notas (s/n)? ( )".


           05  sc-turma-grade-tela     line 02 col 09 pic x(04) from  ws-ngr-turma.
           05  sc-disc-grade-tela      line 02 col 27 pic 9(02) from  ws-ngr-disciplina.
           05  sc-nome-disc-grade-tela line 02 col 30 pic x(15) from  ws-ngr-nome-disciplina.
           05  sc-bim-grade-tela       line 02 col 57 pic 9(01) from  ws-ngr-bimestre.
           05  sc-ngr-cod-01          line 04 col 02 pic z(04)  from  ws-ngr-cod-aluno(1) blank when zero.
           05  sc-ngr-nome-01         line 04 col 07 pic x(15)  from  ws-ngr-nome-aluno(1).
           05  sc-ngr-atual-01        line 04 col 23 pic z9,99  from  ws-ngr-nota-atual(1) blank when zero.
           05  sc-ngr-nova-01         line 04 col 30 pic z9,99  using ws-ngr-nota-nova(1).
           05  sc-ngr-cod-02          line 05 col 02 pic z(04)  from  ws-ngr-cod-aluno(2) blank when zero.
           05  sc-ngr-nome-02         line 05 col 07 pic x(15)  from  ws-ngr-nome-aluno(2).
           05  sc-ngr-atual-02        line 05 col 23 pic z9,99  from  ws-ngr-nota-atual(2) blank when zero.
           05  sc-ngr-nova-02         line 05 col 30 pic z9,99  using ws-ngr-nota-nova(2).
           05  sc-ngr-cod-03          line 06 col 02 pic z(04)  from  ws-ngr-cod-aluno(3) blank when zero.
           05  sc-ngr-nome-03         line 06 col 07 pic x(15)  from  ws-ngr-nome-aluno(3).
           05  sc-ngr-atual-03        line 06 col 23 pic z9,99  from  ws-ngr-nota-atual(3) blank when zero.
           05  sc-ngr-nova-03         line 06 col 30 pic z9,99  using ws-ngr-nota-nova(3).
           05  sc-ngr-cod-04          line 07 col 02 pic z(04)  from  ws-ngr-cod-aluno(4) blank when zero.
           05  sc-ngr-nome-04         line 07 col 07 pic x(15)  from  ws-ngr-nome-aluno(4).
           05  sc-ngr-atual-04        line 07 col 23 pic z9,99  from  ws-ngr-nota-atual(4) blank when zero.
           05  sc-ngr-nova-04         line 07 col 30 pic z9,99  using ws-ngr-nota-nova(4).
           05  sc-ngr-cod-05          line 08 col 02 pic z(04)  from  ws-ngr-cod-aluno(5) blank when zero.
           05  sc-ngr-nome-05         line 08 col 07 pic x(15)  from  ws-ngr-nome-aluno(5).
           05  sc-ngr-atual-05        line 08 col 23 pic z9,99  from  ws-ngr-nota-atual(5) blank when zero.
           05  sc-ngr-nova-05         line 08 col 30 pic z9,99  using ws-ngr-nota-nova(5).
           05  sc-ngr-cod-06          line 09 col 02 pic z(04)  from  ws-ngr-cod-aluno(6) blank when zero.
           05  sc-ngr-nome-06         line 09 col 07 pic x(15)  from  ws-ngr-nome-aluno(6).
           05  sc-ngr-atual-06        line 09 col 23 pic z9,99  from  ws-ngr-nota-atual(6) blank when zero.
           05  sc-ngr-nova-06         line 09 col 30 pic z9,99  using ws-ngr-nota-nova(6).
           05  sc-ngr-cod-07          line 10 col 02 pic z(04)  from  ws-ngr-cod-aluno(7) blank when zero.
           05  sc-ngr-nome-07         line 10 col 07 pic x(15)  from  ws-ngr-nome-aluno(7).
           05  sc-ngr-atual-07        line 10 col 23 pic z9,99  from  ws-ngr-nota-atual(7) blank when zero.
           05  sc-ngr-nova-07         line 10 col 30 pic z9,99  using ws-ngr-nota-nova(7).
           05  sc-ngr-cod-08          line 11 col 02 pic z(04)  from  ws-ngr-cod-aluno(8) blank when zero.
           05  sc-ngr-nome-08         line 11 col 07 pic x(15)  from  ws-ngr-nome-aluno(8).
           05  sc-ngr-atual-08        line 11 col 23 pic z9,99  from  ws-ngr-nota-atual(8) blank when zero.
           05  sc-ngr-nova-08         line 11 col 30 pic z9,99  using ws-ngr-nota-nova(8).
           05  sc-ngr-cod-09          line 12 col 02 pic z(04)  from  ws-ngr-cod-aluno(9) blank when zero.
           05  sc-ngr-nome-09         line 12 col 07 pic x(15)  from  ws-ngr-nome-aluno(9).
           05  sc-ngr-atual-09        line 12 col 23 pic z9,99  from  ws-ngr-nota-atual(9) blank when zero.
           05  sc-ngr-nova-09         line 12 col 30 pic z9,99  using ws-ngr-nota-nova(9).
           05  sc-ngr-cod-10          line 13 col 02 pic z(04)  from  ws-ngr-cod-aluno(10) blank when zero.
           05  sc-ngr-nome-10         line 13 col 07 pic x(15)  from  ws-ngr-nome-aluno(10).
           05  sc-ngr-atual-10        line 13 col 23 pic z9,99  from  ws-ngr-nota-atual(10) blank when zero.
           05  sc-ngr-nova-10         line 13 col 30 pic z9,99  using ws-ngr-nota-nova(10).
           05  sc-ngr-cod-11          line 14 col 02 pic z(04)  from  ws-ngr-cod-aluno(11) blank when zero.
           05  sc-ngr-nome-11         line 14 col 07 pic x(15)  from  ws-ngr-nome-aluno(11).
           05  sc-ngr-atual-11        line 14 col 23 pic z9,99  from  ws-ngr-nota-atual(11) blank when zero.
           05  sc-ngr-nova-11         line 14 col 30 pic z9,99  using ws-ngr-nota-nova(11).
           05  sc-ngr-cod-12          line 15 col 02 pic z(04)  from  ws-ngr-cod-aluno(12) blank when zero.
           05  sc-ngr-nome-12         line 15 col 07 pic x(15)  from  ws-ngr-nome-aluno(12).
           05  sc-ngr-atual-12        line 15 col 23 pic z9,99  from  ws-ngr-nota-atual(12) blank when zero.
           05  sc-ngr-nova-12         line 15 col 30 pic z9,99  using ws-ngr-nota-nova(12).
           05  sc-ngr-cod-13          line 16 col 02 pic z(04)  from  ws-ngr-cod-aluno(13) blank when zero.
           05  sc-ngr-nome-13         line 16 col 07 pic x(15)  from  ws-ngr-nome-aluno(13).
           05  sc-ngr-atual-13        line 16 col 23 pic z9,99  from  ws-ngr-nota-atual(13) blank when zero.
           05  sc-ngr-nova-13         line 16 col 30 pic z9,99  using ws-ngr-nota-nova(13).
           05  sc-ngr-cod-14          line 17 col 02 pic z(04)  from  ws-ngr-cod-aluno(14) blank when zero.
           05  sc-ngr-nome-14         line 17 col 07 pic x(15)  from  ws-ngr-nome-aluno(14).
           05  sc-ngr-atual-14        line 17 col 23 pic z9,99  from  ws-ngr-nota-atual(14) blank when zero.
           05  sc-ngr-nova-14         line 17 col 30 pic z9,99  using ws-ngr-nota-nova(14).
           05  sc-ngr-cod-15          line 18 col 02 pic z(04)  from  ws-ngr-cod-aluno(15) blank when zero.
           05  sc-ngr-nome-15         line 18 col 07 pic x(15)  from  ws-ngr-nome-aluno(15).
           05  sc-ngr-atual-15        line 18 col 23 pic z9,99  from  ws-ngr-nota-atual(15) blank when zero.
           05  sc-ngr-nova-15         line 18 col 30 pic z9,99  using ws-ngr-nota-nova(15).
           05  sc-ngr-cod-16          line 19 col 02 pic z(04)  from  ws-ngr-cod-aluno(16) blank when zero.
           05  sc-ngr-nome-16         line 19 col 07 pic x(15)  from  ws-ngr-nome-aluno(16).
           05  sc-ngr-atual-16        line 19 col 23 pic z9,99  from  ws-ngr-nota-atual(16) blank when zero.
           05  sc-ngr-nova-16         line 19 col 30 pic z9,99  using ws-ngr-nota-nova(16).
           05  sc-ngr-cod-17          line 20 col 02 pic z(04)  from  ws-ngr-cod-aluno(17) blank when zero.
           05  sc-ngr-nome-17         line 20 col 07 pic x(15)  from  ws-ngr-nome-aluno(17).
           05  sc-ngr-atual-17        line 20 col 23 pic z9,99  from  ws-ngr-nota-atual(17) blank when zero.
           05  sc-ngr-nova-17         line 20 col 30 pic z9,99  using ws-ngr-nota-nova(17).
           05  sc-ngr-cod-18          line 21 col 02 pic z(04)  from  ws-ngr-cod-aluno(18) blank when zero.
           05  sc-ngr-nome-18         line 21 col 07 pic x(15)  from  ws-ngr-nome-aluno(18).
           05  sc-ngr-atual-18        line 21 col 23 pic z9,99  from  ws-ngr-nota-atual(18) blank when zero.
           05  sc-ngr-nova-18         line 21 col 30 pic z9,99  using ws-ngr-nota-nova(18).
           05  sc-ngr-cod-19          line 04 col 42 pic z(04)  from  ws-ngr-cod-aluno(19) blank when zero.
           05  sc-ngr-nome-19         line 04 col 47 pic x(15)  from  ws-ngr-nome-aluno(19).
           05  sc-ngr-atual-19        line 04 col 63 pic z9,99  from  ws-ngr-nota-atual(19) blank when zero.
           05  sc-ngr-nova-19         line 04 col 70 pic z9,99  using ws-ngr-nota-nova(19).
           05  sc-ngr-cod-20          line 05 col 42 pic z(04)  from  ws-ngr-cod-aluno(20) blank when zero.
           05  sc-ngr-nome-20         line 05 col 47 pic x(15)  from  ws-ngr-nome-aluno(20).
           05  sc-ngr-atual-20        line 05 col 63 pic z9,99  from  ws-ngr-nota-atual(20) blank when zero.
           05  sc-ngr-nova-20         line 05 col 70 pic z9,99  using ws-ngr-nota-nova(20).
           05  sc-ngr-cod-21          line 06 col 42 pic z(04)  from  ws-ngr-cod-aluno(21) blank when zero.
           05  sc-ngr-nome-21         line 06 col 47 pic x(15)  from  ws-ngr-nome-aluno(21).
           05  sc-ngr-atual-21        line 06 col 63 pic z9,99  from  ws-ngr-nota-atual(21) blank when zero.
           05  sc-ngr-nova-21         line 06 col 70 pic z9,99  using ws-ngr-nota-nova(21).
           05  sc-ngr-cod-22          line 07 col 42 pic z(04)  from  ws-ngr-cod-aluno(22) blank when zero.
           05  sc-ngr-nome-22         line 07 col 47 pic x(15)  from  ws-ngr-nome-aluno(22).
           05  sc-ngr-atual-22        line 07 col 63 pic z9,99  from  ws-ngr-nota-atual(22) blank when zero.
           05  sc-ngr-nova-22         line 07 col 70 pic z9,99  using ws-ngr-nota-nova(22).
           05  sc-ngr-cod-23          line 08 col 42 pic z(04)  from  ws-ngr-cod-aluno(23) blank when zero.
           05  sc-ngr-nome-23         line 08 col 47 pic x(15)  from  ws-ngr-nome-aluno(23).
           05  sc-ngr-atual-23        line 08 col 63 pic z9,99  from  ws-ngr-nota-atual(23) blank when zero.
           05  sc-ngr-nova-23         line 08 col 70 pic z9,99  using ws-ngr-nota-nova(23).
           05  sc-ngr-cod-24          line 09 col 42 pic z(04)  from  ws-ngr-cod-aluno(24) blank when zero.
           05  sc-ngr-nome-24         line 09 col 47 pic x(15)  from  ws-ngr-nome-aluno(24).
           05  sc-ngr-atual-24        line 09 col 63 pic z9,99  from  ws-ngr-nota-atual(24) blank when zero.
           05  sc-ngr-nova-24         line 09 col 70 pic z9,99  using ws-ngr-nota-nova(24).
           05  sc-ngr-cod-25          line 10 col 42 pic z(04)  from  ws-ngr-cod-aluno(25) blank when zero.
           05  sc-ngr-nome-25         line 10 col 47 pic x(15)  from  ws-ngr-nome-aluno(25).
           05  sc-ngr-atual-25        line 10 col 63 pic z9,99  from  ws-ngr-nota-atual(25) blank when zero.
           05  sc-ngr-nova-25         line 10 col 70 pic z9,99  using ws-ngr-nota-nova(25).
           05  sc-ngr-cod-26          line 11 col 42 pic z(04)  from  ws-ngr-cod-aluno(26) blank when zero.
           05  sc-ngr-nome-26         line 11 col 47 pic x(15)  from  ws-ngr-nome-aluno(26).
           05  sc-ngr-atual-26        line 11 col 63 pic z9,99  from  ws-ngr-nota-atual(26) blank when zero.
           05  sc-ngr-nova-26         line 11 col 70 pic z9,99  using ws-ngr-nota-nova(26).
           05  sc-ngr-cod-27          line 12 col 42 pic z(04)  from  ws-ngr-cod-aluno(27) blank when zero.
           05  sc-ngr-nome-27         line 12 col 47 pic x(15)  from  ws-ngr-nome-aluno(27).
           05  sc-ngr-atual-27        line 12 col 63 pic z9,99  from  ws-ngr-nota-atual(27) blank when zero.
           05  sc-ngr-nova-27         line 12 col 70 pic z9,99  using ws-ngr-nota-nova(27).
           05  sc-ngr-cod-28          line 13 col 42 pic z(04)  from  ws-ngr-cod-aluno(28) blank when zero.
           05  sc-ngr-nome-28         line 13 col 47 pic x(15)  from  ws-ngr-nome-aluno(28).
           05  sc-ngr-atual-28        line 13 col 63 pic z9,99  from  ws-ngr-nota-atual(28) blank when zero.
           05  sc-ngr-nova-28         line 13 col 70 pic z9,99  using ws-ngr-nota-nova(28).
           05  sc-ngr-cod-29          line 14 col 42 pic z(04)  from  ws-ngr-cod-aluno(29) blank when zero.
           05  sc-ngr-nome-29         line 14 col 47 pic x(15)  from  ws-ngr-nome-aluno(29).
           05  sc-ngr-atual-29        line 14 col 63 pic z9,99  from  ws-ngr-nota-atual(29) blank when zero.
           05  sc-ngr-nova-29         line 14 col 70 pic z9,99  using ws-ngr-nota-nova(29).
           05  sc-ngr-cod-30          line 15 col 42 pic z(04)  from  ws-ngr-cod-aluno(30) blank when zero.
           05  sc-ngr-nome-30         line 15 col 47 pic x(15)  from  ws-ngr-nome-aluno(30).
           05  sc-ngr-atual-30        line 15 col 63 pic z9,99  from  ws-ngr-nota-atual(30) blank when zero.
           05  sc-ngr-nova-30         line 15 col 70 pic z9,99  using ws-ngr-nota-nova(30).
           05  sc-ngr-cod-31          line 16 col 42 pic z(04)  from  ws-ngr-cod-aluno(31) blank when zero.
           05  sc-ngr-nome-31         line 16 col 47 pic x(15)  from  ws-ngr-nome-aluno(31).
           05  sc-ngr-atual-31        line 16 col 63 pic z9,99  from  ws-ngr-nota-atual(31) blank when zero.
           05  sc-ngr-nova-31         line 16 col 70 pic z9,99  using ws-ngr-nota-nova(31).
           05  sc-ngr-cod-32          line 17 col 42 pic z(04)  from  ws-ngr-cod-aluno(32) blank when zero.
           05  sc-ngr-nome-32         line 17 col 47 pic x(15)  from  ws-ngr-nome-aluno(32).
           05  sc-ngr-atual-32        line 17 col 63 pic z9,99  from  ws-ngr-nota-atual(32) blank when zero.
           05  sc-ngr-nova-32         line 17 col 70 pic z9,99  using ws-ngr-nota-nova(32).
           05  sc-ngr-cod-33          line 18 col 42 pic z(04)  from  ws-ngr-cod-aluno(33) blank when zero.
           05  sc-ngr-nome-33         line 18 col 47 pic x(15)  from  ws-ngr-nome-aluno(33).
           05  sc-ngr-atual-33        line 18 col 63 pic z9,99  from  ws-ngr-nota-atual(33) blank when zero.
           05  sc-ngr-nova-33         line 18 col 70 pic z9,99  using ws-ngr-nota-nova(33).
           05  sc-ngr-cod-34          line 19 col 42 pic z(04)  from  ws-ngr-cod-aluno(34) blank when zero.
           05  sc-ngr-nome-34         line 19 col 47 pic x(15)  from  ws-ngr-nome-aluno(34).
           05  sc-ngr-atual-34        line 19 col 63 pic z9,99  from  ws-ngr-nota-atual(34) blank when zero.
           05  sc-ngr-nova-34         line 19 col 70 pic z9,99  using ws-ngr-nota-nova(34).
           05  sc-ngr-cod-35          line 20 col 42 pic z(04)  from  ws-ngr-cod-aluno(35) blank when zero.
           05  sc-ngr-nome-35         line 20 col 47 pic x(15)  from  ws-ngr-nome-aluno(35).
           05  sc-ngr-atual-35        line 20 col 63 pic z9,99  from  ws-ngr-nota-atual(35) blank when zero.
           05  sc-ngr-nova-35         line 20 col 70 pic z9,99  using ws-ngr-nota-nova(35).
           05  sc-ngr-cod-36          line 21 col 42 pic z(04)  from  ws-ngr-cod-aluno(36) blank when zero.
           05  sc-ngr-nome-36         line 21 col 47 pic x(15)  from  ws-ngr-nome-aluno(36).
           05  sc-ngr-atual-36        line 21 col 63 pic z9,99  from  ws-ngr-nota-atual(36) blank when zero.
           05  sc-ngr-nova-36         line 21 col 70 pic z9,99  using ws-ngr-nota-nova(36).
           05  sc-confirma-notas-grade line 22 col 40 pic x(01) using ws-ngr-confirma.
           05  sc-mensagem             line 23 col 02 pic x(40) from  ws-mensagem foreground-color 12.


       01  sc-tela-login.
           05  blank screen.
           05  line 01 col 04 value    " ---- Sistemas De Cadastros - Login ---- ".
               perform finaliza-anormal
           end-if

           *>-- deliberacoes do conselho de classe; optional, entao na
           *>   primeira execucao o proprio OPEN I-O o cria e devolve 05
           open i-o arqConselho
           if ws-fs-arqConselho <> 00 and ws-fs-arqConselho <> 05 then
               move 73                                            to ws-msn-erro-ofsset
               move ws-fs-arqConselho                             to ws-msn-erro-cod
               move "Erro ao inicializar arqConselho!"            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *>-- bolsas/descontos; optional, entao na primeira execucao o
           *>   proprio OPEN I-O o cria e devolve 05
           open i-o arqBolsas
           if ws-fs-arqBolsas <> 00 and ws-fs-arqBolsas <> 05 then
               move 78                                            to ws-msn-erro-ofsset
               move ws-fs-arqBolsas                               to ws-msn-erro-cod
               move "Erro ao inicializar arqBolsas!"              to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *>-- atribuicao de professores; optional, entao na primeira
           *>   execucao o proprio OPEN I-O o cria e devolve 05
           open i-o arqAtribuicoes
           if ws-fs-arqAtribuicoes <> 00 and ws-fs-arqAtribuicoes <> 05 then
               move 83                                            to ws-msn-erro-ofsset
               move ws-fs-arqAtribuicoes                          to ws-msn-erro-cod
               move "Erro ao inicializar arqAtribuicoes!"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *>-- so com alguma atribuicao cadastrada o lancamento passa a
           *>   conferir o professor (implantacao nao trava os lancamentos)
           move low-values to atr-chave
           start arqAtribuicoes key >= atr-chave
               invalid key
                   continue
           end-start
           if ws-fs-arqAtribuicoes = 00 then
               set ws-atribuicoes-em-uso to true
           end-if

           *>-- responsaveis por aluno; optional, entao na primeira
           *>   execucao o proprio OPEN I-O o cria e devolve 05
           open i-o arqResponsaveis
           if ws-fs-arqResponsaveis <> 00 and ws-fs-arqResponsaveis <> 05 then
               move 102                                           to ws-msn-erro-ofsset
               move ws-fs-arqResponsaveis                         to ws-msn-erro-cod
               move "Erro ao inicializar arqResponsaveis!"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           *>-- lista de espera; optional, entao na primeira execucao o
           *>   proprio OPEN I-O o cria e devolve 05
           open i-o arqEspera
           if ws-fs-arqEspera <> 00 and ws-fs-arqEspera <> 05 then
               move 104                                           to ws-msn-erro-ofsset
               move ws-fs-arqEspera                               to ws-msn-erro-cod
               move "Erro ao inicializar arqEspera!"              to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform ler-parametros

           *>-- calendario letivo e bimestre vigente do lancamento de notas
               move space to ws-registrar-ocorrencia
               move space to ws-excluir-ocorrencia
               move space to ws-consultar-turma
               move space to ws-conselho-classe
               move space to ws-manter-bolsas
               move space to ws-atribuir-professores
               move space to ws-manter-responsaveis
               move space to ws-saldo-familia
               move space to ws-lista-espera
               move space to ws-notas-grade
               set ws-n-voltar-p-menu to true

               display sc-tela-principal

                   perform consultar_turma

               else
               *>-- deliberacao do conselho de classe (somente coordenacao)
               if ws-conselho-classe = "X" or ws-conselho-classe = "x" then

                   perform conselho_classe

               else
               *>-- bolsas e descontos por aluno (somente coordenacao)
               if ws-manter-bolsas = "X" or ws-manter-bolsas = "x" then

                   perform manter_bolsas

               else
               *>-- atribuicao de professores (somente coordenacao)
               if ws-atribuir-professores = "X" or ws-atribuir-professores = "x" then

                   perform atribuir_professores

               else
               *>-- responsaveis do aluno (somente coordenacao, como o cadastro)
               if ws-manter-responsaveis = "X" or ws-manter-responsaveis = "x" then

                   perform manter_responsaveis

               else
               *>-- saldo em aberto da familia (irmaos com responsavel em comum)
               if ws-saldo-familia = "X" or ws-saldo-familia = "x" then

                   perform saldo_familia

               else
               *>-- lista de espera de vagas por turma (secretaria)
               if ws-lista-espera = "X" or ws-lista-espera = "x" then

                   perform manter_lista_espera

               else
               *>-- notas de um bimestre para a turma inteira numa tela
               if ws-notas-grade = "X" or ws-notas-grade = "x" then

                   perform lancar_notas_grade

               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
           move space to ws-turma
           move "n" to ws-cadastro-valido

           *>-- matricula de candidato da lista de espera: o cadastro ja
           *>   vem com o nome, o telefone e a turma da inscricao
           if ws-matricula-da-espera then
               move ws-esp-nome-candidato to ws-nome-aluno
               move ws-esp-telefone       to ws-telefone
               move ws-esp-cod-turma      to ws-turma
               move space                 to ws-mensagem
               string "Resp.: " ws-esp-nome-responsavel
                   delimited by size into ws-mensagem
           end-if

           *>-- aluno novo entra com a matricula ativa
           move "A"   to ws-sit-matricula
           accept ws-data-sit-matricula from date yyyymmdd
           move ws-log-notas-fmt to ws-log-notas-novas
           perform registrar-log

           *>-- candidato matriculado sai da lista de espera
           if ws-matricula-da-espera then
               perform remover-espera-matriculado
           end-if


           .
       cadastro_aluno-exit.
                           *>   bimestre (alteracao fora do periodo)
                           perform salvar-notas-anteriores

                           *>-- professor so lanca nas disciplinas atribuidas
                           *>   a ele na turma do aluno
                           perform contar-disciplinas-atribuidas

                           if ws-qtd-disc-atribuidas = 0 then

                               move "Professor nao atribuido ao aluno!" to ws-mensagem

                           else

                           *>-- entrada das notas, uma disciplina de cada vez
                           perform varying ws-idx-disciplina from 1 by 1
                                   until ws-idx-disciplina > ws-quant-disciplinas

                               *>-- disciplina de outro professor nem aparece
                               *>   (as notas dela ficam como estao)
                               perform conferir-atribuicao

                               if ws-professor-atribuido then

                               *>-- repete a tela ate o codigo digitado existir
                               *>   (e estar ativo) no cadastro mestre de
                               *>   disciplinas; o nome e preenchido pela busca
                               *>   (coordenacao passa, mas sai destacada no log)
                               perform conferir-bimestre-notas

                               end-if

                           end-perform

                           move  ws-registros-alunos to fd-registros-alunos

                           end-if
                           end-if
                           end-if

                       end-if

                       *>   turma do aluno (turma sem grade aceita qualquer)
                       perform conferir-grade-disciplina
                       if ws-esta-na-grade then
                           *>-- e o professor precisa estar atribuido a ela
                           *>   na turma do aluno (coordenacao passa)
                           perform conferir-atribuicao
                           if ws-professor-atribuido then
                               set ws-disciplina-ok to true
                           else
                               move "Disciplina nao atribuida ao professor!" to ws-mensagem
                           end-if
                       else
                           move "Disciplina fora da grade da turma!" to ws-mensagem
                       end-if
                  or ws-manter-calendario = "X"
                  or ws-manter-calendario = "x"
                  or ws-excluir-ocorrencia = "X"
                  or ws-excluir-ocorrencia = "x"
                  or ws-conselho-classe = "X"
                  or ws-conselho-classe = "x"
                  or ws-manter-bolsas = "X"
                  or ws-manter-bolsas = "x"
                  or ws-atribuir-professores = "X"
                  or ws-atribuir-professores = "x"
                  or ws-manter-responsaveis = "X"
                  or ws-manter-responsaveis = "x" then
                   move "n" to ws-acesso-flag
               end-if
           end-if
                  or ws-lancar-recuperacao = "x"
                  or ws-baixa-mensalidade = "X"
                  or ws-baixa-mensalidade = "x"
                  or ws-saldo-familia = "X"
                  or ws-saldo-familia = "x"
                  or ws-lista-espera = "X"
                  or ws-lista-espera = "x"
                  or ws-notas-grade = "X"
                  or ws-notas-grade = "x"
                  or ws-registrar-ocorrencia = "X"
                  or ws-registrar-ocorrencia = "x" then
                   move "n" to ws-acesso-flag
                           move fd-cod-aluno to ws-cod-aluno
                           move fd-registros-alunos to ws-registros-alunos

                           *>-- professor so lanca nas disciplinas atribuidas
                           *>   a ele na turma do aluno
                           perform contar-disciplinas-atribuidas

                           if ws-qtd-disc-atribuidas = 0 then

                               move "Professor nao atribuido ao aluno!" to ws-mensagem

                           else

                           *>-- lancamento disciplina a disciplina (so as
                           *>   posicoes com disciplina vinculada e, para o
                           *>   professor, atribuida a ele)
                           perform varying ws-idx-disciplina from 1 by 1
                                   until ws-idx-disciplina > ws-quant-disciplinas

                               if ws-cod-disciplina(ws-idx-disciplina) <> 0 then
                                   perform conferir-atribuicao
                                   if ws-professor-atribuido then
                                       perform lancar-frequencia-disciplina
                                   end-if
                               end-if

                           end-perform

                           end-if

                       end-if

                       end-if
                           move fd-cod-aluno to ws-cod-aluno
                           move fd-registros-alunos to ws-registros-alunos

                           *>-- professor so lanca nas disciplinas atribuidas
                           *>   a ele na turma do aluno
                           perform contar-disciplinas-atribuidas

                           if ws-qtd-disc-atribuidas = 0 then

                               move "Professor nao atribuido ao aluno!" to ws-mensagem

                           else

                           *>-- guarda as notas antigas de todas as disciplinas
                           *>   para o log, antes dos accepts abaixo
                           perform formatar-notas-log
                               if ws-cod-disciplina(ws-idx-disciplina) <> 0 then

                                   perform calcular-media-base
                                   perform conferir-atribuicao

                                   if ws-media-base < ws-par-media-corte
                                      and ws-professor-atribuido then
                                       perform lancar-recuperacao-disciplina
                                       set ws-houve-recuperacao to true
                                   end-if
                           end-if
                           end-if
                           end-if
                           end-if

                       end-if

      *>------------------------------------------------------------------------
      *>  Baixar mensalidade do aluno - le a cobranca do mes digitado e,
      *>  confirmada a baixa, regrava com a situacao paga e a data de hoje
      *>  e registra a baixa no log (BAIXA)
      *>------------------------------------------------------------------------
       baixar-mensalidade-aluno section.


               else

                   move space to ws-log-notas-antigas
                   move men-valor to ws-log-valor-men
                   string "MES:" men-ano-mes " SIT:" men-situacao
                          " VALOR:" ws-log-valor-men
                       delimited by size into ws-log-notas-antigas

                   move "P" to men-situacao
                   accept men-data-pagamento from date yyyymmdd
                   rewrite men-registro-mensalidade
                       perform finaliza-anormal
                   else
                       move "Baixa registrada com sucesso!" to ws-mensagem

                       *>-- trilha de auditoria da baixa (o lote do retorno
                       *>   bancario grava a mesma linha como BAIXA-AUTO)
                       move space to ws-log-notas-novas
                       string "MES:" men-ano-mes " SIT:" men-situacao
                              " PAGTO:" men-data-pagamento
                           delimited by size into ws-log-notas-novas
                       move "BAIXA" to ws-log-operacao
                       perform registrar-log
                   end-if

               end-if
                               move ws-log-notas-fmt to ws-log-notas-novas
                               perform registrar-log

                               *>-- transferencia/trancamento libera a vaga:
                               *>   avisa se a turma tem candidato em espera
                               *>   (a convocacao e feita pelo lote)
                               if ws-sit-matricula = "T" or ws-sit-matricula = "R" then
                                   perform conferir-espera-turma
                               end-if

                           end-if
                           end-if

                       end-if

                       end-if

               end-if
               end-if

               end-if

           end-perform


           .
       situacao_matricula-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Expandir situacao da matricula - situacao por extenso para a tela
      *>  (espaco, em registro gravado antes do campo existir, vale ativo)
      *>------------------------------------------------------------------------
       expandir-sit-matricula section.


           evaluate ws-sit-matricula
               when "T"   move "Transferido"  to ws-sit-matricula-desc
               when "R"   move "Trancado"     to ws-sit-matricula-desc
               when "C"   move "Concluido"    to ws-sit-matricula-desc
               when other move "Ativo"        to ws-sit-matricula-desc
           end-evaluate


           .
       expandir-sit-matricula-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Consultar turma - lista os alunos de uma turma em ordem, lendo
      *>  so os registros daquela turma pela chave alternativa fd-turma
      *>  (con-cadastro-sequencial continua varrendo o arquivo inteiro na
      *>  ordem de codigo, para quem quer tudo)
      *>------------------------------------------------------------------------
       consultar_turma section.


           perform until ws-voltar-p-menu

               move space to ws-menu-principal
               move space to ws-turma-consulta

               display sc-tela-consulta-turma
               accept  sc-tela-consulta-turma
               move space to ws-mensagem

               if ws-voltar-p-menu then *>tratamento: caso o usuario digite, ao mesmo tempo, o cod e "s" para voltar p menu, volta imediatamente p menu principal
                   next sentence
               else
                   if ws-turma-consulta = space then

                       move "Codigo invalido!" to ws-mensagem

                   else

                       perform listar-alunos-turma

                   end-if
               end-if

           end-perform


           .
       consultar_turma-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Listar alunos da turma - posiciona na primeira ocorrencia da
      *>  turma pela chave alternativa e le para a frente ate a turma
      *>  mudar; a ordem de listagem e a da propria chave
      *>------------------------------------------------------------------------
       listar-alunos-turma section.


           move 0   to ws-qtd-alunos-lista
           move "n" to ws-fim-lista-turma-flag

           move ws-turma-consulta to fd-turma
           start arqRegistros key = fd-turma
               invalid key
                   continue
           end-start

           if ws-fs-arqRegistros <> 00 then

               move "Nenhum aluno nesta turma!" to ws-mensagem

           else

               display erase
               display " ---- Alunos Da Turma " ws-turma-consulta " ----"
               display " "
               display "Cod. Nome                      Situacao"

               perform until ws-fim-lista-turma

                   read arqRegistros next
                   if ws-fs-arqRegistros = 0 then

                       if fd-turma <> ws-turma-consulta then
                           set ws-fim-lista-turma to true
                       else
                           move fd-sit-matricula to ws-sit-matricula
                           perform expandir-sit-matricula
                           display fd-cod-aluno " " fd-nome-aluno
                                   " " ws-sit-matricula-desc
                           add 1 to ws-qtd-alunos-lista
                       end-if

                   else
                       if ws-fs-arqRegistros = 10 then
                           set ws-fim-lista-turma to true
                       else
                           move 72                                     to ws-msn-erro-ofsset
                           move ws-fs-arqRegistros                     to ws-msn-erro-cod
                           move "Erro ao ler arqRegistros!"            to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               display " "
               display "Alunos listados: " ws-qtd-alunos-lista
               display "Aperte enter para continuar."
               accept aux_erase

           end-if


           .
       listar-alunos-turma-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conselho de classe - localiza o aluno (mesma busca da baixa de
      *>  mensalidade) e a disciplina/ano deliberados e registra a decisao
      *>  do conselho (somente coordenacao); o fechamento do ano aplica a
      *>  decisao "A" e grava a disciplina no historico como Aprov.Conselho
      *>------------------------------------------------------------------------
       conselho_classe section.


           perform until ws-voltar-p-menu

               move space to ws-menu-principal
               move 0     to ws-cod-aluno
               move space to ws-nome-busca
               move "n"   to ws-nome-duplicado-flag
               move 0     to ws-con-cod-disciplina

               *>-- sugere o ano de hoje; a coordenacao troca se o
               *>   conselho for de outro ano letivo
               if ws-con-ano-letivo = 0 then
                   accept ws-data-hoje from date yyyymmdd
                   divide ws-data-hoje by 10000 giving ws-con-ano-letivo
               end-if

               display sc-tela-cod-conselho
               accept  sc-tela-cod-conselho
               move space to ws-mensagem

               if ws-voltar-p-menu then *>tratamento: caso o usuario digite, ao mesmo tempo, o cod e "s" para voltar p menu, volta imediatamente p menu principal
                   next sentence
               else
                   if ws-cod-aluno = 0 and ws-nome-busca <> space then
                       perform busca-por-nome
                   else
                       perform ler-registro-com-retry
                   end-if

                   if ws-fs-arqRegistros = 51 then *>registro bloqueado por outro usuario apos as tentativas

                       move "Registro em uso, tente novamente!" to ws-mensagem

                   else
                   if ws-fs-arqRegistros  <> 00 and ws-fs-arqRegistros <> 05 and ws-fs-arqRegistros <> 23 then
                       move 74                                 to ws-msn-erro-ofsset
                       move ws-fs-arqRegistros                 to ws-msn-erro-cod
                       move "Erro ao ler arqRegistros!"        to ws-msn-erro-text
                       perform finaliza-anormal

                   else
                       if ws-fs-arqRegistros = 23 then *>não cadastro no codigo/nome de entrada do usuario

                           move "Codigo invalido!" to ws-mensagem

                       else
                       if ws-fs-arqRegistros = 0 then

                       if ws-nome-duplicado then

                           move "Nome duplicado, informe o codigo!" to ws-mensagem

                       else

                           move space to ws-mensagem
                           move fd-cod-aluno to ws-cod-aluno
                           move fd-registros-alunos to ws-registros-alunos

                           *>-- a disciplina tem que ser uma das cursadas
                           *>   pelo aluno (posicao no registro)
                           move 0 to ws-idx-disc-conselho
                           if ws-con-cod-disciplina <> 0 then
                               perform varying ws-idx-disciplina from 1 by 1
                                       until ws-idx-disciplina > ws-quant-disciplinas
                                   if ws-cod-disciplina(ws-idx-disciplina)
                                        = ws-con-cod-disciplina then
                                       move ws-idx-disciplina to ws-idx-disc-conselho
                                   end-if
                               end-perform
                           end-if

                           if ws-idx-disc-conselho = 0 then
                               move "Disciplina nao cursada pelo aluno!" to ws-mensagem
                           else
                           if ws-con-ano-letivo < 2000 then
                               move "Ano letivo invalido!" to ws-mensagem
                           else
                               perform registrar-deliberacao
                           end-if
                           end-if

                       end-if

                       end-if

               end-if
               end-if

               end-if

           end-perform


           .
       conselho_classe-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar deliberacao - mostra a media/situacao calculada da
      *>  disciplina e a deliberacao ja registrada (se houver), le a
      *>  decisao e a justificativa, grava e registra no log (CONSELHO)
      *>------------------------------------------------------------------------
       registrar-deliberacao section.


           perform somar-notas
           move ws-media-disc(ws-idx-disc-conselho)    to ws-media-conselho
           move ws-situacao-disc(ws-idx-disc-conselho) to ws-situacao-conselho

           move "n"                   to ws-conselho-existente
           move space                 to ws-con-decisao
           move space                 to ws-con-justificativa
           move space                 to ws-con-decisao-ant
           move ws-cod-aluno          to ws-con-cod-aluno

           move ws-con-chave to con-chave
           read arqConselho
               invalid key
                   continue
           end-read

           if ws-fs-arqConselho = 0 then
               move con-decisao       to ws-con-decisao
               move con-decisao       to ws-con-decisao-ant
               move con-justificativa to ws-con-justificativa
               set  ws-conselho-existe to true
           else
               if ws-fs-arqConselho = 51 then
                   move "Registro em uso, tente novamente!" to ws-mensagem
               else
               if ws-fs-arqConselho <> 23 then
                   move 75                                     to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                      to ws-msn-erro-cod
                   move "Erro ao ler arqConselho!"             to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               end-if
           end-if

           if ws-fs-arqConselho <> 51 then

           display sc-tela-dados-conselho
           accept  sc-tela-dados-conselho

           evaluate ws-con-decisao
               when "a" move "A" to ws-con-decisao
               when "m" move "M" to ws-con-decisao
               when other continue
           end-evaluate

           if ws-con-decisao <> "A" and ws-con-decisao <> "M" then

               move "Decisao invalida (A ou M)!" to ws-mensagem

           else
           if ws-con-justificativa = space then

               move "Justificativa em branco!" to ws-mensagem

           else
           if ws-con-decisao = "A"
              and ws-situacao-conselho = "Reprov.Falta" then

               *>-- frequencia minima e exigencia legal: o conselho nao
               *>   aprova quem reprovou por falta
               move "Reprov. por falta nao e revista!" to ws-mensagem

           else

               move ws-operador-logado to ws-con-cod-operador
               accept ws-con-data from date yyyymmdd
               move ws-registro-conselho to con-registro-conselho

               if ws-conselho-existe then
                   rewrite con-registro-conselho
               else
                   write con-registro-conselho
               end-if

               if ws-fs-arqConselho = 51 then

                   move "Registro em uso, tente novamente!" to ws-mensagem

               else
               if ws-fs-arqConselho <> 00 then
                   move 76                                     to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                      to ws-msn-erro-cod
                   move "Erro ao gravar no arqConselho!"       to ws-msn-erro-text
                   perform finaliza-anormal
               else

                   move "Deliberacao gravada com sucesso!" to ws-mensagem

                   *>-- trilha de auditoria: disciplina, ano e decisao
                   *>   antes/depois (a justificativa nova vai junto)
                   move space to ws-log-notas-antigas
                   if ws-conselho-existe then
                       string "DISC:" ws-con-cod-disciplina
                              " ANO:" ws-con-ano-letivo
                              " DEC:" ws-con-decisao-ant
                           delimited by size into ws-log-notas-antigas
                   end-if
                   move space to ws-log-notas-novas
                   string "DISC:" ws-con-cod-disciplina
                          " ANO:" ws-con-ano-letivo
                          " DEC:" ws-con-decisao " "
                          ws-con-justificativa
                       delimited by size into ws-log-notas-novas
                   move "CONSELHO" to ws-log-operacao
                   perform registrar-log

               end-if
               end-if

           end-if
           end-if
           end-if

           end-if


           .
       registrar-deliberacao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Bolsas e descontos - localiza o aluno (mesma busca da baixa de
      *>  mensalidade) e o tipo do desconto e mantem o desconto do aluno
      *>  naquele tipo (somente coordenacao); a geracao mensal aplica os
      *>  descontos em vigencia sobre o valor da turma
      *>------------------------------------------------------------------------
       manter_bolsas section.


           perform until ws-voltar-p-menu

               move space to ws-menu-principal
               move 0     to ws-cod-aluno
               move space to ws-nome-busca
               move "n"   to ws-nome-duplicado-flag
               move space to ws-bol-tipo

               display sc-tela-cod-bolsa
               accept  sc-tela-cod-bolsa
               move space to ws-mensagem

               if ws-voltar-p-menu then *>tratamento: caso o usuario digite, ao mesmo tempo, o cod e "s" para voltar p menu, volta imediatamente p menu principal
                   next sentence
               else
                   if ws-cod-aluno = 0 and ws-nome-busca <> space then
                       perform busca-por-nome
                   else
                       perform ler-registro-com-retry
                   end-if

                   if ws-fs-arqRegistros = 51 then *>registro bloqueado por outro usuario apos as tentativas

                       move "Registro em uso, tente novamente!" to ws-mensagem

                   else
                   if ws-fs-arqRegistros  <> 00 and ws-fs-arqRegistros <> 05 and ws-fs-arqRegistros <> 23 then
                       move 79                                 to ws-msn-erro-ofsset
                       move ws-fs-arqRegistros                 to ws-msn-erro-cod
                       move "Erro ao ler arqRegistros!"        to ws-msn-erro-text
                       perform finaliza-anormal

                   else
                       if ws-fs-arqRegistros = 23 then *>não cadastro no codigo/nome de entrada do usuario

                           move "Codigo invalido!" to ws-mensagem

                       else
                       if ws-fs-arqRegistros = 0 then

                       if ws-nome-duplicado then

                           move "Nome duplicado, informe o codigo!" to ws-mensagem

                       else

                           move space to ws-mensagem
                           move fd-cod-aluno to ws-cod-aluno
                           move fd-registros-alunos to ws-registros-alunos

                           *>-- normaliza o tipo para maiuscula
                           evaluate ws-bol-tipo
                               when "i" move "I" to ws-bol-tipo
                               when "f" move "F" to ws-bol-tipo
                               when "s" move "S" to ws-bol-tipo
                               when "c" move "C" to ws-bol-tipo
                               when other continue
                           end-evaluate

                           evaluate ws-bol-tipo
                               when "I" move "Irmao"          to ws-bol-tipo-desc
                               when "F" move "Funcionario"    to ws-bol-tipo-desc
                               when "S" move "Bolsa social"   to ws-bol-tipo-desc
                               when "C" move "Convenio"       to ws-bol-tipo-desc
                               when other move space          to ws-bol-tipo-desc
                           end-evaluate

                           if ws-bol-tipo-desc = space then
                               move "Tipo invalido (I, F, S ou C)!" to ws-mensagem
                           else
                               perform registrar-bolsa
                           end-if

                       end-if

                       end-if

               end-if
               end-if

               end-if

           end-perform


           .
       manter_bolsas-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar bolsa - mostra o desconto do aluno no tipo (se ja
      *>  houver), le forma, percentual/valor e vigencia, grava, altera ou
      *>  exclui e registra no log (BOLSA) com o desconto antes/depois
      *>------------------------------------------------------------------------
       registrar-bolsa section.


           move "n"                   to ws-bolsa-existente
           move "n"                   to ws-bol-excluir
           move space                 to ws-bol-forma
           move 0                     to ws-bol-percentual
           move 0                     to ws-bol-valor
           move 0                     to ws-bol-vigencia-inicio
           move 0                     to ws-bol-vigencia-fim
           move ws-cod-aluno          to ws-bol-cod-aluno
           move space                 to ws-log-notas-antigas

           move ws-bol-chave to bol-chave
           read arqBolsas
               invalid key
                   continue
           end-read

           if ws-fs-arqBolsas = 0 then
               move bol-registro-bolsa to ws-registro-bolsa
               set  ws-bolsa-existe to true

               *>-- desconto como estava, para a linha do log
               move ws-bol-percentual to ws-log-bol-percentual
               move ws-bol-valor      to ws-log-bol-valor
               string "TIPO:" ws-bol-tipo " FORMA:" ws-bol-forma
                      " PERC:" ws-log-bol-percentual
                      " VALOR:" ws-log-bol-valor
                      " VIG:" ws-bol-vigencia-inicio "-" ws-bol-vigencia-fim
                   delimited by size into ws-log-notas-antigas
           else
               if ws-fs-arqBolsas = 51 then
                   move "Registro em uso, tente novamente!" to ws-mensagem
               else
               if ws-fs-arqBolsas <> 23 then
                   move 80                                     to ws-msn-erro-ofsset
                   move ws-fs-arqBolsas                        to ws-msn-erro-cod
                   move "Erro ao ler arqBolsas!"               to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               end-if
           end-if

           if ws-fs-arqBolsas <> 51 then

           display sc-tela-dados-bolsa
           accept  sc-tela-dados-bolsa

           evaluate ws-bol-forma
               when "p" move "P" to ws-bol-forma
               when "v" move "V" to ws-bol-forma
               when other continue
           end-evaluate

           *>-- vigencia: inicio obrigatorio, fim zero = sem data para
           *>   terminar; os dois com mes de 01 a 12
           move "s" to ws-bol-vigencia-ok
           move ws-bol-vigencia-inicio to ws-bol-vigencia-conf
           if ws-bol-vig-ano < 2000 or ws-bol-vig-mes < 1
              or ws-bol-vig-mes > 12 then
               move "n" to ws-bol-vigencia-ok
           end-if
           if ws-bol-vigencia-fim <> 0 then
               move ws-bol-vigencia-fim to ws-bol-vigencia-conf
               if ws-bol-vig-ano < 2000 or ws-bol-vig-mes < 1
                  or ws-bol-vig-mes > 12
                  or ws-bol-vigencia-fim < ws-bol-vigencia-inicio then
                   move "n" to ws-bol-vigencia-ok
               end-if
           end-if

           if ws-bol-exclusao then

               if not ws-bolsa-existe then

                   move "Desconto nao cadastrado!" to ws-mensagem

               else

                   delete arqBolsas record

                   if ws-fs-arqBolsas = 51 then
                       move "Registro em uso, tente novamente!" to ws-mensagem
                   else
                   if ws-fs-arqBolsas <> 00 then
                       move 81                                     to ws-msn-erro-ofsset
                       move ws-fs-arqBolsas                        to ws-msn-erro-cod
                       move "Erro ao gravar no arqBolsas!"         to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       move "Desconto excluido com sucesso!" to ws-mensagem

                       move space to ws-log-notas-novas
                       string "TIPO:" ws-bol-tipo " EXCLUIDO"
                           delimited by size into ws-log-notas-novas
                       move "BOLSA" to ws-log-operacao
                       perform registrar-log
                   end-if
                   end-if

               end-if

           else
           if ws-bol-forma <> "P" and ws-bol-forma <> "V" then

               move "Forma invalida (P ou V)!" to ws-mensagem

           else
           if ws-bol-forma = "P"
              and (ws-bol-percentual = 0 or ws-bol-percentual > 100) then

               move "Percentual invalido (0,01 a 100)!" to ws-mensagem

           else
           if ws-bol-forma = "V" and ws-bol-valor = 0 then

               move "Valor do desconto em branco!" to ws-mensagem

           else
           if not ws-bol-vigencia-valida then

               move "Vigencia invalida!" to ws-mensagem

           else

               *>-- so o campo da forma escolhida fica preenchido
               if ws-bol-forma = "P" then
                   move 0 to ws-bol-valor
               else
                   move 0 to ws-bol-percentual
               end-if

               move ws-operador-logado to ws-bol-cod-operador
               accept ws-bol-data from date yyyymmdd
               move ws-registro-bolsa to bol-registro-bolsa

               if ws-bolsa-existe then
                   rewrite bol-registro-bolsa
               else
                   write bol-registro-bolsa
               end-if

               if ws-fs-arqBolsas = 51 then

                   move "Registro em uso, tente novamente!" to ws-mensagem

               else
               if ws-fs-arqBolsas <> 00 then
                   move 118                                    to ws-msn-erro-ofsset
                   move ws-fs-arqBolsas                        to ws-msn-erro-cod
                   move "Erro ao gravar no arqBolsas!"         to ws-msn-erro-text
                   perform finaliza-anormal
               else

                   move "Desconto gravado com sucesso!" to ws-mensagem

                   move ws-bol-percentual to ws-log-bol-percentual
                   move ws-bol-valor      to ws-log-bol-valor
                   move space to ws-log-notas-novas
                   string "TIPO:" ws-bol-tipo " FORMA:" ws-bol-forma
                          " PERC:" ws-log-bol-percentual
                          " VALOR:" ws-log-bol-valor
                          " VIG:" ws-bol-vigencia-inicio "-" ws-bol-vigencia-fim
                       delimited by size into ws-log-notas-novas
                   move "BOLSA" to ws-log-operacao
                   perform registrar-log

               end-if
               end-if

           end-if
           end-if
           end-if
           end-if
           end-if

           end-if


           .
       registrar-bolsa-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Atribuicao de professores - le turma e disciplina, confere as
      *>  duas contra os cadastros mestres e a grade da turma e mantem o
      *>  professor atribuido (somente coordenacao); os lancamentos de
      *>  notas, frequencia e recuperacao passam a recusar o professor
      *>  que nao esta atribuido a turma/disciplina do aluno
      *>------------------------------------------------------------------------
       atribuir_professores section.


           perform until ws-voltar-p-menu

               move space to ws-menu-principal
               move space to ws-atr-cod-turma
               move 0     to ws-atr-cod-disciplina

               display sc-tela-cod-atribuicao
               accept  sc-tela-cod-atribuicao
               move space to ws-mensagem

               if ws-voltar-p-menu then *>tratamento: caso o usuario digite, ao mesmo tempo, a turma e "s" para voltar p menu, volta imediatamente p menu principal
                   next sentence
               else

                   perform validar-atribuicao

                   if ws-atribuicao-ok then
                       perform registrar-atribuicao
                   end-if

               end-if

           end-perform


           .
       atribuir_professores-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Validar atribuicao - a turma tem que existir e estar ativa, a
      *>  disciplina tambem, e a disciplina tem que fazer parte da grade
      *>  da turma (aqui a turma sem grade nao aceita: sem grade nao ha o
      *>  que atribuir); preenche a descricao da turma e o nome da
      *>  disciplina para a tela de dados
      *>------------------------------------------------------------------------
       validar-atribuicao section.


           move "n"   to ws-atribuicao-valida
           move space to ws-atr-descricao-turma
           move space to ws-atr-nome-disciplina

           move ws-atr-cod-turma to tur-cod-turma
           read arqTurmas
               invalid key
                   continue
           end-read

           if ws-fs-arqTurmas = 23 then

               move "Turma nao cadastrada!" to ws-mensagem

           else
           if ws-fs-arqTurmas <> 00 then
               move 85                                     to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                        to ws-msn-erro-cod
               move "Erro ao ler arqTurmas!"               to ws-msn-erro-text
               perform finaliza-anormal
           else
           if tur-situacao = "I" or tur-situacao = "i" then

               move "Turma inativada!" to ws-mensagem

           else

               move tur-descricao to ws-atr-descricao-turma

               move ws-atr-cod-disciplina to dis-cod-disciplina
               read arqDisciplinas
                   invalid key
                       continue
               end-read

               if ws-fs-arqDisciplinas = 23 then

                   move "Disciplina nao cadastrada!" to ws-mensagem

               else
               if ws-fs-arqDisciplinas <> 00 then
                   move 86                                     to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                   to ws-msn-erro-cod
                   move "Erro ao ler arqDisciplinas!"          to ws-msn-erro-text
                   perform finaliza-anormal
               else
               if dis-situacao = "I" or dis-situacao = "i" then

                   move "Disciplina inativada!" to ws-mensagem

               else

                   move dis-nome-disciplina to ws-atr-nome-disciplina

                   move ws-atr-cod-turma to gra-cod-turma
                   read arqGrade
                       invalid key
                           continue
                   end-read

                   if ws-fs-arqGrade = 23 then

                       move "Turma sem grade cadastrada!" to ws-mensagem

                   else
                   if ws-fs-arqGrade <> 00 then
                       move 87                                     to ws-msn-erro-ofsset
                       move ws-fs-arqGrade                         to ws-msn-erro-cod
                       move "Erro ao ler arqGrade!"                to ws-msn-erro-text
                       perform finaliza-anormal
                   else

                       move "n" to ws-disciplina-na-grade
                       perform varying ws-idx-grade from 1 by 1
                               until ws-idx-grade > ws-quant-disciplinas
                           if gra-cod-disciplina(ws-idx-grade)
                                = ws-atr-cod-disciplina then
                               set ws-esta-na-grade to true
                           end-if
                       end-perform

                       if ws-esta-na-grade then
                           set ws-atribuicao-ok to true
                       else
                           move "Disciplina fora da grade da turma!" to ws-mensagem
                       end-if

                   end-if
                   end-if

               end-if
               end-if
               end-if

           end-if
           end-if
           end-if


           .
       validar-atribuicao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar atribuicao - mostra o professor atual da turma/
      *>  disciplina (se houver), le o codigo do professor, confere no
      *>  cadastro de operadores (nivel professor ou coordenacao), grava,
      *>  troca ou exclui e registra no log (ATRIBUICAO) com antes/depois
      *>------------------------------------------------------------------------
       registrar-atribuicao section.


           move "n"                   to ws-atribuicao-existente
           move "n"                   to ws-atr-excluir
           move 0                     to ws-atr-cod-operador
           move 0                     to ws-atr-operador-ant
           move "(sem professor)"     to ws-atr-nome-professor
           move space                 to ws-log-notas-antigas

           move ws-atr-chave to atr-chave
           read arqAtribuicoes
               invalid key
                   continue
           end-read

           if ws-fs-arqAtribuicoes = 0 then
               move atr-registro-atribuicao to ws-registro-atribuicao
               set  ws-atribuicao-existe to true
               move ws-atr-cod-operador to ws-atr-operador-ant

               *>-- nome do professor atual, so para a tela
               move ws-atr-cod-operador to ope-cod-operador
               read arqOperadores
                   invalid key
                       continue
               end-read
               if ws-fs-arqOperadores = 0 then
                   move ope-nome-operador to ws-atr-nome-professor
               else
                   if ws-fs-arqOperadores = 23 then
                       move "(operador excluido)" to ws-atr-nome-professor
                   else
                       move 88                                     to ws-msn-erro-ofsset
                       move ws-fs-arqOperadores                    to ws-msn-erro-cod
                       move "Erro ao ler arqOperadores!"           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               *>-- atribuicao como estava, para a linha do log
               string "TURMA:" ws-atr-cod-turma " DISC:" ws-atr-cod-disciplina
                      " PROF:" ws-atr-operador-ant
                   delimited by size into ws-log-notas-antigas
           else
               if ws-fs-arqAtribuicoes = 51 then
                   move "Registro em uso, tente novamente!" to ws-mensagem
               else
               if ws-fs-arqAtribuicoes <> 23 then
                   move 89                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAtribuicoes                   to ws-msn-erro-cod
                   move "Erro ao ler arqAtribuicoes!"          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               end-if
           end-if

           if ws-fs-arqAtribuicoes <> 51 then

           display sc-tela-dados-atribuicao
           accept  sc-tela-dados-atribuicao

           *>-- o codigo digitado tem que ser de um operador cadastrado
           *>   (a exclusao nao precisa)
           if not ws-atr-exclusao and ws-atr-cod-operador <> 0 then
               move ws-atr-cod-operador to ope-cod-operador
               read arqOperadores
                   invalid key
                       continue
               end-read
               if ws-fs-arqOperadores <> 00 and ws-fs-arqOperadores <> 23 then
                   move 119                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                    to ws-msn-erro-cod
                   move "Erro ao ler arqOperadores!"           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-atr-exclusao then

               if not ws-atribuicao-existe then

                   move "Atribuicao nao cadastrada!" to ws-mensagem

               else

                   delete arqAtribuicoes record

                   if ws-fs-arqAtribuicoes = 51 then
                       move "Registro em uso, tente novamente!" to ws-mensagem
                   else
                   if ws-fs-arqAtribuicoes <> 00 then
                       move 91                                     to ws-msn-erro-ofsset
                       move ws-fs-arqAtribuicoes                   to ws-msn-erro-cod
                       move "Erro ao gravar no arqAtribuicoes!"    to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       move "Atribuicao excluida com sucesso!" to ws-mensagem

                       move space to ws-log-notas-novas
                       string "TURMA:" ws-atr-cod-turma " DISC:" ws-atr-cod-disciplina
                              " EXCLUIDA"
                           delimited by size into ws-log-notas-novas
                       move 0            to ws-cod-aluno
                       move "ATRIBUICAO" to ws-log-operacao
                       perform registrar-log
                   end-if
                   end-if

               end-if

           else
           if ws-atr-cod-operador = 0 or ws-fs-arqOperadores = 23 then

               move "Professor nao cadastrado!" to ws-mensagem

           else
           if ope-nivel-acesso < 2 then

               move "Operador sem nivel de professor!" to ws-mensagem

           else

               move ws-operador-logado to ws-atr-cod-operador-resp
               accept ws-atr-data from date yyyymmdd
               move ws-registro-atribuicao to atr-registro-atribuicao

               if ws-atribuicao-existe then
                   rewrite atr-registro-atribuicao
               else
                   write atr-registro-atribuicao
               end-if

               if ws-fs-arqAtribuicoes = 51 then

                   move "Registro em uso, tente novamente!" to ws-mensagem

               else
               if ws-fs-arqAtribuicoes <> 00 then
                   move 120                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAtribuicoes                   to ws-msn-erro-cod
                   move "Erro ao gravar no arqAtribuicoes!"    to ws-msn-erro-text
                   perform finaliza-anormal
               else

                   move "Atribuicao gravada com sucesso!" to ws-mensagem

                   move space to ws-log-notas-novas
                   string "TURMA:" ws-atr-cod-turma " DISC:" ws-atr-cod-disciplina
                          " PROF:" ws-atr-cod-operador
                       delimited by size into ws-log-notas-novas
                   move 0            to ws-cod-aluno
                   move "ATRIBUICAO" to ws-log-operacao
                   perform registrar-log

                   *>-- primeira atribuicao: a partir daqui os
                   *>   lancamentos conferem o professor
                   set ws-atribuicoes-em-uso to true

               end-if
               end-if

           end-if
           end-if
           end-if

           end-if


           .
       registrar-atribuicao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conferir atribuicao - o professor logado esta atribuido a
      *>  disciplina corrente (ws-cod-disciplina(ws-idx-disciplina)) na
      *>  turma do aluno? Estagiario e coordenacao passam sempre; e,
      *>  enquanto nenhuma atribuicao foi cadastrada, o professor tambem
      *>  passa (como a turma sem grade, para nao travar a implantacao)
      *>------------------------------------------------------------------------
       conferir-atribuicao section.


           set ws-professor-atribuido to true

           if ws-nivel-professor and ws-atribuicoes-em-uso then

               move "n" to ws-atribuicao-flag

               if ws-turma <> space
                  and ws-cod-disciplina(ws-idx-disciplina) <> 0 then

                   move ws-turma                             to atr-cod-turma
                   move ws-cod-disciplina(ws-idx-disciplina) to atr-cod-disciplina
                   read arqAtribuicoes
                       invalid key
                           continue
                   end-read

                   if ws-fs-arqAtribuicoes = 0 then
                       if atr-cod-operador = ws-operador-logado then
                           set ws-professor-atribuido to true
                       end-if
                   else
                       *>-- 23 = disciplina sem professor; 51 = atribuicao
                       *>   sendo alterada pela coordenacao (recusa por ora)
                       if ws-fs-arqAtribuicoes <> 23
                          and ws-fs-arqAtribuicoes <> 51 then
                           move 84                                     to ws-msn-erro-ofsset
                           move ws-fs-arqAtribuicoes                   to ws-msn-erro-cod
                           move "Erro ao ler arqAtribuicoes!"          to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-if

           end-if


           .
       conferir-atribuicao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Contar disciplinas atribuidas - quantas disciplinas do aluno o
      *>  operador logado pode lancar (ws-qtd-disc-atribuidas); zero
      *>  significa professor sem nenhuma atribuicao na turma do aluno
      *>------------------------------------------------------------------------
       contar-disciplinas-atribuidas section.


           move 0 to ws-qtd-disc-atribuidas

           perform varying ws-idx-disciplina from 1 by 1
                   until ws-idx-disciplina > ws-quant-disciplinas

               perform conferir-atribuicao
               if ws-professor-atribuido then
                   add 1 to ws-qtd-disc-atribuidas
               end-if

           end-perform


           .
       contar-disciplinas-atribuidas-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Responsaveis do aluno - localiza o aluno (mesma busca da baixa de
      *>  mensalidade) e mantem o responsavel da sequencia digitada
      *>  (somente coordenacao, como o cadastro); sequencia zero lista os
      *>  responsaveis ja cadastrados para o aluno
      *>------------------------------------------------------------------------
       manter_responsaveis section.


           perform until ws-voltar-p-menu

               move space to ws-menu-principal
               move 0     to ws-cod-aluno
               move space to ws-nome-busca
               move "n"   to ws-nome-duplicado-flag
               move 0     to ws-res-seq

               display sc-tela-cod-responsavel
               accept  sc-tela-cod-responsavel
               move space to ws-mensagem

               if ws-voltar-p-menu then *>tratamento: caso o usuario digite, ao mesmo tempo, o cod e "s" para voltar p menu, volta imediatamente p menu principal
                   next sentence
               else
                   if ws-cod-aluno = 0 and ws-nome-busca <> space then
                       perform busca-por-nome
                   else
                       perform ler-registro-com-retry
                   end-if

                   if ws-fs-arqRegistros = 51 then *>registro bloqueado por outro usuario apos as tentativas

                       move "Registro em uso, tente novamente!" to ws-mensagem

                   else
                   if ws-fs-arqRegistros  <> 00 and ws-fs-arqRegistros <> 05 and ws-fs-arqRegistros <> 23 then
                       move 92                                 to ws-msn-erro-ofsset
                       move ws-fs-arqRegistros                 to ws-msn-erro-cod
                       move "Erro ao ler arqRegistros!"        to ws-msn-erro-text
                       perform finaliza-anormal

                   else
                       if ws-fs-arqRegistros = 23 then *>não cadastro no codigo/nome de entrada do usuario

                           move "Codigo invalido!" to ws-mensagem

                       else
                       if ws-fs-arqRegistros = 0 then

                       if ws-nome-duplicado then

                           move "Nome duplicado, informe o codigo!" to ws-mensagem

                       else

                           move space to ws-mensagem
                           move fd-cod-aluno to ws-cod-aluno
                           move fd-registros-alunos to ws-registros-alunos

                           if ws-res-seq = 0 then
                               perform listar-responsaveis-aluno
                           else
                               perform registrar-responsavel
                           end-if

                       end-if

                       end-if

               end-if
               end-if

               end-if

           end-perform


           .
       manter_responsaveis-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Listar responsaveis do aluno - posiciona no primeiro responsavel
      *>  do aluno (chave aluno + sequencia) e lista ate o aluno mudar,
      *>  com os indicadores financeiro/buscar/pedagogico
      *>------------------------------------------------------------------------
       listar-responsaveis-aluno section.


           move 0   to ws-qtd-responsaveis
           move "n" to ws-fim-responsaveis-flag

           move ws-cod-aluno to res-cod-aluno
           move 0            to res-seq
           start arqResponsaveis key >= res-chave
               invalid key
                   set ws-fim-responsaveis to true
           end-start

           display erase
           display " ---- Responsaveis Do Aluno " ws-cod-aluno " " ws-nome-aluno
           display " "
           display "Sq Nome                           Parentesco   CPF         Fin Bus Ped"

           perform until ws-fim-responsaveis

               read arqResponsaveis next
               if ws-fs-arqResponsaveis = 0 then

                   if res-cod-aluno <> ws-cod-aluno then
                       set ws-fim-responsaveis to true
                   else
                       display res-seq " " res-nome " " res-parentesco " "
                               res-cpf "  " res-financeiro "   "
                               res-autorizado-buscar "   "
                               res-contato-pedagogico
                       display "   Tel: " res-telefone " " res-email
                       add 1 to ws-qtd-responsaveis
                   end-if

               else
                   if ws-fs-arqResponsaveis = 10 then
                       set ws-fim-responsaveis to true
                   else
                       move 93                                     to ws-msn-erro-ofsset
                       move ws-fs-arqResponsaveis                  to ws-msn-erro-cod
                       move "Erro ao ler arqResponsaveis!"         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           display " "
           display "Responsaveis listados: " ws-qtd-responsaveis
           display "Aperte enter para continuar."
           accept aux_erase


           .
       listar-responsaveis-aluno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar responsavel - mostra o responsavel da sequencia (se ja
      *>  houver), le os dados, valida, grava, altera ou exclui e registra
      *>  no log (RESPONSAVEL). Nome em branco com o CPF de um responsavel
      *>  ja cadastrado em outro aluno vincula o mesmo responsavel (copia
      *>  nome, telefone, e-mail e endereco), ligando os irmaos
      *>------------------------------------------------------------------------
       registrar-responsavel section.


           move "n"                   to ws-responsavel-existente
           move "n"                   to ws-res-excluir
           move "n"                   to ws-responsavel-valido
           move ws-cod-aluno          to ws-res-cod-aluno
           move space                 to ws-res-nome
           move space                 to ws-res-parentesco
           move 0                     to ws-res-cpf
           move space                 to ws-res-telefone
           move space                 to ws-res-email
           move space                 to ws-res-endereco
           move "N"                   to ws-res-financeiro
           move "N"                   to ws-res-autorizado-buscar
           move "N"                   to ws-res-contato-pedagogico
           move space                 to ws-log-notas-antigas

           move ws-res-chave to res-chave
           read arqResponsaveis
               invalid key
                   continue
           end-read

           if ws-fs-arqResponsaveis = 0 then
               move res-registro-responsavel to ws-registro-responsavel
               set  ws-responsavel-existe to true

               *>-- responsavel como estava, para a linha do log
               perform formatar-responsavel-log
               move ws-log-res-fmt to ws-log-notas-antigas
           else
               if ws-fs-arqResponsaveis = 51 then
                   move "Registro em uso, tente novamente!" to ws-mensagem
               else
               if ws-fs-arqResponsaveis <> 23 then
                   move 94                                     to ws-msn-erro-ofsset
                   move ws-fs-arqResponsaveis                  to ws-msn-erro-cod
                   move "Erro ao ler arqResponsaveis!"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               end-if
           end-if

           if ws-fs-arqResponsaveis <> 51 then

           display sc-tela-dados-responsavel
           accept  sc-tela-dados-responsavel

           *>-- indicadores normalizados para maiuscula (S/N)
           if ws-res-financeiro = "s" then
               move "S" to ws-res-financeiro
           end-if
           if ws-res-financeiro <> "S" then
               move "N" to ws-res-financeiro
           end-if
           if ws-res-autorizado-buscar = "s" then
               move "S" to ws-res-autorizado-buscar
           end-if
           if ws-res-autorizado-buscar <> "S" then
               move "N" to ws-res-autorizado-buscar
           end-if
           if ws-res-contato-pedagogico = "s" then
               move "S" to ws-res-contato-pedagogico
           end-if
           if ws-res-contato-pedagogico <> "S" then
               move "N" to ws-res-contato-pedagogico
           end-if

           if ws-res-exclusao then

               if not ws-responsavel-existe then

                   move "Responsavel nao cadastrado!" to ws-mensagem

               else

                   move ws-res-chave to res-chave
                   delete arqResponsaveis record

                   if ws-fs-arqResponsaveis = 51 then
                       move "Registro em uso, tente novamente!" to ws-mensagem
                   else
                   if ws-fs-arqResponsaveis <> 00 then
                       move 95                                     to ws-msn-erro-ofsset
                       move ws-fs-arqResponsaveis                  to ws-msn-erro-cod
                       move "Erro ao gravar no arqResponsaveis!"   to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       move "Responsavel excluido com sucesso!" to ws-mensagem

                       move space to ws-log-notas-novas
                       string "SEQ:" ws-res-seq " EXCLUIDO"
                           delimited by size into ws-log-notas-novas
                       move "RESPONSAVEL" to ws-log-operacao
                       perform registrar-log
                   end-if
                   end-if

               end-if

           else

               *>-- nome em branco com CPF: vincula o responsavel ja
               *>   cadastrado em outro aluno (irmaos)
               if ws-res-nome = space and ws-res-cpf <> 0 then
                   perform vincular-responsavel-cpf
               end-if

               perform validar-responsavel

               if ws-responsavel-ok then

                   move ws-operador-logado to ws-res-cod-operador
                   accept ws-res-data from date yyyymmdd
                   move ws-registro-responsavel to res-registro-responsavel

                   if ws-responsavel-existe then
                       rewrite res-registro-responsavel
                   else
                       write res-registro-responsavel
                   end-if

                   if ws-fs-arqResponsaveis = 51 then

                       move "Registro em uso, tente novamente!" to ws-mensagem

                   else
                   if ws-fs-arqResponsaveis <> 00 then
                       move 121                                    to ws-msn-erro-ofsset
                       move ws-fs-arqResponsaveis                  to ws-msn-erro-cod
                       move "Erro ao gravar no arqResponsaveis!"   to ws-msn-erro-text
                       perform finaliza-anormal
                   else

                       if ws-mensagem = space then
                           move "Responsavel gravado com sucesso!" to ws-mensagem
                       end-if

                       perform formatar-responsavel-log
                       move ws-log-res-fmt to ws-log-notas-novas
                       move "RESPONSAVEL" to ws-log-operacao
                       perform registrar-log

                   end-if
                   end-if

               end-if

           end-if

           end-if


           .
       registrar-responsavel-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Vincular responsavel pelo CPF - procura o CPF digitado pela chave
      *>  alternativa e, achando o responsavel em outro aluno, copia os
      *>  dados pessoais dele (parentesco e indicadores sao deste aluno)
      *>------------------------------------------------------------------------
       vincular-responsavel-cpf section.


           move ws-res-cpf to res-cpf
           read arqResponsaveis key is res-cpf
               invalid key
                   continue
           end-read

           if ws-fs-arqResponsaveis = 0 then
               move res-nome     to ws-res-nome
               move res-telefone to ws-res-telefone
               move res-email    to ws-res-email
               move res-endereco to ws-res-endereco
               move "Responsavel vinculado pelo CPF!" to ws-mensagem
           else
               if ws-fs-arqResponsaveis <> 23 and ws-fs-arqResponsaveis <> 51 then
                   move 96                                     to ws-msn-erro-ofsset
                   move ws-fs-arqResponsaveis                  to ws-msn-erro-cod
                   move "Erro ao ler arqResponsaveis!"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if


           .
       vincular-responsavel-cpf-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Validar responsavel - nome, parentesco e telefone obrigatorios,
      *>  CPF com digitos verificadores validos e um so responsavel
      *>  financeiro por aluno
      *>------------------------------------------------------------------------
       validar-responsavel section.


           move "n" to ws-responsavel-valido

           if ws-res-nome = space then

               move "Nome do responsavel em branco!" to ws-mensagem

           else
           if ws-res-parentesco = space then

               move "Parentesco em branco!" to ws-mensagem

           else
           if ws-res-telefone = space then

               move "Telefone do responsavel em branco!" to ws-mensagem

           else

               perform validar-cpf

               if not ws-cpf-ok then

                   move "CPF invalido!" to ws-mensagem

               else

                   if ws-res-financeiro = "S" then
                       perform conferir-outro-financeiro
                   else
                       move "n" to ws-outro-financeiro-flag
                   end-if

                   if ws-ha-outro-financeiro then
                       move "Aluno ja tem responsavel financeiro!" to ws-mensagem
                   else
                       set ws-responsavel-ok to true
                   end-if

               end-if

           end-if
           end-if
           end-if


           .
       validar-responsavel-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Validar CPF - confere os 2 digitos verificadores (modulo 11) do
      *>  CPF em ws-res-cpf; recusa zero e os 11 digitos iguais
      *>------------------------------------------------------------------------
       validar-cpf section.


           move "n"        to ws-cpf-valido
           move ws-res-cpf to ws-cpf-numero

           *>-- 11 digitos iguais passam no modulo 11 mas nao existem
           move "s" to ws-cpf-repetido-flag
           perform varying ws-idx-cpf from 2 by 1 until ws-idx-cpf > 11
               if ws-cpf-dig(ws-idx-cpf) <> ws-cpf-dig(1) then
                   move "n" to ws-cpf-repetido-flag
               end-if
           end-perform

           if not ws-cpf-repetido then

               *>-- primeiro digito: pesos 10 a 2 sobre os 9 primeiros
               move 0 to ws-cpf-soma
               perform varying ws-idx-cpf from 1 by 1 until ws-idx-cpf > 9
                   compute ws-cpf-soma = ws-cpf-soma
                         + ws-cpf-dig(ws-idx-cpf) * (11 - ws-idx-cpf)
               end-perform
               divide ws-cpf-soma by 11 giving ws-cpf-quociente
                   remainder ws-cpf-resto
               if ws-cpf-resto < 2 then
                   move 0 to ws-cpf-dv
               else
                   compute ws-cpf-dv = 11 - ws-cpf-resto
               end-if

               if ws-cpf-dv = ws-cpf-dig(10) then

                   *>-- segundo digito: pesos 11 a 2 sobre os 10 primeiros
                   move 0 to ws-cpf-soma
                   perform varying ws-idx-cpf from 1 by 1 until ws-idx-cpf > 10
                       compute ws-cpf-soma = ws-cpf-soma
                             + ws-cpf-dig(ws-idx-cpf) * (12 - ws-idx-cpf)
                   end-perform
                   divide ws-cpf-soma by 11 giving ws-cpf-quociente
                       remainder ws-cpf-resto
                   if ws-cpf-resto < 2 then
                       move 0 to ws-cpf-dv
                   else
                       compute ws-cpf-dv = 11 - ws-cpf-resto
                   end-if

                   if ws-cpf-dv = ws-cpf-dig(11) then
                       set ws-cpf-ok to true
                   end-if

               end-if

           end-if


           .
       validar-cpf-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conferir outro financeiro - percorre os responsaveis do aluno e
      *>  sinaliza se outra sequencia ja e o responsavel financeiro
      *>------------------------------------------------------------------------
       conferir-outro-financeiro section.


           move "n" to ws-outro-financeiro-flag
           move "n" to ws-fim-responsaveis-flag

           move ws-cod-aluno to res-cod-aluno
           move 0            to res-seq
           start arqResponsaveis key >= res-chave
               invalid key
                   set ws-fim-responsaveis to true
           end-start

           perform until ws-fim-responsaveis

               read arqResponsaveis next
               if ws-fs-arqResponsaveis = 0 then

                   if res-cod-aluno <> ws-cod-aluno then
                       set ws-fim-responsaveis to true
                   else
                       if res-seq <> ws-res-seq
                          and res-financeiro = "S" then
                           set ws-ha-outro-financeiro to true
                       end-if
                   end-if

               else
                   if ws-fs-arqResponsaveis = 10 then
                       set ws-fim-responsaveis to true
                   else
                       move 97                                     to ws-msn-erro-ofsset
                       move ws-fs-arqResponsaveis                  to ws-msn-erro-cod
                       move "Erro ao ler arqResponsaveis!"         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform


           .
       conferir-outro-financeiro-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Formatar responsavel para o log - sequencia, nome, CPF e
      *>  indicadores em ws-log-res-fmt
      *>------------------------------------------------------------------------
       formatar-responsavel-log section.


           move space to ws-log-res-fmt
           string "SEQ:" ws-res-seq " " ws-res-nome
                  " CPF:" ws-res-cpf
                  " FIN:" ws-res-financeiro
                  " BUS:" ws-res-autorizado-buscar
                  " PED:" ws-res-contato-pedagogico
               delimited by size into ws-log-res-fmt


           .
       formatar-responsavel-log-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Saldo da familia - localiza o aluno (mesma busca da baixa de
      *>  mensalidade), junta os irmaos ligados a ele por um responsavel
      *>  em comum (mesmo CPF) e lista as mensalidades em aberto de cada
      *>  um e o total da familia
      *>------------------------------------------------------------------------
       saldo_familia section.


           perform until ws-voltar-p-menu

               move space to ws-menu-principal
               move 0     to ws-cod-aluno
               move space to ws-nome-busca
               move "n"   to ws-nome-duplicado-flag

               display sc-tela-cod-familia
               accept  sc-tela-cod-familia
               move space to ws-mensagem

               if ws-voltar-p-menu then *>tratamento: caso o usuario digite, ao mesmo tempo, o cod e "s" para voltar p menu, volta imediatamente p menu principal
                   next sentence
               else
                   if ws-cod-aluno = 0 and ws-nome-busca <> space then
                       perform busca-por-nome
                   else
                       perform ler-registro-com-retry
                   end-if

                   if ws-fs-arqRegistros = 51 then *>registro bloqueado por outro usuario apos as tentativas

                       move "Registro em uso, tente novamente!" to ws-mensagem

                   else
                   if ws-fs-arqRegistros  <> 00 and ws-fs-arqRegistros <> 05 and ws-fs-arqRegistros <> 23 then
                       move 98                                 to ws-msn-erro-ofsset
                       move ws-fs-arqRegistros                 to ws-msn-erro-cod
                       move "Erro ao ler arqRegistros!"        to ws-msn-erro-text
                       perform finaliza-anormal

                   else
                       if ws-fs-arqRegistros = 23 then *>não cadastro no codigo/nome de entrada do usuario

                           move "Codigo invalido!" to ws-mensagem

                       else
                       if ws-fs-arqRegistros = 0 then

                       if ws-nome-duplicado then

                           move "Nome duplicado, informe o codigo!" to ws-mensagem

                       else

                           move space to ws-mensagem
                           move fd-cod-aluno to ws-cod-aluno

                           perform montar-familia
                           perform listar-saldo-familia

                       end-if

                       end-if

               end-if
               end-if

               end-if

           end-perform


           .
       saldo_familia-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Montar familia - o proprio aluno e todo aluno que tenha um
      *>  responsavel com o mesmo CPF de um responsavel dele (chave
      *>  alternativa res-cpf); ate 10 alunos por familia
      *>------------------------------------------------------------------------
       montar-familia section.


           move 1            to ws-qtd-familia
           move ws-cod-aluno to ws-fam-cod-aluno(1)
           move 0            to ws-qtd-fam-cpf

           *>-- CPFs dos responsaveis do aluno
           move "n" to ws-fim-responsaveis-flag
           move ws-cod-aluno to res-cod-aluno
           move 0            to res-seq
           start arqResponsaveis key >= res-chave
               invalid key
                   set ws-fim-responsaveis to true
           end-start

           perform until ws-fim-responsaveis

               read arqResponsaveis next
               if ws-fs-arqResponsaveis = 0 then
                   if res-cod-aluno <> ws-cod-aluno then
                       set ws-fim-responsaveis to true
                   else
                       if ws-qtd-fam-cpf < 9 then
                           add 1 to ws-qtd-fam-cpf
                           move res-cpf to ws-fam-cpf(ws-qtd-fam-cpf)
                       end-if
                   end-if
               else
                   if ws-fs-arqResponsaveis = 10 then
                       set ws-fim-responsaveis to true
                   else
                       move 99                                     to ws-msn-erro-ofsset
                       move ws-fs-arqResponsaveis                  to ws-msn-erro-cod
                       move "Erro ao ler arqResponsaveis!"         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           *>-- para cada CPF, os outros alunos com o mesmo responsavel
           perform varying ws-idx-fam-cpf from 1 by 1
                   until ws-idx-fam-cpf > ws-qtd-fam-cpf

               move "n" to ws-fim-responsaveis-flag
               move ws-fam-cpf(ws-idx-fam-cpf) to res-cpf
               start arqResponsaveis key = res-cpf
                   invalid key
                       set ws-fim-responsaveis to true
               end-start

               perform until ws-fim-responsaveis

                   read arqResponsaveis next
                   if ws-fs-arqResponsaveis = 0 then
                       if res-cpf <> ws-fam-cpf(ws-idx-fam-cpf) then
                           set ws-fim-responsaveis to true
                       else
                           perform incluir-aluno-familia
                       end-if
                   else
                       if ws-fs-arqResponsaveis = 10 then
                           set ws-fim-responsaveis to true
                       else
                           move 122                                    to ws-msn-erro-ofsset
                           move ws-fs-arqResponsaveis                  to ws-msn-erro-cod
                           move "Erro ao ler arqResponsaveis!"         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

           end-perform


           .
       montar-familia-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Incluir aluno na familia - acrescenta res-cod-aluno a tabela da
      *>  familia se ele ainda nao estiver nela (tabela cheia ignora)
      *>------------------------------------------------------------------------
       incluir-aluno-familia section.


           move "n" to ws-fam-ja-incluido-flag
           perform varying ws-idx-familia from 1 by 1
                   until ws-idx-familia > ws-qtd-familia
               if ws-fam-cod-aluno(ws-idx-familia) = res-cod-aluno then
                   set ws-fam-ja-incluido to true
               end-if
           end-perform

           if not ws-fam-ja-incluido and ws-qtd-familia < 10 then
               add 1 to ws-qtd-familia
               move res-cod-aluno to ws-fam-cod-aluno(ws-qtd-familia)
           end-if


           .
       incluir-aluno-familia-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Listar saldo da familia - para cada aluno da familia, nome,
      *>  turma, meses e valor em aberto (arqMensalidades, situacao "A"),
      *>  e o total da familia no rodape
      *>------------------------------------------------------------------------
       listar-saldo-familia section.


           move 0 to ws-fam-total-meses
           move 0 to ws-fam-total-valor

           display erase
           display " ---- Saldo Da Familia Do Aluno " ws-cod-aluno " ----"
           display " "
           display "Cod. Nome                      Turma Meses   Em aberto"

           perform varying ws-idx-familia from 1 by 1
                   until ws-idx-familia > ws-qtd-familia

               move ws-fam-cod-aluno(ws-idx-familia) to fd-cod-aluno
               read arqRegistros key is fd-cod-aluno
                   invalid key
                       continue
               end-read

               if ws-fs-arqRegistros = 0 or ws-fs-arqRegistros = 51 then

                   if ws-fs-arqRegistros = 51 then
                       move "(registro em uso)" to ws-fam-nome
                       move space               to ws-fam-turma
                   else
                       move fd-nome-aluno       to ws-fam-nome
                       move fd-turma            to ws-fam-turma
                   end-if

                   perform somar-aberto-aluno-familia

                   move ws-fam-valor to ws-fam-valor-ed
                   display ws-fam-cod-aluno(ws-idx-familia) " " ws-fam-nome " "
                           ws-fam-turma "  " ws-fam-meses "   " ws-fam-valor-ed

                   add ws-fam-meses to ws-fam-total-meses
                   add ws-fam-valor to ws-fam-total-valor

               else
                   if ws-fs-arqRegistros <> 23 then
                       move 100                                    to ws-msn-erro-ofsset
                       move ws-fs-arqRegistros                     to ws-msn-erro-cod
                       move "Erro ao ler arqRegistros!"            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           move ws-fam-total-valor to ws-fam-valor-ed
           display " "
           display "Alunos na familia: " ws-qtd-familia
           display "Total em aberto  : " ws-fam-total-meses " mes(es)  "
                   ws-fam-valor-ed
           display "Aperte enter para continuar."
           accept aux_erase


           .
       listar-saldo-familia-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Somar aberto do aluno da familia - posiciona nas cobrancas do
      *>  aluno corrente da tabela (chave aluno + mes) e soma as que ainda
      *>  estao em aberto
      *>------------------------------------------------------------------------
       somar-aberto-aluno-familia section.


           move 0   to ws-fam-meses
           move 0   to ws-fam-valor
           move "n" to ws-fim-fam-mensalidades-flag

           move ws-fam-cod-aluno(ws-idx-familia) to men-cod-aluno
           move 0                                to men-ano-mes
           start arqMensalidades key >= men-chave
               invalid key
                   set ws-fim-fam-mensalidades to true
           end-start

           perform until ws-fim-fam-mensalidades

               read arqMensalidades next
               if ws-fs-arqMensalidades = 0 then

                   if men-cod-aluno <> ws-fam-cod-aluno(ws-idx-familia) then
                       set ws-fim-fam-mensalidades to true
                   else
                       if men-situacao = "A" then
                           add 1         to ws-fam-meses
                           add men-valor to ws-fam-valor
                       end-if
                   end-if

               else
                   if ws-fs-arqMensalidades = 10 then
                       set ws-fim-fam-mensalidades to true
                   else
                       move 101                                    to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidades                  to ws-msn-erro-cod
                       move "Erro ao ler arqMensalidades!"         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform


           .
       somar-aberto-aluno-familia-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Lista de espera - mantem os candidatos a vaga de uma turma
      *>  lotada (secretaria/coordenacao): nova inscricao entra no fim da
      *>  fila (data/hora da inscricao); posicao zero lista a turma e
      *>  posicao informada mostra o candidato para alterar, excluir ou
      *>  matricular. A convocacao dos proximos da fila e feita pelo lote
      *>------------------------------------------------------------------------
       manter_lista_espera section.


           perform until ws-voltar-p-menu

               move space to ws-menu-principal
               move space to ws-esp-turma-busca
               move 0     to ws-esp-posicao
               move "n"   to ws-esp-nova

               display sc-tela-cod-espera
               accept  sc-tela-cod-espera
               move space to ws-mensagem

               if ws-voltar-p-menu then *>tratamento: caso o usuario digite, ao mesmo tempo, a turma e "s" para voltar p menu, volta imediatamente p menu principal
                   next sentence
               else
                   if ws-esp-turma-busca = space then

                       move "Informe a turma!" to ws-mensagem

                   else
                   if ws-esp-nova-inscricao then

                       perform inscrever-candidato-espera

                   else
                   if ws-esp-posicao = 0 then

                       perform listar-lista-espera

                   else

                       perform localizar-posicao-espera

                       if ws-esp-encontrada then
                           perform registrar-espera
                       else
                           move "Posicao nao encontrada na lista!" to ws-mensagem
                       end-if

                   end-if
                   end-if
                   end-if

               end-if

           end-perform


           .
       manter_lista_espera-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Inscrever candidato na lista de espera - confere a turma contra
      *>  o cadastro mestre (recusa inexistente ou inativada; com vaga
      *>  sobrando so avisa), le os dados do candidato e grava no fim da
      *>  fila da turma; duas inscricoes no mesmo segundo andam a hora
      *>------------------------------------------------------------------------
       inscrever-candidato-espera section.


           move ws-esp-turma-busca to tur-cod-turma
           read arqTurmas
               invalid key
                   continue
           end-read

           if ws-fs-arqTurmas = 23 then

               move "Turma nao cadastrada!" to ws-mensagem

           else
           if ws-fs-arqTurmas <> 0 then
               move 106                                    to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                        to ws-msn-erro-cod
               move "Erro ao ler arqTurmas!"               to ws-msn-erro-text
               perform finaliza-anormal
           else
           if tur-situacao = "I" or tur-situacao = "i" then

               move "Turma inativada p/ matriculas!" to ws-mensagem

           else

               move ws-esp-turma-busca    to ws-esp-cod-turma
               accept ws-esp-data-inscricao from date yyyymmdd
               accept ws-esp-hora-inscricao from time
               move space                 to ws-esp-nome-candidato
               move space                 to ws-esp-nome-responsavel
               move space                 to ws-esp-telefone
               move "E"                   to ws-esp-situacao
               move 0                     to ws-esp-data-convocacao
               move 0                     to ws-esp-data-limite
               move 0                     to ws-esp-posicao-atual
               move "n"                   to ws-esp-excluir
               move "n"                   to ws-esp-matricular
               perform montar-situacao-espera

               *>-- turma com vaga nao precisa de fila: so avisa
               if tur-capacidade > 0 then
                   move ws-esp-cod-turma to ws-turma
                   perform contar-alunos-turma
                   if ws-qtd-alunos-turma < tur-capacidade then
                       move "Atencao: turma ainda tem vaga!" to ws-mensagem
                   end-if
               end-if

               display sc-tela-dados-espera
               accept  sc-tela-dados-espera

               perform validar-espera

               if ws-esp-ok then

                   move ws-operador-logado to ws-esp-cod-operador
                   move ws-registro-espera to esp-registro-espera
                   write esp-registro-espera

                   perform until ws-fs-arqEspera <> 22
                       add 1 to ws-esp-hora-inscricao
                       move ws-registro-espera to esp-registro-espera
                       write esp-registro-espera
                   end-perform

                   if ws-fs-arqEspera <> 00 then
                       move 107                                    to ws-msn-erro-ofsset
                       move ws-fs-arqEspera                        to ws-msn-erro-cod
                       move "Erro ao gravar no arqEspera!"         to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       move "Candidato inscrito na lista!" to ws-mensagem
                   end-if

               end-if

           end-if
           end-if
           end-if


           .
       inscrever-candidato-espera-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Validar inscricao na lista de espera - candidato, responsavel e
      *>  telefone sao obrigatorios (a convocacao e feita por telefone)
      *>------------------------------------------------------------------------
       validar-espera section.


           move "n" to ws-esp-valida-flag

           if ws-esp-nome-candidato = space then
               move "Nome do candidato em branco!" to ws-mensagem
           else
           if ws-esp-nome-responsavel = space then
               move "Nome do responsavel em branco!" to ws-mensagem
           else
           if ws-esp-telefone = space then
               move "Telefone em branco!" to ws-mensagem
           else
               set ws-esp-ok to true
           end-if
           end-if
           end-if


           .
       validar-espera-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Listar lista de espera - posiciona no primeiro candidato da turma
      *>  (chave turma + data/hora) e lista na ordem de chamada ate a turma
      *>  mudar, com a situacao e o prazo de quem ja foi convocado
      *>------------------------------------------------------------------------
       listar-lista-espera section.


           move 0   to ws-qtd-espera
           move "n" to ws-fim-espera-flag

           move ws-esp-turma-busca to esp-cod-turma
           move 0                  to esp-data-inscricao
           move 0                  to esp-hora-inscricao
           start arqEspera key >= esp-chave
               invalid key
                   set ws-fim-espera to true
           end-start

           display erase
           display " ---- Lista De Espera Da Turma " ws-esp-turma-busca " ----"
           display " "
           display "Po Inscricao Candidato                 Telefone        Situacao       Prazo"

           perform until ws-fim-espera

               read arqEspera next
               if ws-fs-arqEspera = 0 then

                   if esp-cod-turma <> ws-esp-turma-busca then
                       set ws-fim-espera to true
                   else
                       add 1 to ws-qtd-espera
                       move esp-registro-espera to ws-registro-espera
                       perform montar-situacao-espera
                       display ws-qtd-espera " " esp-data-inscricao " "
                               esp-nome-candidato " " esp-telefone " "
                               ws-esp-situacao-desc " " esp-data-limite
                       display "   Resp.: " esp-nome-responsavel
                   end-if

               else
                   if ws-fs-arqEspera = 10 then
                       set ws-fim-espera to true
                   else
                       move 108                                    to ws-msn-erro-ofsset
                       move ws-fs-arqEspera                        to ws-msn-erro-cod
                       move "Erro ao ler arqEspera!"               to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           display " "
           display "Candidatos na lista: " ws-qtd-espera
           display "Aperte enter para continuar."
           accept aux_erase


           .
       listar-lista-espera-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Localizar posicao na lista de espera - anda pela fila da turma
      *>  ate a posicao digitada e guarda a chave do candidato encontrado
      *>------------------------------------------------------------------------
       localizar-posicao-espera section.


           move 0   to ws-esp-posicao-atual
           move "n" to ws-esp-encontrada-flag
           move "n" to ws-fim-espera-flag

           move ws-esp-turma-busca to esp-cod-turma
           move 0                  to esp-data-inscricao
           move 0                  to esp-hora-inscricao
           start arqEspera key >= esp-chave
               invalid key
                   set ws-fim-espera to true
           end-start

           perform until ws-fim-espera or ws-esp-encontrada

               read arqEspera next
               if ws-fs-arqEspera = 0 then

                   if esp-cod-turma <> ws-esp-turma-busca then
                       set ws-fim-espera to true
                   else
                       add 1 to ws-esp-posicao-atual
                       if ws-esp-posicao-atual = ws-esp-posicao then
                           move esp-chave to ws-esp-chave
                           set ws-esp-encontrada to true
                       end-if
                   end-if

               else
                   if ws-fs-arqEspera = 10 then
                       set ws-fim-espera to true
                   else
                   if ws-fs-arqEspera = 51 then
                       *>-- candidato aberto em outro terminal: conta a
                       *>   posicao e segue pela fila
                       add 1 to ws-esp-posicao-atual
                   else
                       move 109                                    to ws-msn-erro-ofsset
                       move ws-fs-arqEspera                        to ws-msn-erro-cod
                       move "Erro ao ler arqEspera!"               to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   end-if
               end-if

           end-perform


           .
       localizar-posicao-espera-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar candidato da lista de espera - mostra o candidato da
      *>  posicao localizada, le as alteracoes e grava, exclui da lista ou
      *>  (somente coordenacao, como o cadastro) abre a matricula do
      *>  candidato ja preenchida com os dados da inscricao
      *>------------------------------------------------------------------------
       registrar-espera section.


           move "n" to ws-esp-excluir
           move "n" to ws-esp-matricular

           move ws-esp-chave to esp-chave
           read arqEspera
               invalid key
                   continue
           end-read

           if ws-fs-arqEspera = 51 then

               move "Registro em uso, tente novamente!" to ws-mensagem

           else
           if ws-fs-arqEspera = 23 then

               move "Posicao nao encontrada na lista!" to ws-mensagem

           else
           if ws-fs-arqEspera <> 0 then
               move 110                                    to ws-msn-erro-ofsset
               move ws-fs-arqEspera                        to ws-msn-erro-cod
               move "Erro ao ler arqEspera!"               to ws-msn-erro-text
               perform finaliza-anormal
           else

               move esp-registro-espera to ws-registro-espera
               perform montar-situacao-espera

               display sc-tela-dados-espera
               accept  sc-tela-dados-espera
               move space to ws-mensagem

               if ws-esp-exclusao then

                   delete arqEspera record

                   if ws-fs-arqEspera = 51 then
                       move "Registro em uso, tente novamente!" to ws-mensagem
                   else
                   if ws-fs-arqEspera <> 00 then
                       move 111                                    to ws-msn-erro-ofsset
                       move ws-fs-arqEspera                        to ws-msn-erro-cod
                       move "Erro ao gravar no arqEspera!"         to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       move "Candidato excluido da lista!" to ws-mensagem
                   end-if
                   end-if

               else

                   perform validar-espera

                   if ws-esp-ok then

                       move ws-operador-logado to ws-esp-cod-operador
                       move ws-registro-espera to esp-registro-espera
                       rewrite esp-registro-espera

                       if ws-fs-arqEspera = 51 then
                           move "Registro em uso, tente novamente!" to ws-mensagem
                       else
                       if ws-fs-arqEspera <> 00 then
                           move 123                                    to ws-msn-erro-ofsset
                           move ws-fs-arqEspera                        to ws-msn-erro-cod
                           move "Erro ao gravar no arqEspera!"         to ws-msn-erro-text
                           perform finaliza-anormal
                       else

                           if ws-esp-matricula then
                               if ws-nivel-coordenacao then
                                   perform matricular-candidato-espera
                               else
                                   move "Matricula somente pela coordenacao!" to ws-mensagem
                               end-if
                           else
                               move "Inscricao alterada com sucesso!" to ws-mensagem
                           end-if

                       end-if
                       end-if

                   end-if

               end-if

           end-if
           end-if
           end-if


           .
       registrar-espera-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Matricular candidato da lista de espera - abre o cadastro de
      *>  aluno com o proximo codigo, ja preenchido com o candidato, o
      *>  telefone e a turma da inscricao; gravado o aluno, a inscricao sai
      *>  da lista (remover-espera-matriculado, chamado pelo cadastro)
      *>------------------------------------------------------------------------
       matricular-candidato-espera section.


           set ws-matricula-da-espera to true

           perform buscar-prox-cod
           perform cadastro_aluno

           move "n"   to ws-matricula-espera-flag
           move space to ws-menu-principal

           move space to ws-mensagem
           string "Matriculado com o codigo " ws-cod-aluno "!"
               delimited by size into ws-mensagem


           .
       matricular-candidato-espera-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Remover candidato matriculado - exclui da lista de espera a
      *>  inscricao do candidato que acabou de ser cadastrado como aluno
      *>------------------------------------------------------------------------
       remover-espera-matriculado section.


           move ws-esp-chave to esp-chave
           delete arqEspera record

           if ws-fs-arqEspera <> 00 and ws-fs-arqEspera <> 23 then
               move 112                                    to ws-msn-erro-ofsset
               move ws-fs-arqEspera                        to ws-msn-erro-cod
               move "Erro ao gravar no arqEspera!"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if


           .
       remover-espera-matriculado-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conferir lista de espera da turma - aluno transferido ou trancado
      *>  libera a vaga: avisa na tela se a turma (ws-turma) tem candidato
      *>  ainda em espera, para a secretaria rodar a convocacao
      *>------------------------------------------------------------------------
       conferir-espera-turma section.


           move "n" to ws-esp-encontrada-flag
           move "n" to ws-fim-espera-flag

           if ws-turma = space then
               set ws-fim-espera to true
           end-if

           move ws-turma to esp-cod-turma
           move 0        to esp-data-inscricao
           move 0        to esp-hora-inscricao
           start arqEspera key >= esp-chave
               invalid key
                   set ws-fim-espera to true
           end-start

           perform until ws-fim-espera or ws-esp-encontrada

               read arqEspera next
               if ws-fs-arqEspera = 0 then

                   if esp-cod-turma <> ws-turma then
                       set ws-fim-espera to true
                   else
                       if esp-situacao = "E" then
                           set ws-esp-encontrada to true
                       end-if
                   end-if

               else
                   if ws-fs-arqEspera = 10 or ws-fs-arqEspera = 51 then
                       set ws-fim-espera to true
                   else
                       move 113                                    to ws-msn-erro-ofsset
                       move ws-fs-arqEspera                        to ws-msn-erro-cod
                       move "Erro ao ler arqEspera!"               to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           if ws-esp-encontrada then
               move "Vaga liberada: turma tem lista de espera" to ws-mensagem
           end-if


           .
       conferir-espera-turma-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Montar situacao da lista de espera - descricao da situacao do
      *>  candidato para a tela e a listagem
      *>------------------------------------------------------------------------
       montar-situacao-espera section.


           evaluate ws-esp-situacao
               when "E"   move "Em espera"      to ws-esp-situacao-desc
               when "C"   move "Convocado"      to ws-esp-situacao-desc
               when "V"   move "Conv. vencida"  to ws-esp-situacao-desc
               when other move space            to ws-esp-situacao-desc
           end-evaluate


           .
       montar-situacao-espera-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Notas em grade - lancamento das notas de um bimestre para a turma
      *>  inteira numa tela: turma + disciplina + bimestre digitados, os
      *>  alunos ativos da turma com a disciplina sao lidos pela chave
      *>  alternativa de turma e o professor digita a coluna de notas e
      *>  confirma uma vez; turma com mais alunos que cabem na tela
      *>  continua na tela seguinte
      *>------------------------------------------------------------------------
       lancar_notas_grade section.


           perform until ws-voltar-p-menu

               move space               to ws-menu-principal
               move space               to ws-ngr-turma
               move 0                   to ws-ngr-disciplina
               move ws-bimestre-vigente to ws-ngr-bimestre

               display sc-tela-cod-notas-grade
               accept  sc-tela-cod-notas-grade
               move space to ws-mensagem

               if ws-voltar-p-menu then *>tratamento: caso o usuario digite, ao mesmo tempo, a turma e "s" para voltar p menu, volta imediatamente p menu principal
                   next sentence
               else

                   perform validar-selecao-notas-grade

                   if ws-ngr-ok then
                       perform lancar-telas-notas-grade
                   end-if

               end-if



           .
       lancar_notas_grade-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Validar selecao das notas em grade - turma no cadastro mestre;
      *>  disciplina cadastrada, ativa, na grade da turma e atribuida ao
      *>  professor (mesma validacao do lancamento por aluno); bimestre de
      *>  1 a 4 e, havendo calendario, o bimestre vigente (a coordenacao
      *>  lanca fora da janela, mas o log sai destacado)
      *>------------------------------------------------------------------------
       validar-selecao-notas-grade section.


           move "n" to ws-ngr-valida-flag

           if ws-ngr-turma = space then

               move "Informe a turma!" to ws-mensagem

           else

               move ws-ngr-turma to tur-cod-turma
               read arqTurmas
                   invalid key
                       continue
               end-read

               if ws-fs-arqTurmas = 23 then

                   move "Turma nao cadastrada!" to ws-mensagem

               else
               if ws-fs-arqTurmas <> 0 then
                   move 114                                    to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                        to ws-msn-erro-cod
                   move "Erro ao ler arqTurmas!"               to ws-msn-erro-text
                   perform finaliza-anormal
               else
               if ws-ngr-disciplina = 0 then

                   move "Informe a disciplina!" to ws-mensagem

               else

                   *>-- a validacao do lancamento por aluno trabalha na
                   *>   turma e na disciplina corrente do registro
                   move ws-ngr-turma      to ws-turma
                   move 1                 to ws-idx-disciplina
                   move ws-ngr-disciplina to ws-cod-disciplina(ws-idx-disciplina)
                   perform validar-disciplina-lancamento

                   if ws-disciplina-ok then

                       move ws-nome-disciplina(ws-idx-disciplina)
                         to ws-ngr-nome-disciplina

                       if ws-ngr-bimestre < 1 or ws-ngr-bimestre > 4 then
                           move "Bimestre invalido (1 a 4)!" to ws-mensagem
                       else
                       if ws-tem-calendario
                          and ws-ngr-bimestre <> ws-bimestre-vigente
                          and not ws-nivel-coordenacao then
                           move "Bimestre fora do periodo de notas!" to ws-mensagem
                       else
                           set ws-ngr-ok to true
                       end-if
                       end-if

                   end-if

               end-if
               end-if
               end-if

           end-if


           .
       validar-selecao-notas-grade-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Lancar telas de notas em grade - carrega a tela com os proximos
      *>  alunos da turma, le a coluna de notas e grava o que mudou depois
      *>  da confirmacao; recusa na confirmacao encerra o lancamento
      *>------------------------------------------------------------------------
       lancar-telas-notas-grade section.


           move 0   to ws-ngr-pular
           move 0   to ws-ngr-alterados
           move 0   to ws-ngr-nao-gravados
           set ws-ngr-continua to true

           perform until not ws-ngr-continua

               perform carregar-notas-grade

               if ws-ngr-qtd = 0 then

                   move "n" to ws-ngr-continua-flag
                   if ws-ngr-pular = 0 and ws-mensagem = space then
                       move "Nenhum aluno ativo com a disciplina!" to ws-mensagem
                   end-if

               else

                   move "n"   to ws-ngr-confirma
                   display sc-tela-notas-grade
                   accept  sc-tela-notas-grade
                   move space to ws-mensagem

                   if ws-ngr-confirmado then

                       perform gravar-notas-grade

                       add ws-ngr-qtd to ws-ngr-pular
                       if ws-ngr-qtd < ws-ngr-max-tela then
                           move "n" to ws-ngr-continua-flag
                       end-if

                   else
                       move "n" to ws-ngr-continua-flag
                   end-if

               end-if

           end-perform

           *>-- confirmada alguma tela, o resumo sai sempre (nota recusada
           *>   pelas regras conta em "Nao gravados"); tela seguinte
           *>   recusada por registro em uso fica indicada no resumo
           if ws-ngr-pular > 0 then
               if ws-mensagem = "Registro em uso, tente novamente!" then
                   move space to ws-mensagem
                   string "Alterados: " ws-ngr-alterados
                          " Nao grav.: " ws-ngr-nao-gravados
                          " Em uso!"
                       delimited by size into ws-mensagem
               else
                   move space to ws-mensagem
                   string "Alterados: " ws-ngr-alterados
                          "  Nao gravados: " ws-ngr-nao-gravados
                       delimited by size into ws-mensagem
               end-if
           else
               if ws-mensagem = space then
                   string "Alterados: " ws-ngr-alterados
                          "  Nao gravados: " ws-ngr-nao-gravados
                       delimited by size into ws-mensagem
               end-if
           end-if


           .
       lancar-telas-notas-grade-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Carregar notas em grade - posiciona na turma pela chave alternativa
      *>  e monta a tabela da tela com os alunos ativos que cursam a
      *>  disciplina (nome e nota atual do bimestre), pulando os que ja
      *>  sairam em telas anteriores. Cada aluno e relido com trava na
      *>  gravacao; aluno em uso na carga recusa a tela (tente de novo)
      *>------------------------------------------------------------------------
       carregar-notas-grade section.


           move 0   to ws-ngr-qtd
           move 0   to ws-ngr-vistos
           move "n" to ws-fim-notas-grade-flag

           perform varying ws-ngr-idx from 1 by 1
                   until ws-ngr-idx > ws-ngr-max-tela
               move 0     to ws-ngr-cod-aluno(ws-ngr-idx)
               move space to ws-ngr-nome-aluno(ws-ngr-idx)
               move 0     to ws-ngr-idx-disc(ws-ngr-idx)
               move 0     to ws-ngr-nota-atual(ws-ngr-idx)
               move 0     to ws-ngr-nota-nova(ws-ngr-idx)
           end-perform

           move ws-ngr-turma to fd-turma
           start arqRegistros key = fd-turma
               invalid key
                   set ws-fim-notas-grade to true
           end-start

           perform until ws-fim-notas-grade
                      or ws-ngr-qtd >= ws-ngr-max-tela

               read arqRegistros next
               if ws-fs-arqRegistros = 0 then

                   if fd-turma <> ws-ngr-turma then
                       set ws-fim-notas-grade to true
                   else
                   if fd-sit-matricula <> "T" and fd-sit-matricula <> "R"
                      and fd-sit-matricula <> "C" then

                       *>-- posicao da disciplina no registro do aluno
                       move 0 to ws-ngr-idx-achado
                       perform varying ws-idx-disciplina from 1 by 1
                               until ws-idx-disciplina > ws-quant-disciplinas
                           if fd-cod-disciplina(ws-idx-disciplina) = ws-ngr-disciplina then
                               move ws-idx-disciplina to ws-ngr-idx-achado
                           end-if
                       end-perform

                       if ws-ngr-idx-achado <> 0 then
                           add 1 to ws-ngr-vistos
                           if ws-ngr-vistos > ws-ngr-pular then

                               add 1 to ws-ngr-qtd
                               move fd-registros-alunos to ws-registros-alunos
                               move ws-ngr-idx-achado   to ws-idx-disciplina
                               perform ler-nota-bimestre-grade

                               move fd-cod-aluno      to ws-ngr-cod-aluno(ws-ngr-qtd)
                               move fd-nome-aluno     to ws-ngr-nome-aluno(ws-ngr-qtd)
                               move ws-ngr-idx-achado to ws-ngr-idx-disc(ws-ngr-qtd)
                               move ws-ngr-nota-aux   to ws-ngr-nota-atual(ws-ngr-qtd)
                               move ws-ngr-nota-aux   to ws-ngr-nota-nova(ws-ngr-qtd)

                           end-if
                       end-if

                   end-if
                   end-if

               else
                   if ws-fs-arqRegistros = 10 then
                       set ws-fim-notas-grade to true
                   else
                   if ws-fs-arqRegistros = 51 then
                       move 0 to ws-ngr-qtd
                       set ws-fim-notas-grade to true
                       move "Registro em uso, tente novamente!" to ws-mensagem
                   else
                       move 115                                    to ws-msn-erro-ofsset
                       move ws-fs-arqRegistros                     to ws-msn-erro-cod
                       move "Erro ao ler arqRegistros!"            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   end-if
               end-if

           end-perform


           .
       carregar-notas-grade-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar notas em grade - para cada aluno com a nota alterada, relê
      *>  o registro com trava (e as tentativas do cadastro), confere que a
      *>  nota nao mudou desde a carga da tela, aplica a nota nova com as
      *>  mesmas regras do lancamento por aluno (limite da nota e bimestre
      *>  do calendario), regrava e registra no log, um registro por aluno
      *>------------------------------------------------------------------------
       gravar-notas-grade section.


           perform varying ws-ngr-idx from 1 by 1
                   until ws-ngr-idx > ws-ngr-qtd

               if ws-ngr-nota-nova(ws-ngr-idx) <> ws-ngr-nota-atual(ws-ngr-idx) then

                   move ws-ngr-cod-aluno(ws-ngr-idx) to ws-cod-aluno
                   perform ler-registro-com-retry

                   if ws-fs-arqRegistros = 51 or ws-fs-arqRegistros = 23 then

                       *>-- aluno aberto em outro terminal (ou excluido
                       *>   depois da carga da tela): fica para depois
                       add 1 to ws-ngr-nao-gravados

                   else
                   if ws-fs-arqRegistros <> 0 then
                       move 116                                    to ws-msn-erro-ofsset
                       move ws-fs-arqRegistros                     to ws-msn-erro-cod
                       move "Erro ao ler arqRegistros!"            to ws-msn-erro-text
                       perform finaliza-anormal
                   else

                       move fd-registros-alunos to ws-registros-alunos

                       *>-- notas como estavam, para o log e para o
                       *>   controle de bimestre
                       perform formatar-notas-log
                       move ws-log-notas-fmt to ws-log-notas-antigas
                       perform salvar-notas-anteriores

                       move ws-ngr-idx-disc(ws-ngr-idx) to ws-idx-disciplina
                       perform ler-nota-bimestre-grade

                       *>-- nota alterada por outro operador depois da
                       *>   carga da tela: nao sobrescreve; nota digitada
                       *>   acima do limite (10,00 ou mais) e recusada antes
                       *>   de tocar no registro, para nao zerar a anterior
                       if ws-cod-disciplina(ws-idx-disciplina) <> ws-ngr-disciplina
                          or ws-ngr-nota-aux <> ws-ngr-nota-atual(ws-ngr-idx)
                          or ws-ngr-nota-nova(ws-ngr-idx) >= 10,00 then

                           add 1 to ws-ngr-nao-gravados

                       else

                           move ws-ngr-nota-nova(ws-ngr-idx) to ws-ngr-nota-aux
                           perform gravar-nota-bimestre-grade

                           perform conferir-tamanho-notas
                           perform conferir-bimestre-notas

                           *>-- regra do lancamento (bimestre fechado) mudou
                           *>   a nota digitada: nao grava o registro, conta
                           *>   como nao gravada
                           perform ler-nota-bimestre-grade
                           if ws-ngr-nota-aux <> ws-ngr-nota-nova(ws-ngr-idx) then

                               add 1 to ws-ngr-nao-gravados

                           else

                               move  ws-registros-alunos to fd-registros-alunos
                               move 1                    to ws-tentativas-lock
                               rewrite fd-registros-alunos

                               perform until ws-fs-arqRegistros <> 51
                                          or ws-tentativas-lock  >= ws-max-tentativas-lock

                                   add 1 to ws-tentativas-lock
                                   rewrite fd-registros-alunos

                               end-perform

                               if ws-fs-arqRegistros = 51 then

                                   add 1 to ws-ngr-nao-gravados

                               else
                               if ws-fs-arqRegistros  <> 00 then
                                   move 117                                    to ws-msn-erro-ofsset
                                   move ws-fs-arqRegistros                     to ws-msn-erro-cod
                                   move "Erro ao gravar no arqRegistros!"      to ws-msn-erro-text
                                   perform finaliza-anormal
                               else

                                   *>-- mesmo log do lancamento por aluno; fora
                                   *>   do bimestre vigente (coordenacao) sai
                                   *>   destacado
                                   if ws-houve-nota-retro then
                                       move "NOTAS-RETRO" to ws-log-operacao
                                   else
                                       move "NOTAS" to ws-log-operacao
                                   end-if
                                   perform formatar-notas-log
                                   move ws-log-notas-fmt to ws-log-notas-novas
                                   perform registrar-log

                                   add 1 to ws-ngr-alterados

                               end-if
                               end-if

                           end-if

                       end-if

                   end-if
                   end-if

               end-if

           end-perform


           .
       gravar-notas-grade-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Ler nota do bimestre - nota do bimestre escolhido na disciplina
      *>  corrente (ws-idx-disciplina) do registro em ws-registros-alunos
      *>------------------------------------------------------------------------
       ler-nota-bimestre-grade section.


           evaluate ws-ngr-bimestre
               when 1     move ws-nota-01(ws-idx-disciplina) to ws-ngr-nota-aux
               when 2     move ws-nota-02(ws-idx-disciplina) to ws-ngr-nota-aux
               when 3     move ws-nota-03(ws-idx-disciplina) to ws-ngr-nota-aux
               when 4     move ws-nota-04(ws-idx-disciplina) to ws-ngr-nota-aux
               when other move 0                             to ws-ngr-nota-aux
           end-evaluate


           .
       ler-nota-bimestre-grade-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gravar nota do bimestre - poe ws-ngr-nota-aux na nota do bimestre
      *>  escolhido da disciplina corrente (ws-idx-disciplina)
      *>------------------------------------------------------------------------
       gravar-nota-bimestre-grade section.


           evaluate ws-ngr-bimestre
               when 1     move ws-ngr-nota-aux to ws-nota-01(ws-idx-disciplina)
               when 2     move ws-ngr-nota-aux to ws-nota-02(ws-idx-disciplina)
               when 3     move ws-ngr-nota-aux to ws-nota-03(ws-idx-disciplina)
               when 4     move ws-ngr-nota-aux to ws-nota-04(ws-idx-disciplina)
               when other continue
           end-evaluate


           .
       gravar-nota-bimestre-grade-exit.
           exit.


                           *>   antes do accept abaixo sobrescreve-las
                           perform formatar-notas-log
                           move ws-log-notas-fmt to ws-log-notas-antigas
                           move ws-turma         to ws-turma-anterior

                           *>-- guarda tambem as notas para o controle de
                           *>   bimestre (alteracao fora do periodo)
                               move ws-log-notas-fmt to ws-log-notas-novas
                               perform registrar-log

                               *>-- troca de turma: linha propria no log, no
                               *>   mesmo formato da promocao ("TURMA: xxxx")
                               if ws-turma <> ws-turma-anterior then
                                   move space to ws-log-notas-antigas
                                   string "TURMA: " ws-turma-anterior
                                       delimited by size into ws-log-notas-antigas
                                   move space to ws-log-notas-novas
                                   string "TURMA: " ws-turma
                                       delimited by size into ws-log-notas-novas
                                   move "TROCA-TURMA" to ws-log-operacao
                                   perform registrar-log
                               end-if

                           end-if
                           end-if

               perform finaliza-anormal
           end-if

           close arqConselho
           if ws-fs-arqConselho  <> 00 then
               move 77                                       to ws-msn-erro-ofsset
               move ws-fs-arqConselho                        to ws-msn-erro-cod
               move "Erro finalizacao fo arqConselho!"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBolsas
           if ws-fs-arqBolsas  <> 00 then
               move 82                                       to ws-msn-erro-ofsset
               move ws-fs-arqBolsas                          to ws-msn-erro-cod
               move "Erro finalizacao fo arqBolsas!"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAtribuicoes
           if ws-fs-arqAtribuicoes  <> 00 then
               move 90                                       to ws-msn-erro-ofsset
               move ws-fs-arqAtribuicoes                     to ws-msn-erro-cod
               move "Erro finalizacao fo arqAtribuicoes!"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqResponsaveis
           if ws-fs-arqResponsaveis  <> 00 then
               move 103                                      to ws-msn-erro-ofsset
               move ws-fs-arqResponsaveis                    to ws-msn-erro-cod
               move "Erro finalizacao fo arqResponsaveis!"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEspera
           if ws-fs-arqEspera  <> 00 then
               move 105                                      to ws-msn-erro-ofsset
               move ws-fs-arqEspera                          to ws-msn-erro-cod
               move "Erro finalizacao fo arqEspera!"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display
           erase
           display "           --- FIM ---"
