           record key is frq-chave
           file status is ws-fs-arqFrequencia.

           select arqDisciplinas assign to "arqDisciplinas.dat"         *> Cadastro Mestre de Disciplinas - Uma Linha do Boletim por Disciplina
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is dis-cod-disciplina
           file status is ws-fs-arqDisciplinas.

           select arqNotas assign to "arqNotas.dat"                     *> Notas por Aluno, Disciplina e Bimestre (e Exame Final)
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is not-chave
           file status is ws-fs-arqNotas.

           select arqTurmas assign to "arqTurmas.dat"                   *> Cadastro Mestre de Turmas - Ano Letivo da Deliberação do Conselho
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is trm-cod-turma
           file status is ws-fs-arqTurmas.

           select arqConselho assign to "arqConselho.dat"               *> Deliberações do Conselho de Classe - Situação Deliberada
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is cns-chave
           alternate record key is cns-chave-turma with duplicates
           file status is ws-fs-arqConselho.

           select arqBoletim assign to ws-nome-arqBoletim               *> Relatorio de Boletim - Uma Geração Datada por Execução
           organization is line sequential
           05  frq-aulas                           pic 9(02).
           05  frq-faltas                          pic 9(02).

       fd arqDisciplinas.  *> Cadastro Mestre de Disciplinas - Uma Disciplina por Registro
       01  dis-registro.
           05  dis-cod-disciplina                  pic x(06).
           05  dis-nome                            pic x(30).
           05  dis-carga-horaria                   pic 9(03).
           05  dis-turmas.
               10  dis-turma                       pic x(10) occurs 10 times.

      *>   Notas por Disciplina - Um Registro por Aluno, Disciplina e
      *>   Bimestre (1 a 4); o Bimestre 5 Guarda a Nota do Exame Final
      *>   (Recuperação) da Disciplina
       fd arqNotas.
       01  not-registro.
           05  not-chave.
               10  not-cod-aluno                   pic 9(05).
               10  not-cod-disciplina              pic x(06).
               10  not-bimestre                    pic 9(01).
           05  not-nota                            pic 9(02)v99.

       fd arqTurmas.  *> Cadastro Mestre de Turmas - Uma Turma por Registro
       01  trm-registro.
           05  trm-cod-turma                       pic x(10).
           05  trm-descricao                       pic x(30).
           05  trm-cod-professor                   pic 9(05).
           05  filler                              pic x(20).
           05  trm-ano-letivo                      pic 9(04).
           05  trm-vagas                           pic 9(03).

      *>   Deliberações do Conselho de Classe - Chave Aluno + Ano Letivo;
      *>   Deliberação "A" Aprova pelo Conselho; "R" Mantem a Retenção
       fd arqConselho.
       01  cns-registro.
           05  cns-chave.
               10  cns-cod-aluno                   pic 9(05).
               10  cns-ano-letivo                  pic 9(04).
           05  cns-chave-turma.
               10  cns-turma                       pic x(10).
               10  cns-ano-turma                   pic 9(04).
           05  cns-aluno                           pic x(25).
           05  cns-situacao-anterior               pic x(19).
           05  cns-deliberacao                     pic x(01).
               88  cns-aprovado                         value "A".
               88  cns-retido                           value "R".
           05  cns-media                           pic 9(02)v99.
           05  cns-frequencia                      pic 9(03)v99.
           05  cns-qtd-reprovadas                  pic 9(02).
           05  cns-qtd-em-exame                    pic 9(02).
           05  cns-data                            pic 9(08).
           05  cns-hora                            pic 9(06).
           05  cns-operador                        pic x(08).
           05  cns-ata                             pic x(70) occurs 5 times.
           05  cns-membro                          pic x(30) occurs 8 times.

       fd arqBoletim.
       01  bol-linha                               pic x(80).
       77  ws-fs-arqCadAlunosIndex                 pic  9(02).
       77  ws-fs-arqBoletim                        pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqDisciplinas                    pic  9(02).
       77  ws-fs-arqNotas                          pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqConselho                       pic  9(02).

      *>----Media Geral (Media das Medias das Disciplinas) e Situação Final
      *>----do Aluno
       77  ws-media                                pic 9(02)v99.
       77  ws-situacao                             pic x(22).

      *>----Deliberação do Conselho de Classe - Sem o Arquivo (Nenhum
      *>----Conselho Realizado) Vale a Situação Apurada
       77  ws-cns-arquivo-status                   pic x(01).
          88  ws-cns-disponivel                     value "S".
          88  ws-cns-indisponivel                   value "N".

       77  ws-ano-letivo                           pic 9(04).

      *>----Disciplinas Carregadas do Cadastro Mestre no Inicio - Cada
      *>----Aluno Recebe uma Linha por Disciplina Oferecida na Sua Turma
       01  ws-tab-disciplinas.
           05  ws-tab-qtd                          pic 9(02) comp.
           05  ws-tab-disciplina occurs 50 times.
               10  ws-tab-cod-disciplina           pic x(06).
               10  ws-tab-nome                     pic x(30).
               10  ws-tab-turma                    pic x(10) occurs 10 times.

       77  ws-tab-ix                               pic 9(02) comp.
       77  ws-dis-ix                               pic 9(02) comp.

       77  ws-disciplina-oferta-status             pic x(01).
          88  ws-disciplina-oferecida               value "S".
          88  ws-disciplina-nao-oferecida           value "N".

      *>----Notas do Aluno na Disciplina Corrente - Quatro Bimestres e o
      *>----Exame Final (Quinto "Bimestre"); a Marca de Gravada Distingue
      *>----Exame Ainda Nao Realizado de Exame com Nota Zero
       01  ws-notas-disciplina.
           05  ws-nd-bimestre occurs 5 times.
               10  ws-nd-nota                      pic 9(02)v99.
               10  ws-nd-gravada                   pic x(01).
                   88  ws-nd-existe                     value "S".
                   88  ws-nd-nao-existe                 value "N".

       77  ws-nd-ix                                pic 9(01).

       77  ws-not-arquivo-status                   pic x(01).
          88  ws-not-disponivel                     value "S".
          88  ws-not-indisponivel                   value "N".

      *>----Situação por Disciplina - Media 7,00 ou Mais Aprova; Entre 5,00
      *>----e 6,99 Vai a Exame, e com o Exame Lançado a Media Final (Media +
      *>----Exame) / 2 Aprova com 5,00 ou Mais; o Regimento Retém o Aluno
      *>----Que Reprova em Mais Disciplinas do Que o Limite Abaixo (Ate o
      *>----Limite Ele Segue Aprovado, Cursando a Disciplina em Dependencia)
       77  ws-limite-reprovacoes                   pic 9(02) value 2.

       77  ws-dis-media                            pic 9(02)v99.
       77  ws-dis-situacao                         pic x(19).
       77  ws-exa-media-final                      pic 9(02)v99.

       77  ws-sit-qtd-disciplinas                  pic 9(02) comp.
       77  ws-sit-qtd-reprovadas                   pic 9(02) comp.
       77  ws-sit-qtd-em-exame                     pic 9(02) comp.
       77  ws-sit-soma-medias                      pic 9(04)v99.

       77  ws-sit-qtd-disciplinas-ed               pic z9.
       77  ws-sit-qtd-reprovadas-ed                pic z9.

      *>----Variaveis de Apoio ao Calculo de Frequencia - Abaixo de 75%
      *>----o Aluno Reprova por Falta, Independente da Media (Exigencia
       77  ws-nota2-ed                             pic z9,99.
       77  ws-nota3-ed                             pic z9,99.
       77  ws-nota4-ed                             pic z9,99.
       77  ws-exame-ed                             pic z9,99.
       77  ws-dis-media-ed                         pic z9,99.
       77  ws-media-ed                             pic z9,99.

       77  ws-fim-arquivo                          pic x(01).

       01  ws-data-geracao.
           05  ws-ger-data                         pic 9(08).
           05  ws-ger-data-r redefines ws-ger-data.
               10  ws-ger-ano                      pic 9(04).
               10  ws-ger-mes                      pic 9(02).
               10  ws-ger-dia                      pic 9(02).
           05  ws-ger-hora                         pic 9(06).
           05  filler                              pic x(10).

               end-if
           end-if

      *>   Open Input - Abre o Cadastro Mestre de Disciplinas e Carrega
      *>   a Tabela Usada em Todos os Boletins
           open input arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00 then
               move 18                                      to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqDisciplinas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-disciplinas

           close arqDisciplinas
           if ws-fs-arqDisciplinas <> 0 then
               move 20                                      to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDisciplinas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Abre as Notas por Disciplina; Quando o Arquivo
      *>   Ainda Nao Existe (Nenhuma Nota Lançada) as Notas Saem Zeradas
           set ws-not-disponivel to true
           open input arqNotas
           if ws-fs-arqNotas = 35 then
               set ws-not-indisponivel to true
           else
               if ws-fs-arqNotas <> 00 then
                   move 10                                      to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                          to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqNotas "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   Open Input - Abre as Deliberações do Conselho de Classe e,
      *>   Havendo Conselho, as Turmas Que Dão o Ano Letivo do Aluno
           set ws-cns-disponivel to true
           open input arqConselho
           if ws-fs-arqConselho = 35 then
               set ws-cns-indisponivel to true
           else
               if ws-fs-arqConselho <> 00 then
                   move 23                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                       to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqConselho "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-cns-disponivel then
               open input arqTurmas
               if ws-fs-arqTurmas  <> 00 then
                   move 21                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                         to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqTurmas "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
       ler-proximo-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Carrega a Tabela de Disciplinas a Partir do Cadastro Mestre
      *>------------------------------------------------------------------------
       carregar-disciplinas section.

           move 0 to ws-tab-qtd
           set ws-nao-fim-arquivo to true
           perform until ws-eh-fim-arquivo

               read arqDisciplinas next

               if ws-fs-arqDisciplinas = 10 then
                   set ws-eh-fim-arquivo to true
               else
                   if ws-fs-arqDisciplinas <> 00 then
                       move 19                                      to ws-msn-erro-ofsset
                       move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqDisciplinas "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-tab-qtd >= 50 then
                       display "Mais de 50 Disciplinas Cadastradas - Boletim Cancelado"
                       move 27                                      to ws-msn-erro-ofsset
                       move 0                                       to ws-msn-erro-cod
                       move "Tabela de Disciplinas Excedida "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-tab-qtd
                   move dis-cod-disciplina to ws-tab-cod-disciplina (ws-tab-qtd)
                   move dis-nome           to ws-tab-nome (ws-tab-qtd)
                   move 1 to ws-dis-ix
                   perform until ws-dis-ix > 10
                       move dis-turma (ws-dis-ix) to ws-tab-turma (ws-tab-qtd ws-dis-ix)
                       add 1 to ws-dis-ix
                   end-perform
               end-if

           end-perform

           if ws-tab-qtd = 0 then
               display "Nenhuma Disciplina Cadastrada - Boletim Cancelado"
               move 28                                      to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Nenhuma Disciplina Cadastrada "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-disciplinas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>            Calculo da Frequencia e Zeragem dos Acumuladores
      *>            da Situação do Aluno (Apurada Linha a Linha na
      *>            Impressão das Disciplinas)
      *>------------------------------------------------------------------------
       calcular-boletim section.

           perform calcular-frequencia

           move 0 to ws-sit-qtd-disciplinas
           move 0 to ws-sit-qtd-reprovadas
           move 0 to ws-sit-qtd-em-exame
           move 0 to ws-sit-soma-medias

           move ws-freq-total-faltas to ws-freq-faltas-ed
           move ws-freq-percentual   to ws-freq-percentual-ed

           .
       calcular-boletim-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Situação Final do Aluno: a Frequencia Manda (Abaixo de 75%
      *>      Reprova por Falta); Reprovado em Mais Disciplinas Que o
      *>      Limite do Regimento Fica Retido; Qualquer Disciplina Ainda
      *>      em Exame Deixa o Aluno "Em Exame"
      *>------------------------------------------------------------------------
       apurar-situacao-aluno section.

           if ws-sit-qtd-disciplinas > 0 then
               compute ws-media = ws-sit-soma-medias / ws-sit-qtd-disciplinas
           else
               move 0 to ws-media
           end-if

           evaluate true
               when ws-freq-percentual < 75
                   move "Reprovado por Falta" to ws-situacao
               when ws-sit-qtd-reprovadas > ws-limite-reprovacoes
                   move "Reprovado"           to ws-situacao
               when ws-sit-qtd-em-exame > 0
                   move "Em Exame"            to ws-situacao
               when other
                   move "Aprovado"            to ws-situacao
           end-evaluate

           perform aplicar-deliberacao-conselho

           move ws-media               to ws-media-ed
           move ws-sit-qtd-disciplinas to ws-sit-qtd-disciplinas-ed
           move ws-sit-qtd-reprovadas  to ws-sit-qtd-reprovadas-ed

           .
       apurar-situacao-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Deliberação do Conselho de Classe no Ano Letivo da Turma do
      *>      Aluno - Aprovação Sai "Aprovado pelo Conselho" e a Retenção
      *>      Mantida Sai "Retido pelo Conselho"
      *>------------------------------------------------------------------------
       aplicar-deliberacao-conselho section.

           if ws-cns-disponivel then
      *>       Turma Fora do Cadastro Mestre Fica no Ano Corrente
               move fd-turma to trm-cod-turma
               read arqTurmas
               evaluate ws-fs-arqTurmas
                   when 00
                       move trm-ano-letivo to ws-ano-letivo
                   when 23
                       move ws-ger-ano     to ws-ano-letivo
                   when other
                       move 22                                  to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas                     to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqTurmas "       to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

               move fd-cod-aluno  to cns-cod-aluno
               move ws-ano-letivo to cns-ano-letivo
               read arqConselho
               evaluate ws-fs-arqConselho
                   when 00
                       if cns-aprovado then
                           move "Aprovado pelo Conselho" to ws-situacao
                       else
                           move "Retido pelo Conselho"   to ws-situacao
                       end-if
                   when 23
                       continue
                   when other
                       move 24                                  to ws-msn-erro-ofsset
                       move ws-fs-arqConselho                   to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqConselho "     to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       aplicar-deliberacao-conselho-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Le as Cinco Notas (Quatro Bimestres e o Exame Final) do
      *>      Aluno Corrente na Disciplina ws-tab-ix; Bimestre Sem
      *>      Registro Vale Nota Zero
      *>------------------------------------------------------------------------
       ler-notas-disciplina section.

           move 1 to ws-nd-ix
           perform until ws-nd-ix > 5
               move 0 to ws-nd-nota (ws-nd-ix)
               set ws-nd-nao-existe (ws-nd-ix) to true

               if ws-not-disponivel then
                   move fd-cod-aluno                       to not-cod-aluno
                   move ws-tab-cod-disciplina (ws-tab-ix)  to not-cod-disciplina
                   move ws-nd-ix                           to not-bimestre
                   read arqNotas
                   evaluate ws-fs-arqNotas
                       when 00
                           move not-nota to ws-nd-nota (ws-nd-ix)
                           set ws-nd-existe (ws-nd-ix) to true
                       when 23
                           continue
                       when other
                           move 11                                      to ws-msn-erro-ofsset
                           move ws-fs-arqNotas                          to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqNotas "            to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               end-if

               add 1 to ws-nd-ix
           end-perform

           .
       ler-notas-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Apura Media e Situação da Disciplina Corrente e Acumula
      *>      Para a Situação Final do Aluno
      *>------------------------------------------------------------------------
       apurar-situacao-disciplina section.

           compute ws-dis-media = (ws-nd-nota (1) + ws-nd-nota (2)
                                 + ws-nd-nota (3) + ws-nd-nota (4)) / 4

           evaluate true
               when ws-freq-percentual < 75
                   move "Reprovado por Falta" to ws-dis-situacao
                   add 1 to ws-sit-qtd-reprovadas
               when ws-dis-media >= 7,00
                   move "Aprovado"            to ws-dis-situacao
               when ws-dis-media >= 5,00
                   if ws-nd-existe (5) then
                       compute ws-exa-media-final =
                           (ws-dis-media + ws-nd-nota (5)) / 2
                       if ws-exa-media-final >= 5,00 then
                           move "Aprovado"    to ws-dis-situacao
                       else
                           move "Reprovado"   to ws-dis-situacao
                           add 1 to ws-sit-qtd-reprovadas
                       end-if
                   else
                       move "Em Exame"        to ws-dis-situacao
                       add 1 to ws-sit-qtd-em-exame
                   end-if
               when other
                   move "Reprovado"           to ws-dis-situacao
                   add 1 to ws-sit-qtd-reprovadas
           end-evaluate

           add 1            to ws-sit-qtd-disciplinas
           add ws-dis-media to ws-sit-soma-medias

           .
       apurar-situacao-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Soma as Aulas Dadas e as Faltas dos Doze Meses do Aluno
           end-if

           move spaces to bol-linha
           string "Disciplina               Nota1 Nota2 Nota3 Nota4 Exame Media Situacao" delimited by size
                  into bol-linha
           end-string
           write bol-linha
               perform finaliza-anormal
           end-if

      *>   Uma Linha por Disciplina Oferecida na Turma do Aluno
           move 1 to ws-tab-ix
           perform until ws-tab-ix > ws-tab-qtd
               perform conferir-oferta-disciplina
               if ws-disciplina-oferecida then
                   perform imprimir-linha-disciplina
               end-if
               add 1 to ws-tab-ix
           end-perform

           perform apurar-situacao-aluno

           move spaces to bol-linha
           string "Total de Faltas: " delimited by size
                  ws-freq-faltas-ed   delimited by size
                  "   Frequencia: "   delimited by size
                  ws-freq-percentual-ed delimited by size
                  "%"                 delimited by size
                  into bol-linha
           end-string
           write bol-linha
           end-if

           move spaces to bol-linha
           string "Media Geral  : " delimited by size
                  ws-media-ed        delimited by size
                  "   Disciplinas: " delimited by size
                  ws-sit-qtd-disciplinas-ed delimited by size
                  "   Reprovadas: "  delimited by size
                  ws-sit-qtd-reprovadas-ed  delimited by size
                  into bol-linha
           end-string
           write bol-linha
           end-if

           move spaces to bol-linha
           string "Situacao Final: " delimited by size
                  ws-situacao        delimited by size
                  into bol-linha
           end-string
               perform finaliza-anormal
           end-if

           move spaces to bol-linha
           write bol-linha
           if ws-fs-arqBoletim <> 00 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqBoletim                        to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqBoletim "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       imprimir-boletim-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Confere se a Disciplina ws-tab-ix é Oferecida na Turma do
      *>      Aluno Corrente
      *>------------------------------------------------------------------------
       conferir-oferta-disciplina section.

           set ws-disciplina-nao-oferecida to true
           move 1 to ws-dis-ix
           perform until ws-dis-ix > 10 or ws-disciplina-oferecida
               if ws-tab-turma (ws-tab-ix ws-dis-ix) = fd-turma
               and fd-turma <> spaces then
                   set ws-disciplina-oferecida to true
               end-if
               add 1 to ws-dis-ix
           end-perform

           .
       conferir-oferta-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Imprime a Linha da Disciplina ws-tab-ix: as Quatro Notas, o
      *>      Exame (Quando Lançado), a Media e a Situação na Disciplina
      *>------------------------------------------------------------------------
       imprimir-linha-disciplina section.

           perform ler-notas-disciplina
           perform apurar-situacao-disciplina

           move ws-nd-nota (1) to ws-nota1-ed
           move ws-nd-nota (2) to ws-nota2-ed
           move ws-nd-nota (3) to ws-nota3-ed
           move ws-nd-nota (4) to ws-nota4-ed
           move ws-nd-nota (5) to ws-exame-ed
           move ws-dis-media   to ws-dis-media-ed

           move spaces to bol-linha
           if ws-nd-existe (5) then
               string ws-tab-cod-disciplina (ws-tab-ix) delimited by size
                      " "                   delimited by size
                      ws-tab-nome (ws-tab-ix) (1:17) delimited by size
                      " "                   delimited by size
                      ws-nota1-ed           delimited by size
                      " "                   delimited by size
                      ws-nota2-ed           delimited by size
                      " "                   delimited by size
                      ws-nota3-ed           delimited by size
                      " "                   delimited by size
                      ws-nota4-ed           delimited by size
                      " "                   delimited by size
                      ws-exame-ed           delimited by size
                      " "                   delimited by size
                      ws-dis-media-ed       delimited by size
                      " "                   delimited by size
                      ws-dis-situacao       delimited by size
                      into bol-linha
               end-string
           else
               string ws-tab-cod-disciplina (ws-tab-ix) delimited by size
                      " "                   delimited by size
                      ws-tab-nome (ws-tab-ix) (1:17) delimited by size
                      " "                   delimited by size
                      ws-nota1-ed           delimited by size
                      " "                   delimited by size
                      ws-nota2-ed           delimited by size
                      " "                   delimited by size
                      ws-nota3-ed           delimited by size
                      " "                   delimited by size
                      ws-nota4-ed           delimited by size
                      "   -   "             delimited by size
                      ws-dis-media-ed       delimited by size
                      " "                   delimited by size
                      ws-dis-situacao       delimited by size
                      into bol-linha
               end-string
           end-if
           write bol-linha
           if ws-fs-arqBoletim <> 00 then
               move 4                                       to ws-msn-erro-ofsset
           end-if

           .
       imprimir-linha-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Identificação do Operador - Login e Senha Conferidos no

           if ws-login-invalido then
               display "Numero de Tentativas Esgotado - Encerrando o Programa"
               move 12 to return-code
               stop run
           end-if

      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro.

      *>   Retorno Diferente de Zero Sinaliza a Falha Para a Cadeia Batch
           move 12 to return-code

           stop run

           .
               end-if
           end-if

           if ws-not-disponivel then
               close arqNotas
               if ws-fs-arqNotas <> 0 then
                   move 12                                      to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                          to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqNotas "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-cns-disponivel then
               close arqConselho
               if ws-fs-arqConselho <> 0 then
                   move 26                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqTurmas
               if ws-fs-arqTurmas <> 0 then
                   move 25                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                         to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTurmas "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
