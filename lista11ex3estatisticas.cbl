           record key is frq-chave
           file status is ws-fs-arqFrequencia.

           select arqDisciplinas assign to "arqDisciplinas.dat"         *> Cadastro Mestre de Disciplinas - Resultado por Disciplina
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

           select arqProfessores assign to "arqProfessores.dat"         *> Cadastro de Professores - Nome do Professor Titular da Turma
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is prf-cod-professor
           alternate record key is prf-nome with duplicates
           file status is ws-fs-arqProfessores.

           select arqConselho assign to "arqConselho.dat"               *> Deliberações do Conselho de Classe - Situação Deliberada
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is cns-chave
           alternate record key is cns-chave-turma with duplicates
           file status is ws-fs-arqConselho.

           select arqEstatisticas assign to "arqEstatisticas.txt"       *> Relatorio de Estatisticas Para a Direção
           organization is line sequential
       01  trm-registro.
           05  trm-cod-turma                       pic x(10).
           05  trm-descricao                       pic x(30).
           05  trm-professor.
               10  trm-cod-professor               pic 9(05).
               10  filler                          pic x(20).
           05  trm-professor-legado redefines trm-professor
                                                   pic x(25).
           05  trm-ano-letivo                      pic 9(04).
           05  trm-vagas                           pic 9(03).

      *>   Cadastro de Professores - Um Professor por Registro
       fd arqProfessores.
       01  prf-registro.
           05  prf-cod-professor                   pic 9(05).
           05  prf-nome                            pic x(25).
           05  prf-telefone                        pic x(15).
           05  prf-email                           pic x(40).
           05  prf-max-horas                       pic 9(02).

       fd arqFrequencia.  *> Frequencia Mensal - Um Registro por Aluno e Mes
       01  frq-registro.
           05  frq-chave.
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

       fd arqEstatisticas.  *> Relatorio de Estatisticas - Uma Linha por Registro
       01  est-linha                               pic x(100).
       77  ws-fs-arqCadAlunosIndex                 pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqDisciplinas                    pic  9(02).
       77  ws-fs-arqNotas                          pic  9(02).
       77  ws-fs-arqEstatisticas                   pic  9(02).
       77  ws-fs-arqProfessores                    pic  9(02).
       77  ws-fs-arqConselho                       pic  9(02).

      *>----Variaveis de Apoio ao Calculo de Frequencia e Situação -
      *>----Mesmas Faixas do Boletim (lista11ex3boletim)
          88  ws-freq-disponivel                    value "S".
          88  ws-freq-indisponivel                  value "N".

       77  ws-not-arquivo-status                   pic x(01).
          88  ws-not-disponivel                     value "S".
          88  ws-not-indisponivel                   value "N".

      *>----Nome do Professor Titular da Turma, Lido do Cadastro de
      *>----Professores Pelo Codigo Gravado na Turma
       77  ws-nome-professor                       pic x(25).

       77  ws-prf-arquivo-status                   pic x(01).
          88  ws-prf-disponivel                     value "S".
          88  ws-prf-indisponivel                   value "N".

       77  ws-exa-media-final                      pic 9(02)v99.
       77  ws-situacao-final                       pic x(22).

      *>----Deliberação do Conselho de Classe - Sem o Arquivo (Nenhum
      *>----Conselho Realizado) Vale a Situação Apurada
       77  ws-cns-arquivo-status                   pic x(01).
          88  ws-cns-disponivel                     value "S".
          88  ws-cns-indisponivel                   value "N".

      *>----Disciplinas Carregadas do Cadastro Mestre no Inicio, com os
      *>----Acumuladores da Turma Corrente por Disciplina (Zerados a Cada
      *>----Turma) Para o Resultado por Disciplina da Pagina da Turma
       01  ws-tab-disciplinas.
           05  ws-tab-qtd                          pic 9(02) comp.
           05  ws-tab-disciplina occurs 50 times.
               10  ws-tab-cod-disciplina           pic x(06).
               10  ws-tab-nome                     pic x(30).
               10  ws-tab-turma                    pic x(10) occurs 10 times.
               10  ws-tab-qtd-alunos               pic 9(05) comp.
               10  ws-tab-qtd-aprovados            pic 9(05) comp.
               10  ws-tab-qtd-em-exame             pic 9(05) comp.
               10  ws-tab-qtd-reprovados           pic 9(05) comp.
               10  ws-tab-soma-medias              pic 9(07)v99.

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

      *>----Situação por Disciplina - Mesmas Faixas do Boletim; o Regimento
      *>----Retém o Aluno Que Reprova em Mais Disciplinas do Que o Limite
       77  ws-limite-reprovacoes                   pic 9(02) value 2.

       77  ws-dis-media                            pic 9(02)v99.
       77  ws-dis-situacao                         pic x(19).

       77  ws-sit-qtd-reprovadas                   pic 9(02) comp.
       77  ws-sit-qtd-em-exame                     pic 9(02) comp.

       77  ws-dis-media-ed                         pic z9,99.

      *>----Acumuladores da Turma Corrente - Zerados a Cada Turma
       77  ws-trm-qtd-alunos                       pic 9(05) comp.
       77  ws-trm-qtd-aprovados                    pic 9(05) comp.
       77  ws-trm-qtd-conselho                     pic 9(05) comp.
       77  ws-trm-qtd-em-exame                     pic 9(05) comp.
       77  ws-trm-qtd-reprovados                   pic 9(05) comp.
       77  ws-trm-qtd-rep-falta                    pic 9(05) comp.
      *>----Acumuladores Gerais da Escola
       77  ws-ger-qtd-alunos                       pic 9(05) comp.
       77  ws-ger-qtd-aprovados                    pic 9(05) comp.
       77  ws-ger-qtd-conselho                     pic 9(05) comp.
       77  ws-ger-qtd-em-exame                     pic 9(05) comp.
       77  ws-ger-qtd-reprovados                   pic 9(05) comp.
       77  ws-ger-qtd-rep-falta                    pic 9(05) comp.
       77  ws-ger-soma-freq                        pic 9(07)v99.

      *>----Distribuição de Notas por Bimestre e Faixa (Todas as Notas de
      *>----Todas as Disciplinas) - as Faixas Sao:
      *>----1: 0,00-2,49  2: 2,50-4,99  3: 5,00-6,99  4: 7,00-8,49
      *>----5: 8,50-10,00
       01  ws-dist-turma.
       77  ws-qtd3-ed                              pic z(04)9.
       77  ws-qtd4-ed                              pic z(04)9.
       77  ws-qtd5-ed                              pic z(04)9.
       77  ws-qtd6-ed                              pic z(04)9.
       77  ws-taxa-ed                              pic zz9,99.
       77  ws-freq-ed                              pic zz9,99.
       77  ws-posicao-ed                           pic z(02)9.
               end-if
           end-if

      *>   Open Input - Abre o Cadastro Mestre de Disciplinas e Carrega
      *>   a Tabela Usada em Todas as Turmas
           open input arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00 then
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqDisciplinas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-disciplinas

           close arqDisciplinas
           if ws-fs-arqDisciplinas <> 0 then
               move 18                                      to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDisciplinas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Abre as Notas por Disciplina; Quando o Arquivo
      *>   Ainda Nao Existe (Nenhuma Nota Lançada) as Notas Valem Zero
           set ws-not-disponivel to true
           open input arqNotas
           if ws-fs-arqNotas = 35 then
               set ws-not-indisponivel to true
           else
               if ws-fs-arqNotas <> 00 then
                   move 4                                       to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                          to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqNotas "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   Open Input - Abre o Cadastro de Professores; Quando o Arquivo
      *>   Ainda Nao Existe a Turma Sai com o Codigo do Professor
           set ws-prf-disponivel to true
           open input arqProfessores
           if ws-fs-arqProfessores = 35 then
               set ws-prf-indisponivel to true
           else
               if ws-fs-arqProfessores <> 00 then
                   move 19                                      to ws-msn-erro-ofsset
                   move ws-fs-arqProfessores                    to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqProfessores "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   Open Input - Abre as Deliberações do Conselho de Classe; Sem o
      *>   Arquivo (Nenhum Conselho Realizado) Vale a Situação Apurada
           set ws-cns-disponivel to true
           open input arqConselho
           if ws-fs-arqConselho = 35 then
               set ws-cns-indisponivel to true
           else
               if ws-fs-arqConselho <> 00 then
                   move 22                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                       to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqConselho "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move 0 to ws-ger-qtd-alunos
           move 0 to ws-ger-qtd-aprovados
           move 0 to ws-ger-qtd-conselho
           move 0 to ws-ger-qtd-em-exame
           move 0 to ws-ger-qtd-reprovados
           move 0 to ws-ger-qtd-rep-falta

           move 0 to ws-trm-qtd-alunos
           move 0 to ws-trm-qtd-aprovados
           move 0 to ws-trm-qtd-conselho
           move 0 to ws-trm-qtd-em-exame
           move 0 to ws-trm-qtd-reprovados
           move 0 to ws-trm-qtd-rep-falta
      *>   COMP e um MOVE de Grupo os Encheria com o Caractere "0"
           initialize ws-dist-turma

           move 1 to ws-tab-ix
           perform until ws-tab-ix > ws-tab-qtd
               move 0 to ws-tab-qtd-alunos (ws-tab-ix)
               move 0 to ws-tab-qtd-aprovados (ws-tab-ix)
               move 0 to ws-tab-qtd-em-exame (ws-tab-ix)
               move 0 to ws-tab-qtd-reprovados (ws-tab-ix)
               move 0 to ws-tab-soma-medias (ws-tab-ix)
               add 1 to ws-tab-ix
           end-perform

      *>   Reposiciona no Inicio do Cadastro Pela Chave Primaria (Codigo)
           move 0 to fd-cod-aluno
           start arqCadAlunosIndex key is >= fd-cod-aluno
           exit.
      *>------------------------------------------------------------------------
      *>      Acumula o Aluno Corrente nos Numeros da Turma e da Escola:
      *>      Situação Final, Distribuição das Notas e Frequencia (a
      *>      Distribuição e o Resultado por Disciplina Sao Acumulados
      *>      Disciplina a Disciplina na Apuração da Situação)
      *>------------------------------------------------------------------------
       acumular-aluno section.

               when "Aprovado"
                   add 1 to ws-trm-qtd-aprovados
                   add 1 to ws-ger-qtd-aprovados
               when "Aprovado pelo Conselho"
                   add 1 to ws-trm-qtd-aprovados
                   add 1 to ws-ger-qtd-aprovados
                   add 1 to ws-trm-qtd-conselho
                   add 1 to ws-ger-qtd-conselho
               when "Em Exame"
                   add 1 to ws-trm-qtd-em-exame
                   add 1 to ws-ger-qtd-em-exame
                   add 1 to ws-ger-qtd-reprovados
           end-evaluate

           .
       acumular-aluno-exit.
           exit.
       classificar-nota-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Apura a Situação Final do Aluno Corrente - Mesmas Regras do
      *>      Boletim: Frequencia Abaixo de 75% Reprova por Falta;
      *>      Reprovado em Mais Disciplinas Que o Limite do Regimento Fica
      *>      Retido; Qualquer Disciplina Ainda em Exame Deixa o Aluno
      *>      "Em Exame"
      *>------------------------------------------------------------------------
       apurar-situacao-final section.

           perform calcular-frequencia

           move 0 to ws-sit-qtd-reprovadas
           move 0 to ws-sit-qtd-em-exame

           move 1 to ws-tab-ix
           perform until ws-tab-ix > ws-tab-qtd
               perform conferir-oferta-disciplina
               if ws-disciplina-oferecida then
                   perform ler-notas-disciplina
                   perform apurar-situacao-disciplina
                   perform acumular-disciplina
               end-if
               add 1 to ws-tab-ix
           end-perform

           evaluate true
               when ws-freq-percentual < 75
                   move "Reprovado por Falta" to ws-situacao-final
               when ws-sit-qtd-reprovadas > ws-limite-reprovacoes
                   move "Reprovado"           to ws-situacao-final
               when ws-sit-qtd-em-exame > 0
                   move "Em Exame"            to ws-situacao-final
               when other
                   move "Aprovado"            to ws-situacao-final
           end-evaluate

           perform aplicar-deliberacao-conselho

           .
       apurar-situacao-final-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Deliberação do Conselho de Classe no Ano Letivo da Turma
      *>      Corrente - Aprovação Conta Entre os Aprovados (e à Parte, Como
      *>      Aprovado pelo Conselho); a Retenção Mantida Conta Como Reprovado
      *>------------------------------------------------------------------------
       aplicar-deliberacao-conselho section.

           if ws-cns-disponivel then
               move fd-cod-aluno   to cns-cod-aluno
               move trm-ano-letivo to cns-ano-letivo
               read arqConselho
               evaluate ws-fs-arqConselho
                   when 00
                       if cns-aprovado then
                           move "Aprovado pelo Conselho" to ws-situacao-final
                       else
                           move "Retido pelo Conselho"   to ws-situacao-final
                       end-if
                   when 23
                       continue
                   when other
                       move 23                                  to ws-msn-erro-ofsset
                       move ws-fs-arqConselho                   to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqConselho "     to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       aplicar-deliberacao-conselho-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Nome do Professor Titular da Turma Corrente - Codigo Zero
      *>      Sai "A Definir"; Turma Ainda Com o Nome Digitado (Anterior
      *>      ao Cadastro de Professores) Sai com o Proprio Nome
      *>------------------------------------------------------------------------
       obter-nome-professor section.

           evaluate true
               when trm-cod-professor is not numeric
                   move trm-professor-legado to ws-nome-professor
               when trm-cod-professor = 0
                   move "A Definir" to ws-nome-professor
               when ws-prf-indisponivel
                   move spaces to ws-nome-professor
                   string "Codigo " trm-cod-professor delimited by size
                          into ws-nome-professor
                   end-string
               when other
                   move trm-cod-professor to prf-cod-professor
                   read arqProfessores
                   evaluate ws-fs-arqProfessores
                       when 00
                           move prf-nome to ws-nome-professor
                       when 23
                           move spaces to ws-nome-professor
                           string "Codigo " trm-cod-professor " Sem Cadastro" delimited by size
                                  into ws-nome-professor
                           end-string
                       when other
                           move 20                                  to ws-msn-erro-ofsset
                           move ws-fs-arqProfessores                to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqProfessores "  to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
           end-evaluate

           .
       obter-nome-professor-exit.
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
                       move 17                                      to ws-msn-erro-ofsset
                       move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqDisciplinas "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-tab-qtd >= 50 then
                       display "Mais de 50 Disciplinas Cadastradas - Estatisticas Canceladas"
                       move 25                                      to ws-msn-erro-ofsset
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

           .
       carregar-disciplinas-exit.
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
                           move 9                                       to ws-msn-erro-ofsset
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
      *>      Apura Media e Situação da Disciplina Corrente: Media 7,00 ou
      *>      Mais Aprova; Entre 5,00 e 6,99 Decide o Exame Final; Abaixo
      *>      de 5,00 Reprova Direto
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

           .
       apurar-situacao-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Acumula a Disciplina Corrente no Resultado por Disciplina
      *>      da Turma e Classifica as Quatro Notas Bimestrais por Faixa
      *>------------------------------------------------------------------------
       acumular-disciplina section.

           add 1            to ws-tab-qtd-alunos (ws-tab-ix)
           add ws-dis-media to ws-tab-soma-medias (ws-tab-ix)

           evaluate ws-dis-situacao
               when "Aprovado"
                   add 1 to ws-tab-qtd-aprovados (ws-tab-ix)
               when "Em Exame"
                   add 1 to ws-tab-qtd-em-exame (ws-tab-ix)
               when other
                   add 1 to ws-tab-qtd-reprovados (ws-tab-ix)
           end-evaluate

           move 1 to ws-dist-bim
           perform until ws-dist-bim > 4
               move ws-nd-nota (ws-dist-bim) to ws-nota-corrente
               perform classificar-nota
               add 1 to ws-dist-bim
           end-perform

           .
       acumular-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Soma as Aulas Dadas e as Faltas dos Doze Meses do Aluno
      *>      Corrente e Calcula o Percentual de Frequencia
      *>------------------------------------------------------------------------
       calcular-frequencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Imprime a Pagina de Resumo da Turma Corrente: Contagens por
      *>      Situação, Taxa de Aprovação, Frequencia Media, o Resultado
      *>      por Disciplina e a Distribuição das Notas por Bimestre e Faixa
      *>------------------------------------------------------------------------
       imprimir-pagina-turma section.

           end-string
           perform gravar-linha-estatisticas

           perform obter-nome-professor

           move spaces to est-linha
           string "Professor: "      delimited by size
                  ws-nome-professor  delimited by size
                  " Ano Letivo: " delimited by size
                  trm-ano-letivo  delimited by size
                  into est-linha
           move ws-trm-qtd-em-exame   to ws-qtd3-ed
           move ws-trm-qtd-reprovados to ws-qtd4-ed
           move ws-trm-qtd-rep-falta  to ws-qtd5-ed
           move ws-trm-qtd-conselho   to ws-qtd6-ed

           move spaces to est-linha
           string "Alunos Ativos      : " delimited by size
           end-string
           perform gravar-linha-estatisticas

           move spaces to est-linha
           string "  pelo Conselho    : " delimited by size
                  ws-qtd6-ed              delimited by size
                  into est-linha
           end-string
           perform gravar-linha-estatisticas

           move spaces to est-linha
           string "Em Exame           : " delimited by size
                  ws-qtd3-ed              delimited by size
           move spaces to est-linha
           perform gravar-linha-estatisticas

           move "Resultado por Disciplina:" to est-linha
           perform gravar-linha-estatisticas

           move "Discip Nome                    Alunos Aprov. Exame Reprov. Media" to est-linha
           perform gravar-linha-estatisticas

           move 1 to ws-tab-ix
           perform until ws-tab-ix > ws-tab-qtd
               if ws-tab-qtd-alunos (ws-tab-ix) > 0 then
                   perform imprimir-linha-disciplina
               end-if
               add 1 to ws-tab-ix
           end-perform

           move spaces to est-linha
           perform gravar-linha-estatisticas

           move "Distribuicao das Notas por Bimestre (Qtde de Notas):" to est-linha
           perform gravar-linha-estatisticas

           move "Bim  0,00-2,49 2,50-4,99 5,00-6,99 7,00-8,49 8,50-10,0" to est-linha
       imprimir-linha-dist-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Imprime Uma Linha do Resultado por Disciplina da Turma
      *>      (Disciplina ws-tab-ix)
      *>------------------------------------------------------------------------
       imprimir-linha-disciplina section.

           move ws-tab-qtd-alunos (ws-tab-ix)     to ws-qtd-ed
           move ws-tab-qtd-aprovados (ws-tab-ix)  to ws-qtd2-ed
           move ws-tab-qtd-em-exame (ws-tab-ix)   to ws-qtd3-ed
           move ws-tab-qtd-reprovados (ws-tab-ix) to ws-qtd4-ed

           compute ws-dis-media rounded =
               ws-tab-soma-medias (ws-tab-ix) / ws-tab-qtd-alunos (ws-tab-ix)
           move ws-dis-media to ws-dis-media-ed

           move spaces to est-linha
           string ws-tab-cod-disciplina (ws-tab-ix)  delimited by size
                  " "                                delimited by size
                  ws-tab-nome (ws-tab-ix) (1:23)     delimited by size
                  " "                                delimited by size
                  ws-qtd-ed                          delimited by size
                  "  "                               delimited by size
                  ws-qtd2-ed                         delimited by size
                  " "                                delimited by size
                  ws-qtd3-ed                         delimited by size
                  "   "                              delimited by size
                  ws-qtd4-ed                         delimited by size
                  " "                                delimited by size
                  ws-dis-media-ed                    delimited by size
                  into est-linha
           end-string
           perform gravar-linha-estatisticas

           .
       imprimir-linha-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Guarda a Turma Corrente na Tabela do Ranking de Aprovação
      *>------------------------------------------------------------------------
       guardar-entrada-ranking section.
           move ws-ger-qtd-em-exame   to ws-qtd3-ed
           move ws-ger-qtd-reprovados to ws-qtd4-ed
           move ws-ger-qtd-rep-falta  to ws-qtd5-ed
           move ws-ger-qtd-conselho   to ws-qtd6-ed

           move spaces to est-linha
           string "Alunos Ativos      : " delimited by size
           end-string
           perform gravar-linha-estatisticas

           move spaces to est-linha
           string "  pelo Conselho    : " delimited by size
                  ws-qtd6-ed              delimited by size
                  into est-linha
           end-string
           perform gravar-linha-estatisticas

           move spaces to est-linha
           string "Em Exame           : " delimited by size
                  ws-qtd3-ed              delimited by size
           move spaces to est-linha
           perform gravar-linha-estatisticas

           move "Distribuicao das Notas por Bimestre (Qtde de Notas):" to est-linha
           perform gravar-linha-estatisticas

           move "Bim  0,00-2,49 2,50-4,99 5,00-6,99 7,00-8,49 8,50-10,0" to est-linha
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
                   move 14                                      to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                          to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqNotas "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-prf-disponivel then
               close arqProfessores
               if ws-fs-arqProfessores <> 0 then
                   move 21                                      to ws-msn-erro-ofsset
                   move ws-fs-arqProfessores                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqProfessores "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-cns-disponivel then
               close arqConselho
               if ws-fs-arqConselho <> 0 then
                   move 24                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
