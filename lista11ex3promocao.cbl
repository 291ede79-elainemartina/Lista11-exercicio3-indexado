           record key is exa-cod-aluno
           file status is ws-fs-arqExames.

           select arqDisciplinas assign to "arqDisciplinas.dat"         *> Cadastro Mestre de Disciplinas - Disciplinas Apuradas na Virada
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is dis-cod-disciplina
           file status is ws-fs-arqDisciplinas.

           select arqNotas assign to "arqNotas.dat"                     *> Notas por Disciplina - Arquivadas e Excluidas na Virada
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is not-chave
           file status is ws-fs-arqNotas.

           select arqMapaPromocao assign to "arqMapaPromocao.txt"       *> Mapa de Promoção - TurmaAtual;TurmaAprovados;TurmaReprovados
           organization is line sequential
           file status is ws-fs-arqMapaPromocao.
           organization is line sequential
           file status is ws-fs-arqExamesHist.

           select arqNotasDiscHist assign to ws-nome-notas-disc-hist
           organization is line sequential
           file status is ws-fs-arqNotasDiscHist.

           select arqUsuarios assign to "arqUsuarios.dat"               *> Cadastro de Usuarios - Identifica o Operador da Virada
           organization is indexed
           access mode is dynamic
           organization is line sequential
           file status is ws-fs-arqAuditoria.

           select arqConselho assign to "arqConselho.dat"               *> Deliberações do Conselho de Classe - Situação Deliberada
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is cns-chave
           alternate record key is cns-chave-turma with duplicates
           file status is ws-fs-arqConselho.

           select arqJanelaBatch assign to "arqJanelaBatch.dat"        *> Janela Batch - Convivencia Entre Online e Rotinas Batch
           organization is line sequential
           file status is ws-fs-arqJanelaBatch.
       01  trm-registro.
           05  trm-cod-turma                       pic x(10).
           05  trm-descricao                       pic x(30).
           05  trm-cod-professor                   pic 9(05).
           05  filler                              pic x(20).
           05  trm-ano-letivo                      pic 9(04).
           05  trm-vagas                           pic 9(03).

           05  exa-cod-aluno                       pic 9(05).
           05  exa-nota-exame                      pic 9(02)v99.

      *>   Cadastro Mestre de Disciplinas - as Turmas Listadas Indicam
      *>   Onde a Disciplina é Oferecida
       fd arqDisciplinas.
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

      *>   Layout ";" - TurmaAtual;TurmaAprovados;TurmaReprovados
       fd arqMapaPromocao.
       01  mapa-linha                              pic x(80).
       fd arqExamesHist.  *> Historico do Ano - Codigo;NotaExame
       01  eht-linha                               pic x(20).

       fd arqNotasDiscHist.  *> Historico do Ano - Codigo;Disciplina;Notas;Exame;Media;Situacao
       01  ndh-linha                               pic x(80).

       fd arqUsuarios.  *> Cadastro de Usuarios - Um Usuario por Registro
       01  usr-registro.
           05  usr-login                           pic x(08).
      *>   Batch Marcam "B" no Inicio e "L" no Fim, e o Programa Online
      *>   Conta Suas Sessões de Atualização - Cada Lado Recusa (ou
      *>   Degrada Para Consulta) Enquanto o Outro Estiver Ativo
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

       fd arqJanelaBatch.
       01  jnl-registro.
           05  jnl-situacao                         pic x(01).
       77  ws-fs-arqExamesHist                     pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-fs-arqUsuarios                       pic  9(02).
       77  ws-fs-arqDisciplinas                    pic  9(02).
       77  ws-fs-arqNotas                          pic  9(02).
       77  ws-fs-arqNotasDiscHist                  pic  9(02).
       77  ws-fs-arqConselho                       pic  9(02).

      *>----Variaveis de Apoio ao Controle de Acesso (Login do Operador)
       77  ws-operador                             pic x(08).
       77  ws-nome-notas-hist                      pic x(30).
       77  ws-nome-freq-hist                       pic x(30).
       77  ws-nome-exames-hist                     pic x(30).
       77  ws-nome-notas-disc-hist                 pic x(30).

      *>----Mapa de Promoção Carregado em Memoria - Uma Entrada por Turma
      *>----do Ano Encerrado, com a Turma dos Aprovados e a Turma
      *>----Pois o Periodo de Exames do Ano Encerrado Ja Acabou
       77  ws-media                                pic 9(02)v99.
       77  ws-exa-media-final                      pic 9(02)v99.
       77  ws-situacao-final                       pic x(22).

       77  ws-aprovacao-status                     pic x(01).
          88  ws-aluno-aprovado                     value "S".
          88  ws-aluno-reprovado                    value "N".

      *>----Deliberação do Conselho de Classe do Ano Encerrado - Prevalece
      *>----Sobre a Situação Apurada; Sem o Arquivo Vale a Apurada
       77  ws-cns-arquivo-status                   pic x(01).
          88  ws-cns-disponivel                     value "S".
          88  ws-cns-indisponivel                   value "N".

      *>----Disciplinas Carregadas do Cadastro Mestre no Inicio - Cada
      *>----Aluno é Apurado nas Disciplinas Oferecidas na Sua Turma
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
      *>----Exame Nao Realizado de Exame com Nota Zero
       01  ws-notas-disciplina.
           05  ws-nd-bimestre occurs 5 times.
               10  ws-nd-nota                      pic 9(02)v99.
               10  ws-nd-gravada                   pic x(01).
                   88  ws-nd-existe                     value "S".
                   88  ws-nd-nao-existe                 value "N".

       77  ws-nd-ix                                pic 9(01).

       77  ws-notas-fim                            pic x(01).
          88  ws-notas-nao-fim                      value "N".
          88  ws-notas-eh-fim                       value "S".

      *>----Situação por Disciplina - Mesmas Faixas do Boletim; o Regimento
      *>----Retém o Aluno Que Reprova em Mais Disciplinas do Que o Limite
      *>----Abaixo (Ate o Limite Ele é Promovido, Cursando a Disciplina em
      *>----Dependencia)
       77  ws-limite-reprovacoes                   pic 9(02) value 2.

       77  ws-dis-media                            pic 9(02)v99.
       77  ws-dis-situacao                         pic x(19).

       77  ws-sit-qtd-disciplinas                  pic 9(02) comp.
       77  ws-sit-qtd-reprovadas                   pic 9(02) comp.
       77  ws-sit-soma-medias                      pic 9(04)v99.

      *>----Soma de Cada Bimestre nas Disciplinas do Aluno - a Media de
      *>----Cada Bimestre Vai Para a Linha do Aluno no Historico de Notas
       01  ws-sit-somas-bimestre.
           05  ws-sit-soma-bimestre                pic 9(04)v99 occurs 4 times.

       01  ws-sit-medias-bimestre.
           05  ws-sit-media-bimestre               pic 9(02)v99 occurs 4 times.

      *>----Resultado de Cada Disciplina Apurada do Aluno Corrente -
      *>----Gravado no Historico de Notas por Disciplina do Ano
       01  ws-res-disciplinas.
           05  ws-res-qtd                          pic 9(02) comp.
           05  ws-res-disciplina occurs 50 times.
               10  ws-res-cod-disciplina           pic x(06).
               10  ws-res-nota                     pic 9(02)v99 occurs 5 times.
               10  ws-res-exame-status             pic x(01).
                   88  ws-res-exame-lancado             value "S".
                   88  ws-res-exame-pendente            value "N".
               10  ws-res-media                    pic 9(02)v99.
               10  ws-res-situacao                 pic x(19).

       77  ws-res-ix                               pic 9(02) comp.

      *>   Campos Editados Usados Para Gravar as Notas e a Media Com o
      *>   Ponto Decimal Literal (Virgula) no Historico do Ano
       77  ws-nota1-ed                             pic z9,99.
       77  ws-nota4-ed                             pic z9,99.
       77  ws-media-ed                             pic z9,99.
       77  ws-exa-nota-ed                          pic z9,99.
       77  ws-exame-ed                             pic x(05).

       77  ws-total-aprovados                      pic 9(05) comp.
       77  ws-total-reprovados                     pic 9(05) comp.
       77  ws-total-sem-mapa                       pic 9(05) comp.
       77  ws-total-inativos                       pic 9(05) comp.
       77  ws-total-sem-vaga                       pic 9(05) comp.
       77  ws-total-conselho                       pic 9(05) comp.

       77  ws-total-aprovados-ed                   pic z(04)9.
       77  ws-total-reprovados-ed                  pic z(04)9.
       77  ws-total-sem-mapa-ed                    pic z(04)9.
       77  ws-total-inativos-ed                    pic z(04)9.
       77  ws-total-sem-vaga-ed                    pic z(04)9.
       77  ws-total-conselho-ed                    pic z(04)9.

       77  ws-fim-arquivo                          pic x(01).
          88  ws-nao-fim-arquivo                    value "N".
           end-if

           display "------- Encerramento do Ano Letivo e Promoção -------"
           display "As Notas por Disciplina, a Frequencia e os Exames do Ano Serao"
           display "Arquivados por Ano e Zerados, e Cada Aluno Ativo Sera"
           display "Movido Para a Turma do Ano Seguinte Conforme o Mapa"
           display "de Promoção (arqMapaPromocao.txt)"
           accept ws-confirma
           if not ws-confirmado then
               display "Encerramento Cancelado - Nenhum Arquivo Foi Alterado"
               move 4 to return-code
               stop run
           end-if

                  into ws-nome-exames-hist
           end-string

           move spaces to ws-nome-notas-disc-hist
           string "arqNotasDiscHist"   delimited by size
                  ws-ano-encerrado     delimited by size
                  ".txt"               delimited by size
                  into ws-nome-notas-disc-hist
           end-string

      *>   Open Input - Carrega as Disciplinas do Cadastro Mestre - Sem
      *>   Disciplinas Nao Ha Como Apurar a Situação Final dos Alunos
           open input arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00 then
               move 38                                      to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqDisciplinas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-disciplinas

           close arqDisciplinas
           if ws-fs-arqDisciplinas <> 0 then
               move 40                                      to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDisciplinas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open i-o - Abre o Cadastro Mestre de Turmas Para Validar o
      *>   Mapa e Abater as Vagas das Turmas de Destino
           open i-o arqTurmas
               perform finaliza-anormal
           end-if

      *>   Open i-o - Abre as Notas por Disciplina Para Apurar, Arquivar
      *>   e Excluir as Notas do Ano Encerrado
           open i-o arqNotas
           if ws-fs-arqNotas  <> 00
           and ws-fs-arqNotas <> 05 then
               move 41                                      to ws-msn-erro-ofsset
               move ws-fs-arqNotas                          to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqNotas "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Extend - Abre os Historicos do Ano Acrescentando ao Que
      *>   Ja Existe: a Reexecução do Encerramento (Ex: Apos Completar o
      *>   Mapa Para Turmas Que Ficaram de Fora) Nao Pode Destruir o Que
               perform finaliza-anormal
           end-if

           open extend arqNotasDiscHist
           if ws-fs-arqNotasDiscHist  <> 00
           and ws-fs-arqNotasDiscHist <> 05 then
               move 45                                       to ws-msn-erro-ofsset
               move ws-fs-arqNotasDiscHist                   to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqNotasDiscHist "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Abre as Deliberações do Conselho de Classe; Sem o
      *>   Arquivo (Nenhum Conselho Realizado) Vale a Situação Apurada
           set ws-cns-disponivel to true
           open input arqConselho
           if ws-fs-arqConselho = 35 then
               set ws-cns-indisponivel to true
           else
               if ws-fs-arqConselho <> 00 then
                   move 48                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                       to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqConselho "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   Open Extend - Abre a Trilha de Auditoria Para Acrescentar Registros
           open extend arqAuditoria
           if ws-fs-arqAuditoria  <> 00
           move 0 to ws-total-sem-mapa
           move 0 to ws-total-inativos
           move 0 to ws-total-sem-vaga
           move 0 to ws-total-conselho

           .
       abrir-arquivos-virada-exit.
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
                       move 39                                      to ws-msn-erro-ofsset
                       move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqDisciplinas "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-tab-qtd >= 50 then
                       display "Mais de 50 Disciplinas Cadastradas - Encerramento Cancelado"
                       move 51                                      to ws-msn-erro-ofsset
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
               display "Nenhuma Disciplina Cadastrada - Encerramento Cancelado"
               move 52                                      to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Nenhuma Disciplina Cadastrada "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-disciplinas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Carrega o Mapa de Promoção em Memoria, Validando Que Cada
      *>      Turma de Destino Existe no Cadastro Mestre e Pertence ao
      *>      Ano Letivo Seguinte - um Mapa Errado Encerra o Programa

           if ws-mapa-qtd = 0 then
               display "Mapa de Promocao Vazio - Encerramento Cancelado"
               move 53                                      to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Mapa de Promocao Vazio "               to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
           perform ler-turma-mestre
           if ws-turma-invalida then
               display "Mapa: Turma " ws-mapa-lin-turma " Nao Cadastrada - Encerrando"
               move 54                                      to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Mapa com Turma Nao Cadastrada "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   O Destino dos Aprovados Deve Existir e Ser do Ano Seguinte
           add 1 to ws-mapa-qtd
           if ws-mapa-qtd > 100 then
               display "Mapa de Promocao com Mais de 100 Turmas - Encerrando"
               move 55                                      to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Tabela do Mapa Excedida "              to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move ws-mapa-lin-turma     to ws-mapa-turma (ws-mapa-qtd)
           move ws-mapa-lin-aprovado  to ws-mapa-dest-aprovado (ws-mapa-qtd)
           perform ler-turma-mestre
           if ws-turma-invalida then
               display "Mapa: Turma de Destino " trm-cod-turma " Nao Cadastrada - Encerrando"
               move 56                                      to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Mapa com Destino Nao Cadastrado "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if trm-ano-letivo <> ws-ano-seguinte then
               display "Mapa: Turma " trm-cod-turma " Nao Pertence ao Ano " ws-ano-seguinte " - Encerrando"
               move 57                                      to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Mapa com Destino de Outro Ano "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       localizar-turma-no-mapa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Apura a Situação Final do Aluno Corrente Disciplina a
      *>      Disciplina - Mesmas Faixas do Boletim (lista11ex3boletim):
      *>      Frequencia Abaixo de 75% Reprova por Falta; Reprovado em
      *>      Mais Disciplinas Que o Limite do Regimento Fica Retido - um
      *>      Exame Nao Registrado Ate a Virada Conta Como Reprovado
      *>------------------------------------------------------------------------
       apurar-situacao-final section.

           perform calcular-frequencia

           move 0 to ws-sit-qtd-disciplinas
           move 0 to ws-sit-qtd-reprovadas
           move 0 to ws-sit-soma-medias
           move 0 to ws-res-qtd
           move 1 to ws-nd-ix
           perform until ws-nd-ix > 4
               move 0 to ws-sit-soma-bimestre (ws-nd-ix)
               add 1 to ws-nd-ix
           end-perform

           move 1 to ws-tab-ix
           perform until ws-tab-ix > ws-tab-qtd
               perform conferir-oferta-disciplina
               if ws-disciplina-oferecida then
                   perform ler-notas-disciplina
                   perform apurar-situacao-disciplina
               end-if
               add 1 to ws-tab-ix
           end-perform

      *>   Media Geral e Media de Cada Bimestre nas Disciplinas do Aluno
           if ws-sit-qtd-disciplinas > 0 then
               compute ws-media = ws-sit-soma-medias / ws-sit-qtd-disciplinas
               move 1 to ws-nd-ix
               perform until ws-nd-ix > 4
                   compute ws-sit-media-bimestre (ws-nd-ix) =
                       ws-sit-soma-bimestre (ws-nd-ix) / ws-sit-qtd-disciplinas
                   add 1 to ws-nd-ix
               end-perform
           else
               move 0     to ws-media
               move zeros to ws-sit-medias-bimestre
           end-if

           evaluate true
               when ws-freq-percentual < 75
                   move "Reprovado por Falta" to ws-situacao-final
                   set ws-aluno-reprovado to true
               when ws-sit-qtd-reprovadas > ws-limite-reprovacoes
                   move "Reprovado"           to ws-situacao-final
                   set ws-aluno-reprovado to true
               when other
                   move "Aprovado"            to ws-situacao-final
                   set ws-aluno-aprovado to true
           end-evaluate

           perform aplicar-deliberacao-conselho

           .
       apurar-situacao-final-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Deliberação do Conselho de Classe no Ano Encerrado - o Aluno
      *>      Aprovado pelo Conselho é Promovido e Arquivado Como "Aprovado
      *>      pelo Conselho"; a Retenção Mantida Fica "Retido pelo Conselho"
      *>------------------------------------------------------------------------
       aplicar-deliberacao-conselho section.

           if ws-cns-disponivel then
               move fd-cod-aluno     to cns-cod-aluno
               move ws-ano-encerrado to cns-ano-letivo
               read arqConselho
               evaluate ws-fs-arqConselho
                   when 00
                       if cns-aprovado then
                           move "Aprovado pelo Conselho" to ws-situacao-final
                           set ws-aluno-aprovado to true
                           add 1 to ws-total-conselho
                       else
                           move "Retido pelo Conselho"   to ws-situacao-final
                           set ws-aluno-reprovado to true
                       end-if
                   when 23
                       continue
                   when other
                       move 49                                  to ws-msn-erro-ofsset
                       move ws-fs-arqConselho                   to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqConselho "     to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       aplicar-deliberacao-conselho-exit.
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
                       move 42                                      to ws-msn-erro-ofsset
                       move ws-fs-arqNotas                          to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqNotas "            to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

               add 1 to ws-nd-ix
           end-perform

           .
       ler-notas-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Apura Media e Situação da Disciplina Corrente, Acumula Para
      *>      a Situação Final do Aluno e Guarda o Resultado Para o
      *>      Historico - na Virada o Exame Pendente Conta Como Reprovado
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
                       move "Reprovado"       to ws-dis-situacao
                       add 1 to ws-sit-qtd-reprovadas
                   end-if
               when other
                   move "Reprovado"           to ws-dis-situacao
                   add 1 to ws-sit-qtd-reprovadas
           end-evaluate

           add 1            to ws-sit-qtd-disciplinas
           add ws-dis-media to ws-sit-soma-medias

           add 1 to ws-res-qtd
           move ws-tab-cod-disciplina (ws-tab-ix) to ws-res-cod-disciplina (ws-res-qtd)
           move 1 to ws-nd-ix
           perform until ws-nd-ix > 5
               move ws-nd-nota (ws-nd-ix) to ws-res-nota (ws-res-qtd ws-nd-ix)
               if ws-nd-ix < 5 then
                   add ws-nd-nota (ws-nd-ix) to ws-sit-soma-bimestre (ws-nd-ix)
               end-if
               add 1 to ws-nd-ix
           end-perform
           if ws-nd-existe (5) then
               set ws-res-exame-lancado (ws-res-qtd) to true
           else
               set ws-res-exame-pendente (ws-res-qtd) to true
           end-if
           move ws-dis-media    to ws-res-media (ws-res-qtd)
           move ws-dis-situacao to ws-res-situacao (ws-res-qtd)

           .
       apurar-situacao-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Soma as Aulas Dadas e as Faltas dos Doze Meses do Aluno
      *>      Corrente e Calcula o Percentual de Frequencia - Alunos Sem
      *>      Nenhum Registro Ficam com 100%
       calcular-frequencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Arquiva o Ano Encerrado do Aluno Corrente nos Historicos:
      *>      Notas (Media de Cada Bimestre nas Disciplinas) com Media
      *>      Geral e Situação, as Notas de Cada Disciplina, Frequencia
      *>      Mes a Mes e a Nota do Exame Final (Quando Registrada)
      *>------------------------------------------------------------------------
       arquivar-ano-do-aluno section.

           move ws-sit-media-bimestre (1) to ws-nota1-ed
           move ws-sit-media-bimestre (2) to ws-nota2-ed
           move ws-sit-media-bimestre (3) to ws-nota3-ed
           move ws-sit-media-bimestre (4) to ws-nota4-ed
           move ws-media                  to ws-media-ed

           move spaces to nht-linha
           string fd-cod-aluno      delimited by size
               perform finaliza-anormal
           end-if

      *>   Notas, Media e Situação de Cada Disciplina Apurada
           move 1 to ws-res-ix
           perform until ws-res-ix > ws-res-qtd
               perform arquivar-disciplina-do-ano
               add 1 to ws-res-ix
           end-perform

      *>   Frequencia Mes a Mes - Somente os Meses Registrados
           move 1 to ws-freq-mes
           perform until ws-freq-mes > 12
       arquivar-ano-do-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava no Historico do Ano as Notas da Disciplina ws-res-ix -
      *>      o Campo do Exame Fica Vazio Quando o Exame Nao Foi Lançado
      *>------------------------------------------------------------------------
       arquivar-disciplina-do-ano section.

           move ws-res-nota (ws-res-ix 1) to ws-nota1-ed
           move ws-res-nota (ws-res-ix 2) to ws-nota2-ed
           move ws-res-nota (ws-res-ix 3) to ws-nota3-ed
           move ws-res-nota (ws-res-ix 4) to ws-nota4-ed
           move ws-res-media (ws-res-ix)  to ws-media-ed

           if ws-res-exame-lancado (ws-res-ix) then
               move ws-res-nota (ws-res-ix 5) to ws-exa-nota-ed
               move ws-exa-nota-ed            to ws-exame-ed
           else
               move spaces                    to ws-exame-ed
           end-if

           move spaces to ndh-linha
           string fd-cod-aluno                        delimited by size
                  ";"                                 delimited by size
                  ws-res-cod-disciplina (ws-res-ix)   delimited by size
                  ";"                                 delimited by size
                  ws-nota1-ed                         delimited by size
                  ";"                                 delimited by size
                  ws-nota2-ed                         delimited by size
                  ";"                                 delimited by size
                  ws-nota3-ed                         delimited by size
                  ";"                                 delimited by size
                  ws-nota4-ed                         delimited by size
                  ";"                                 delimited by size
                  ws-exame-ed                         delimited by size
                  ";"                                 delimited by size
                  ws-media-ed                         delimited by size
                  ";"                                 delimited by size
                  ws-res-situacao (ws-res-ix)         delimited by size
                  into ndh-linha
           end-string

           write ndh-linha
           if ws-fs-arqNotasDiscHist <> 00 then
               move 46                                       to ws-msn-erro-ofsset
               move ws-fs-arqNotasDiscHist                   to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqNotasDiscHist "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       arquivar-disciplina-do-ano-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava no Historico do Ano o Mes de Frequencia Lido em
      *>      frq-registro
      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
      *>      Aplica a Virada no Aluno Corrente: Move Para a Turma do Ano
      *>      Seguinte (Aprovado Avança, Reprovado Fica na Equivalente),
      *>      Zera as Notas e Exclui as Notas por Disciplina, a Frequencia
      *>      e o Exame do Ano Encerrado, Registrando a Operação na
      *>      Auditoria
      *>------------------------------------------------------------------------
       aplicar-virada section.

                   perform finaliza-anormal
           end-evaluate

      *>   Exclui as Notas por Disciplina do Ano Encerrado (Todas as
      *>   Disciplinas do Aluno, Inclusive as Fora da Oferta da Turma)
           perform excluir-notas-aluno

      *>   Registra a Operação na Trilha de Auditoria
           move "PROMOCAO"  to ws-aud-operacao
           move fd-alunos   to ws-aud-dados-novos
       aplicar-virada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Exclui Todas as Notas por Disciplina do Aluno Corrente
      *>------------------------------------------------------------------------
       excluir-notas-aluno section.

           move fd-cod-aluno to not-cod-aluno
           move low-values   to not-cod-disciplina
           move 0            to not-bimestre
           start arqNotas key is >= not-chave

           if ws-fs-arqNotas = 00 then
               set ws-notas-nao-fim to true
               perform until ws-notas-eh-fim
                   read arqNotas next
                   if ws-fs-arqNotas = 10
                   or (ws-fs-arqNotas = 00 and not-cod-aluno <> fd-cod-aluno) then
                       set ws-notas-eh-fim to true
                   else
                       if ws-fs-arqNotas <> 00 then
                           move 42                                      to ws-msn-erro-ofsset
                           move ws-fs-arqNotas                          to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqNotas "            to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       delete arqNotas
                       if ws-fs-arqNotas <> 00 then
                           move 43                                      to ws-msn-erro-ofsset
                           move ws-fs-arqNotas                          to ws-msn-erro-cod
                           move "Erro ao Excluir arq. arqNotas "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           .
       excluir-notas-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Abate Uma Vaga da Turma de Destino do Aluno Recem-Movido
      *>      (fd-turma) - Turma Ja Sem Vaga Livre Fica em Zero e Entra
      *>      no Total de Excedentes Avisado no Encerramento

           if ws-login-invalido then
               display "Numero de Tentativas Esgotado - Encerrando o Programa"
               move 12 to return-code
               stop run
           end-if


           perform ler-janela-batch

      *>   Janela Ja Reservada Pela Cadeia Batch Noturna (lista11ex3cadeia):
      *>   o Programa Roda Como Passo da Cadeia e Nao Reserva Nem Devolve
      *>   a Janela, que Fica com a Cadeia Ate o Fim do Ultimo Passo
           if ws-jnl-batch-ativo
           and ws-jnl-programa = "lista11ex3cadeia" then
               display "Executando Como Passo da Cadeia Batch Noturna"
           else
               if ws-jnl-batch-ativo then
                   display "Rotina Batch " ws-jnl-programa " em Andamento"
                   display "Execucao Cancelada - Aguarde o Termino e Tente de Novo"
                   move 12 to return-code
                   stop run
               end-if

               if ws-jnl-sessoes-online > 0 then
                   display "Existem " ws-jnl-sessoes-online " Sessoes Online Atualizando o Cadastro"
                   display "Execucao Cancelada - Encerre as Sessoes e Tente de Novo"
                   move 12 to return-code
                   stop run
               end-if

               set ws-jnl-batch-ativo to true
               move "lista11ex3promocao" to ws-jnl-programa
               perform gravar-janela-batch
               set ws-janela-reservada to true
           end-if

           .
       reservar-janela-batch-exit.
      *>   Devolve a Janela Batch Antes de Encerrar (Quando Reservada)
           perform liberar-janela-batch

      *>   Retorno Diferente de Zero Sinaliza a Falha Para a Cadeia Batch
           move 12 to return-code

           stop run

           .
               perform finaliza-anormal
           end-if

           close arqNotas
           if ws-fs-arqNotas <> 0 then
               move 44                                      to ws-msn-erro-ofsset
               move ws-fs-arqNotas                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arqNotas "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqNotasDiscHist
           if ws-fs-arqNotasDiscHist <> 0 then
               move 47                                       to ws-msn-erro-ofsset
               move ws-fs-arqNotasDiscHist                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqNotasDiscHist "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-cns-disponivel then
               close arqConselho
               if ws-fs-arqConselho <> 0 then
                   move 50                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqAuditoria
           if ws-fs-arqAuditoria <> 0 then
               move 33                                      to ws-msn-erro-ofsset
           move ws-total-inativos   to ws-total-inativos-ed

           move ws-total-sem-vaga   to ws-total-sem-vaga-ed
           move ws-total-conselho   to ws-total-conselho-ed

           display "Aprovados Promovidos           : " ws-total-aprovados-ed
           display "  (Aprovados pelo Conselho)    : " ws-total-conselho-ed
           display "Reprovados Retidos             : " ws-total-reprovados-ed
           display "Alunos Sem Entrada no Mapa     : " ws-total-sem-mapa-ed
           display "Inativos Ignorados             : " ws-total-inativos-ed
