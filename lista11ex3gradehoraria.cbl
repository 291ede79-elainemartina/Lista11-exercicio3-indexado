      $set sourceformat"free"
      *>Divisão de Identificação do Programa
       identification division.
       program-id. "lista11ex3gradehoraria".
       author. "Elaine Martina André".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão Para Configuração do Ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>------------------------------------------------------------------------
      *>-----Declaração dos Recursos Externos
      *>-----Grade Horaria: Cada Aula é Uma Turma, Dia da Semana e Periodo,
      *>-----com a Disciplina, o Professor e a Sala. O Mesmo Professor ou a
      *>-----Mesma Sala Nao Podem Estar em Duas Turmas no Mesmo Horario, e
      *>-----o Professor Nao Passa do Seu Maximo de Horas Semanais
       input-output section.
       file-control.

           select arqGradeHoraria assign to "arqGradeHoraria.dat"       *> Grade Horaria - Uma Aula por Turma, Dia e Periodo
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is grd-chave
           alternate record key is grd-chave-professor                  *> Chaves Alternativas Unicas - um Professor ou uma Sala por Horario
           alternate record key is grd-chave-sala
           file status is ws-fs-arqGradeHoraria.

           select arqProfessores assign to "arqProfessores.dat"         *> Cadastro de Professores - Maximo de Horas Semanais
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is prf-cod-professor
           alternate record key is prf-nome with duplicates
           file status is ws-fs-arqProfessores.

           select arqTurmas assign to "arqTurmas.dat"                   *> Cadastro Mestre de Turmas - Turmas da Grade
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is trm-cod-turma
           file status is ws-fs-arqTurmas.

           select arqDisciplinas assign to "arqDisciplinas.dat"         *> Cadastro Mestre de Disciplinas - Oferta por Turma
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is dis-cod-disciplina
           file status is ws-fs-arqDisciplinas.

           select arqUsuarios assign to "arqUsuarios.dat"               *> Cadastro de Usuarios - Login, Senha e Nivel de Acesso
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is usr-login
           file status is ws-fs-arqUsuarios.

           select arqGradeRel assign to ws-nome-arqGradeRel             *> Grade Impressa por Turma ou por Professor - Geração Datada
           organization is line sequential
           file status is ws-fs-arqGradeRel.

           select arqCatalogoRel assign to "arqCatalogoRel.log"         *> Catalogo de Gerações de Relatorios
           organization is line sequential
           file status is ws-fs-arqCatalogoRel.

       i-o-control.

      *>------------------------------------------------------------------------
      *>Declaração de Variáveis
       data division.

      *>----Variaveis de Arquivos
       file section.
      *>   Grade Horaria - a Chave do Professor e a Chave da Sala Repetem
      *>   o Dia e o Periodo da Aula Para Formar Chaves Alternativas Sem
      *>   Duplicidade: o Proprio Arquivo Recusa Professor ou Sala em Dois
      *>   Lugares no Mesmo Horario. Dia da Semana: 2 (Segunda) a 7
      *>   (Sabado); Periodo: 1 a 9 (Aula do Turno)
       fd arqGradeHoraria.
       01  grd-registro.
           05  grd-chave.
               10  grd-cod-turma                   pic x(10).
               10  grd-dia-semana                  pic 9(01).
               10  grd-periodo                     pic 9(01).
           05  grd-cod-disciplina                  pic x(06).
           05  grd-chave-professor.
               10  grd-cod-professor               pic 9(05).
               10  grd-prf-dia-semana              pic 9(01).
               10  grd-prf-periodo                 pic 9(01).
           05  grd-chave-sala.
               10  grd-sala                        pic x(06).
               10  grd-sala-dia-semana             pic 9(01).
               10  grd-sala-periodo                pic 9(01).

      *>   Cadastro de Professores - Um Professor por Registro
       fd arqProfessores.
       01  prf-registro.
           05  prf-cod-professor                   pic 9(05).
           05  prf-nome                            pic x(25).
           05  prf-telefone                        pic x(15).
           05  prf-email                           pic x(40).
           05  prf-max-horas                       pic 9(02).

       fd arqTurmas.  *> Cadastro Mestre de Turmas - Uma Turma por Registro
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

       fd arqDisciplinas.  *> Cadastro Mestre de Disciplinas - Uma Disciplina por Registro
       01  dis-registro.
           05  dis-cod-disciplina                  pic x(06).
           05  dis-nome                            pic x(30).
           05  dis-carga-horaria                   pic 9(03).
           05  dis-turmas.
               10  dis-turma                       pic x(10) occurs 10 times.

       fd arqUsuarios.  *> Cadastro de Usuarios - Um Usuario por Registro
       01  usr-registro.
           05  usr-login                           pic x(08).
           05  usr-senha                           pic x(08).
           05  usr-nivel                           pic 9(01).

       fd arqGradeRel.  *> Grade Impressa - Uma Pagina por Turma ou por Professor
       01  rel-linha                               pic x(80).

      *>   Catalogo de Gerações - Uma Linha por Relatorio Gerado, com o
      *>   Nome do Arquivo Datado Para a Consulta e Reimpressão
      *>   (lista11ex3catalogo) Encontrarem a Geração Antiga
       fd arqCatalogoRel.
       01  cat-registro.
           05  cat-relatorio                       pic x(12).
           05  filler                              pic x(01) value space.
           05  cat-data                            pic 9(08).
           05  filler                              pic x(01) value space.
           05  cat-hora                            pic 9(06).
           05  filler                              pic x(01) value space.
           05  cat-operador                        pic x(08).
           05  filler                              pic x(01) value space.
           05  cat-registros                       pic 9(05).
           05  filler                              pic x(01) value space.
           05  cat-arquivo                         pic x(40).

      *>------------------------------------------------------------------------
      *>----Variaveis de Trabalho
       working-storage section.
       77  ws-fs-arqGradeHoraria                   pic  9(02).
       77  ws-fs-arqProfessores                    pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqDisciplinas                    pic  9(02).
       77  ws-fs-arqUsuarios                       pic  9(02).
       77  ws-fs-arqGradeRel                       pic  9(02).
       77  ws-fs-arqCatalogoRel                    pic  9(02).

       77  ws-menu                                 pic x(02).
       77  ws-aux                                  pic x(01).

       77  ws-sair                                 pic  x(01).
          88  ws-fechar-programa                   value "S" "s".

      *>----Aula em Manutenção - Mesmo Layout do Registro da Grade, com
      *>----Dia e Periodo Repetidos nas Chaves do Professor e da Sala
       01  ws-aula.
           05  ws-aula-chave.
               10  ws-aula-turma                   pic x(10).
               10  ws-aula-dia                     pic 9(01).
               10  ws-aula-periodo                 pic 9(01).
           05  ws-aula-disciplina                  pic x(06).
           05  ws-aula-chave-professor.
               10  ws-aula-professor               pic 9(05).
               10  ws-aula-prf-dia                 pic 9(01).
               10  ws-aula-prf-periodo             pic 9(01).
           05  ws-aula-chave-sala.
               10  ws-aula-sala                    pic x(06).
               10  ws-aula-sala-dia                pic 9(01).
               10  ws-aula-sala-periodo            pic 9(01).

       77  ws-chave-status                         pic x(01).
          88  ws-chave-valida                       value "S".
          88  ws-chave-invalida                     value "N".

       77  ws-aula-status                          pic x(01).
          88  ws-aula-existe                        value "S".
          88  ws-aula-nao-existe                    value "N".

       77  ws-aula-aceite-status                   pic x(01).
          88  ws-aula-aceita                        value "S".
          88  ws-aula-recusada                      value "N".

      *>   Professor Que Ja Ocupava o Horario na Alteração - Trocar a
      *>   Aula Dele Por Outra do Mesmo Professor Nao Soma Horas
       77  ws-prof-anterior                        pic 9(05).
       77  ws-max-horas-professor                  pic 9(02).

      *>----Contagem das Aulas Semanais de um Professor na Grade
       77  ws-cnt-professor                        pic 9(05).
       77  ws-qtd-aulas                            pic 9(02).

       77  ws-turma-valida-status                  pic x(01).
          88  ws-turma-valida                       value "S".
          88  ws-turma-invalida                     value "N".

       77  ws-disciplina-valida-status             pic x(01).
          88  ws-disciplina-valida                  value "S".
          88  ws-disciplina-invalida                value "N".

       77  ws-professor-valido-status              pic x(01).
          88  ws-professor-valido                   value "S".
          88  ws-professor-invalido                 value "N".

       77  ws-disciplina-oferta-status             pic x(01).
          88  ws-disciplina-oferecida               value "S".
          88  ws-disciplina-nao-oferecida           value "N".

       77  ws-dis-ix                               pic 9(02) comp.

       77  ws-grd-fim                              pic x(01).
          88  ws-grd-nao-fim                        value "N".
          88  ws-grd-eh-fim                         value "S".

       77  ws-trm-fim                              pic x(01).
          88  ws-trm-nao-fim                        value "N".
          88  ws-trm-eh-fim                         value "S".

       77  ws-prf-fim                              pic x(01).
          88  ws-prf-nao-fim                        value "N".
          88  ws-prf-eh-fim                         value "S".

       77  ws-nome-professor                       pic x(25).

      *>----Nomes dos Dias da Semana - o Dia 2 (Segunda) Ocupa a Primeira
      *>----Posição da Tabela
       01  ws-nomes-dias.
           05  filler                              pic x(08) value "Segunda".
           05  filler                              pic x(08) value "Terca".
           05  filler                              pic x(08) value "Quarta".
           05  filler                              pic x(08) value "Quinta".
           05  filler                              pic x(08) value "Sexta".
           05  filler                              pic x(08) value "Sabado".
       01  ws-tab-dias redefines ws-nomes-dias.
           05  ws-nome-dia                         pic x(08) occurs 6 times.

       77  ws-dia-ix                               pic 9(01) comp.
       77  ws-per-ix                               pic 9(02) comp.

      *>----Grade da Semana Montada Para a Impressão - Nove Periodos por
      *>----Seis Dias; Cada Aula Ocupa Tres Linhas da Celula
       01  ws-grade.
           05  ws-grade-periodo occurs 9 times.
               10  ws-grade-dia occurs 6 times.
                   15  ws-grade-texto1             pic x(11).
                   15  ws-grade-texto2             pic x(11).
                   15  ws-grade-texto3             pic x(11).

       77  ws-grade-qtd-aulas                      pic 9(02).
       77  ws-grade-ult-periodo                    pic 9(01).

      *>----Disciplinas e Professores da Grade Impressa - Saem Por
      *>----Extenso Abaixo da Grade
       01  ws-legenda.
           05  ws-leg-qtd-disciplinas              pic 9(02) comp.
           05  ws-leg-disciplina                   pic x(06) occurs 54 times.
           05  ws-leg-qtd-professores              pic 9(02) comp.
           05  ws-leg-professor                    pic 9(05) occurs 54 times.

       77  ws-leg-ix                               pic 9(02) comp.

       77  ws-leg-status                           pic x(01).
          88  ws-leg-achada                         value "S".
          88  ws-leg-nao-achada                     value "N".

      *>----Linha da Grade Impressa - Coluna do Periodo e Seis Dias
       01  ws-linha-grade.
           05  ws-lgr-aula                         pic x(06).
           05  ws-lgr-celula                       pic x(12) occurs 6 times.
           05  filler                              pic x(02) value spaces.

       77  ws-periodo-ed                           pic 9(01).
       77  ws-qtd-aulas-ed                         pic z9.
       77  ws-max-horas-ed                         pic z9.

      *>----Variaveis de Apoio a Geração Datada e ao Catalogo - Cada
      *>----Impressão Grava um Arquivo Proprio e se Registra no Catalogo
       77  ws-nome-arqGradeRel                     pic x(40).
       77  ws-prefixo-relatorio                    pic x(20).
       77  ws-cat-relatorio                        pic x(12).
       77  ws-qtd-impressos                        pic 9(05).

       77  ws-filtro-turma                         pic x(10).
       77  ws-filtro-professor                     pic 9(05).

       01  ws-data-geracao.
           05  ws-ger-data                         pic 9(08).
           05  ws-ger-hora                         pic 9(06).
           05  filler                              pic x(10).

      *>----Variaveis de Apoio ao Controle de Acesso (Login do Operador)
      *>----Niveis: 1 = Consultas e Impressões, 3 = Manutenção da Grade
       77  ws-operador                             pic x(08).
       77  ws-nivel-acesso                         pic 9(01).
       77  ws-nivel-exigido                        pic 9(01).

       77  ws-login                                pic x(08).
       77  ws-senha                                pic x(08).
       77  ws-tentativas                           pic 9(01).

       77  ws-login-status                         pic x(01).
          88  ws-login-ok                           value "S".
          88  ws-login-invalido                     value "N".

       77  ws-acesso-status                        pic x(01).
          88  ws-acesso-permitido                   value "S".
          88  ws-acesso-negado                      value "N".

       01 ws-msn-erro.
           05 ws-msn-erro-ofsset                   pic 9(04).
           05 filler                               pic x(01) value "-".
           05 ws-msn-erro-cod                      pic 9(02).
           05 filler                               pic x(01) value space.
           05 ws-msn-erro-text                     pic x(42).
      *>------------------------------------------------------------------------

      *>----Variaveis Para Comunicação Entre Programas
       linkage section.

      *>----Declaração de Tela
       screen section.

      *>------------------------------------------------------------------------
      *>Declaração do Corpo do Programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>                     Procedimentos de Inicialização
      *>------------------------------------------------------------------------
       inicializa section.

      *>   Open Input - Abre o Cadastro de Usuarios Para o Controle de Acesso
           open input arqUsuarios
           if ws-fs-arqUsuarios  <> 00 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqUsuarios                       to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqUsuarios "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform efetuar-login

      *>   Open i-o - Abre (ou Cria) a Grade Horaria
           open i-o arqGradeHoraria
           if ws-fs-arqGradeHoraria  <> 00
           and ws-fs-arqGradeHoraria <> 05 then
               move 3                                        to ws-msn-erro-ofsset
               move ws-fs-arqGradeHoraria                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqGradeHoraria "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Abre o Cadastro de Professores (Mantido Pelo
      *>   lista11ex3indexado, Opção 16)
           open input arqProfessores
           if ws-fs-arqProfessores  <> 00 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqProfessores                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqProfessores "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Abre o Cadastro Mestre de Turmas
           open input arqTurmas
           if ws-fs-arqTurmas  <> 00 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqTurmas "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Abre o Cadastro Mestre de Disciplinas
           open input arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqDisciplinas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-menu

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                         Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fechar-programa
               move space to ws-sair

      *>       Menu do Programa
               display "------- Grade Horaria -------"
               display "Insira '1' Para Incluir/Alterar Aula da Grade"
               display "Insira '2' Para Excluir Aula da Grade"
               display "Insira '3' Para Consultar a Grade da Turma"
               display "Insira '4' Para Consultar as Aulas do Professor"
               display "Insira '5' Para Imprimir a Grade por Turma"
               display "Insira '6' Para Imprimir a Grade por Professor"
               display "Insira 'S' Para Sair"
               accept ws-menu

      *>       Escolha das Opções do Menu do Programa - a Manutenção da
      *>       Grade Exige Nivel 3, Como os Demais Cadastros Mestres
               evaluate  ws-menu
       *>          Incluir ou Alterar a Aula de Um Horario da Turma
                   when = '1'
                       move 3 to ws-nivel-exigido
                       perform verificar-acesso
                       if ws-acesso-permitido then
                           perform gravar-aula
                       end-if
       *>          Excluir a Aula de Um Horario da Turma
                   when = '2'
                       move 3 to ws-nivel-exigido
                       perform verificar-acesso
                       if ws-acesso-permitido then
                           perform excluir-aula
                       end-if
       *>          Consultar a Grade da Turma na Tela
                   when = '3'
                       perform consultar-grade-turma
       *>          Consultar as Aulas do Professor na Tela
                   when = '4'
                       perform consultar-aulas-professor
       *>          Imprimir a Grade de Uma ou de Todas as Turmas
                   when = '5'
                       perform imprimir-grade-turmas
       *>          Imprimir a Grade de Um ou de Todos os Professores
                   when = '6'
                       perform imprimir-grade-professores
       *>          Fechar o Programa
                   when = "S"
                       perform finaliza
       *>          Caso a Entrada Inserida Não Seja Nenhuma das Opções do Menu
                   when other
                       display "Opcao Invalida!"
               end-evaluate

           end-perform

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Inclusão ou Alteração da Aula de Um Horario - Horario Ja
      *>      Ocupado na Turma Tem a Aula Substituida; a Aula So é Gravada
      *>      Sem Conflito de Professor ou Sala e Dentro do Maximo de
      *>      Horas do Professor
      *>------------------------------------------------------------------------
       gravar-aula section.

           display erase
           display "------- Inclusao/Alteracao de Aula da Grade -------"

           perform informar-chave-aula

           if ws-chave-valida then
               move ws-aula-chave to grd-chave
               read arqGradeHoraria
               evaluate ws-fs-arqGradeHoraria
                   when 00
                       set ws-aula-existe to true
                       move grd-cod-professor to ws-prof-anterior
                       display "Horario Ja Ocupado: Disciplina " grd-cod-disciplina
                               " Professor " grd-cod-professor " Sala " grd-sala
                       display "Os Dados Informados a Seguir Substituem a Aula"
                   when 23
                       set ws-aula-nao-existe to true
                       move 0 to ws-prof-anterior
                   when other
                       move 7                                        to ws-msn-erro-ofsset
                       move ws-fs-arqGradeHoraria                    to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqGradeHoraria "      to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

               perform informar-dados-aula

               if ws-aula-aceita then
                   perform conferir-conflitos-aula
               end-if

               if ws-aula-aceita then
                   perform gravar-registro-aula
               end-if
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       gravar-aula-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Recebe o Horario da Aula: Turma (Deve Existir no Cadastro
      *>      Mestre), Dia da Semana (2 a 7) e Periodo (1 a 9)
      *>------------------------------------------------------------------------
       informar-chave-aula section.

           set ws-chave-valida to true

           display "Turma                      : "
           accept ws-aula-turma

           move ws-aula-turma to trm-cod-turma
           perform ler-turma-por-codigo
           if ws-turma-invalida then
               display "Turma Nao Cadastrada!"
               set ws-chave-invalida to true
           end-if

           if ws-chave-valida then
               display "Dia da Semana (2=Seg a 7=Sab): "
               accept ws-aula-dia
               if ws-aula-dia < 2 or ws-aula-dia > 7 then
                   display "Dia da Semana Invalido - Informe de 2 (Segunda) a 7 (Sabado)"
                   set ws-chave-invalida to true
               end-if
           end-if

           if ws-chave-valida then
               display "Periodo (Aula do Turno 1 a 9): "
               accept ws-aula-periodo
               if ws-aula-periodo = 0 then
                   display "Periodo Invalido - Informe de 1 a 9"
                   set ws-chave-invalida to true
               end-if
           end-if

           .
       informar-chave-aula-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Recebe a Disciplina (Oferecida na Turma), o Professor
      *>      (Cadastrado) e a Sala da Aula
      *>------------------------------------------------------------------------
       informar-dados-aula section.

           set ws-aula-aceita to true

           display "Disciplina                 : "
           accept ws-aula-disciplina

           move ws-aula-disciplina to dis-cod-disciplina
           perform ler-disciplina-por-codigo
           if ws-disciplina-invalida then
               display "Disciplina Nao Cadastrada!"
               set ws-aula-recusada to true
           else
               perform conferir-oferta-disciplina
               if ws-disciplina-nao-oferecida then
                   display "Disciplina " ws-aula-disciplina " Nao Oferecida na Turma " ws-aula-turma
                   set ws-aula-recusada to true
               end-if
           end-if

           if ws-aula-aceita then
               display "Professor (Codigo)         : "
               accept ws-aula-professor

               move ws-aula-professor to prf-cod-professor
               perform ler-professor-por-codigo
               if ws-professor-invalido then
                   display "Professor Nao Cadastrado!"
                   set ws-aula-recusada to true
               else
                   display "Professor: " prf-nome
                   move prf-max-horas to ws-max-horas-professor
               end-if
           end-if

           if ws-aula-aceita then
               display "Sala                       : "
               accept ws-aula-sala
               if ws-aula-sala = spaces then
                   display "Informe a Sala da Aula"
                   set ws-aula-recusada to true
               end-if
           end-if

           .
       informar-dados-aula-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Conflitos da Aula Informada: o Professor ou a Sala Ja
      *>      Ocupados em Outra Turma no Mesmo Horario, e o Professor Que
      *>      Passaria do Maximo de Horas Semanais Com Mais Esta Aula
      *>------------------------------------------------------------------------
       conferir-conflitos-aula section.

      *>   Professor no Mesmo Dia e Periodo em Outra Turma
           move ws-aula-professor to grd-cod-professor
           move ws-aula-dia       to grd-prf-dia-semana
           move ws-aula-periodo   to grd-prf-periodo
           read arqGradeHoraria key is grd-chave-professor
           evaluate ws-fs-arqGradeHoraria
               when 00
                   if grd-chave <> ws-aula-chave then
                       display "Conflito: Professor " ws-aula-professor " Ja Leciona na Turma "
                               grd-cod-turma " Neste Horario"
                       set ws-aula-recusada to true
                   end-if
               when 23
                   continue
               when other
                   move 7                                        to ws-msn-erro-ofsset
                   move ws-fs-arqGradeHoraria                    to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqGradeHoraria "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

      *>   Sala no Mesmo Dia e Periodo em Outra Turma
           if ws-aula-aceita then
               move ws-aula-sala      to grd-sala
               move ws-aula-dia       to grd-sala-dia-semana
               move ws-aula-periodo   to grd-sala-periodo
               read arqGradeHoraria key is grd-chave-sala
               evaluate ws-fs-arqGradeHoraria
                   when 00
                       if grd-chave <> ws-aula-chave then
                           display "Conflito: Sala " ws-aula-sala " Ja Ocupada Pela Turma "
                                   grd-cod-turma " Neste Horario"
                           set ws-aula-recusada to true
                       end-if
                   when 23
                       continue
                   when other
                       move 7                                        to ws-msn-erro-ofsset
                       move ws-fs-arqGradeHoraria                    to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqGradeHoraria "      to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

      *>   Maximo de Horas Semanais - Só Conta Quando a Aula Passa a Ser
      *>   do Professor (Aula Nova ou Trocada de Professor)
           if ws-aula-aceita
           and ws-aula-professor <> ws-prof-anterior then
               move ws-aula-professor to ws-cnt-professor
               perform contar-aulas-professor
               if ws-qtd-aulas >= ws-max-horas-professor then
                   move ws-qtd-aulas           to ws-qtd-aulas-ed
                   move ws-max-horas-professor to ws-max-horas-ed
                   display "Professor " ws-aula-professor " Ja Tem " ws-qtd-aulas-ed
                           " Aulas - Maximo Semanal de " ws-max-horas-ed " Horas"
                   set ws-aula-recusada to true
               end-if
           end-if

           .
       conferir-conflitos-aula-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava (Aula Nova) ou Regrava (Horario Ja Ocupado) a Aula -
      *>      Chave Alternativa Duplicada Aqui Significa Professor ou Sala
      *>      Ocupados Por Outra Sessao Depois da Conferencia
      *>------------------------------------------------------------------------
       gravar-registro-aula section.

           move ws-aula-dia     to ws-aula-prf-dia
           move ws-aula-periodo to ws-aula-prf-periodo
           move ws-aula-dia     to ws-aula-sala-dia
           move ws-aula-periodo to ws-aula-sala-periodo

           if ws-aula-existe then
               rewrite grd-registro from ws-aula
           else
               write grd-registro from ws-aula
           end-if

           evaluate ws-fs-arqGradeHoraria
               when 00
                   display "Aula Gravada: Turma " ws-aula-turma " "
                           ws-nome-dia (ws-aula-dia - 1) " " ws-aula-periodo "a Aula"
               when 22
                   display "Conflito de Professor ou Sala Gravado em Outra Sessao - Aula Nao Gravada"
               when other
                   move 8                                        to ws-msn-erro-ofsset
                   move ws-fs-arqGradeHoraria                    to ws-msn-erro-cod
                   move "Erro ao Gravar arq. arqGradeHoraria "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       gravar-registro-aula-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Conta as Aulas do Professor em ws-cnt-professor na Grade,
      *>      Percorrendo a Chave Alternativa do Professor
      *>------------------------------------------------------------------------
       contar-aulas-professor section.

           move 0 to ws-qtd-aulas

           move ws-cnt-professor to grd-cod-professor
           move 0                to grd-prf-dia-semana
           move 0                to grd-prf-periodo
           start arqGradeHoraria key is >= grd-chave-professor

           if ws-fs-arqGradeHoraria = 0 then
               set ws-grd-nao-fim to true
               perform until ws-grd-eh-fim

                   read arqGradeHoraria next

                   evaluate true
                       when ws-fs-arqGradeHoraria = 10
                           set ws-grd-eh-fim to true
                       when ws-fs-arqGradeHoraria <> 00
                           move 7                                        to ws-msn-erro-ofsset
                           move ws-fs-arqGradeHoraria                    to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqGradeHoraria "      to ws-msn-erro-text
                           perform finaliza-anormal
                       when grd-cod-professor <> ws-cnt-professor
                           set ws-grd-eh-fim to true
                       when other
                           add 1 to ws-qtd-aulas
                   end-evaluate

               end-perform
           end-if

           .
       contar-aulas-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Exclusão da Aula de Um Horario da Turma
      *>------------------------------------------------------------------------
       excluir-aula section.

           display erase
           display "------- Exclusao de Aula da Grade -------"

           perform informar-chave-aula

           if ws-chave-valida then
               move ws-aula-chave to grd-chave
               read arqGradeHoraria
               evaluate ws-fs-arqGradeHoraria
                   when 00
                       display "Disciplina: " grd-cod-disciplina
                       display "Professor : " grd-cod-professor
                       display "Sala      : " grd-sala
                       display "Confirma a Exclusao da Aula (S/N)? "
                       accept ws-aux
                       if ws-aux = "S" or ws-aux = "s" then
                           delete arqGradeHoraria
                           if ws-fs-arqGradeHoraria = 0 then
                               display "Aula Excluida da Grade"
                           else
                               move 9                                        to ws-msn-erro-ofsset
                               move ws-fs-arqGradeHoraria                    to ws-msn-erro-cod
                               move "Erro ao Excluir arq. arqGradeHoraria "  to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       else
                           display "Exclusao Cancelada"
                       end-if
                   when 23
                       display "Nenhuma Aula Neste Horario da Turma"
                   when other
                       move 7                                        to ws-msn-erro-ofsset
                       move ws-fs-arqGradeHoraria                    to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqGradeHoraria "      to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       excluir-aula-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Consulta na Tela das Aulas da Turma, em Ordem de Dia e
      *>      Periodo
      *>------------------------------------------------------------------------
       consultar-grade-turma section.

           display erase
           display "------- Grade Horaria da Turma -------"
           display "Informe a Turma: "
           accept ws-aula-turma

           move ws-aula-turma to trm-cod-turma
           perform ler-turma-por-codigo
           if ws-turma-invalida then
               display "Turma Nao Cadastrada!"
           else
               display "Turma " trm-cod-turma " " trm-descricao
               move 0 to ws-qtd-aulas

               move ws-aula-turma to grd-cod-turma
               move 0             to grd-dia-semana
               move 0             to grd-periodo
               start arqGradeHoraria key is >= grd-chave

               if ws-fs-arqGradeHoraria = 0 then
                   set ws-grd-nao-fim to true
                   perform until ws-grd-eh-fim

                       read arqGradeHoraria next

                       evaluate true
                           when ws-fs-arqGradeHoraria = 10
                               set ws-grd-eh-fim to true
                           when ws-fs-arqGradeHoraria <> 00
                               move 7                                        to ws-msn-erro-ofsset
                               move ws-fs-arqGradeHoraria                    to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqGradeHoraria "      to ws-msn-erro-text
                               perform finaliza-anormal
                           when grd-cod-turma <> ws-aula-turma
                               set ws-grd-eh-fim to true
                           when other
                               add 1 to ws-qtd-aulas
                               display ws-nome-dia (grd-dia-semana - 1) " " grd-periodo "a Aula  "
                                       grd-cod-disciplina "  Professor " grd-cod-professor
                                       "  Sala " grd-sala
                       end-evaluate

                   end-perform
               end-if

               move ws-qtd-aulas to ws-qtd-aulas-ed
               display "Total de Aulas Semanais: " ws-qtd-aulas-ed
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       consultar-grade-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Consulta na Tela das Aulas do Professor, com as Horas
      *>      Alocadas Frente ao Maximo Semanal do Cadastro
      *>------------------------------------------------------------------------
       consultar-aulas-professor section.

           display erase
           display "------- Aulas do Professor -------"
           display "Informe o Codigo do Professor: "
           accept ws-cnt-professor

           move ws-cnt-professor to prf-cod-professor
           perform ler-professor-por-codigo
           if ws-professor-invalido then
               display "Professor Nao Cadastrado!"
           else
               display "Professor " prf-cod-professor " " prf-nome
               move 0 to ws-qtd-aulas

               move ws-cnt-professor to grd-cod-professor
               move 0                to grd-prf-dia-semana
               move 0                to grd-prf-periodo
               start arqGradeHoraria key is >= grd-chave-professor

               if ws-fs-arqGradeHoraria = 0 then
                   set ws-grd-nao-fim to true
                   perform until ws-grd-eh-fim

                       read arqGradeHoraria next

                       evaluate true
                           when ws-fs-arqGradeHoraria = 10
                               set ws-grd-eh-fim to true
                           when ws-fs-arqGradeHoraria <> 00
                               move 7                                        to ws-msn-erro-ofsset
                               move ws-fs-arqGradeHoraria                    to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqGradeHoraria "      to ws-msn-erro-text
                               perform finaliza-anormal
                           when grd-cod-professor <> ws-cnt-professor
                               set ws-grd-eh-fim to true
                           when other
                               add 1 to ws-qtd-aulas
                               display ws-nome-dia (grd-dia-semana - 1) " " grd-periodo "a Aula  Turma "
                                       grd-cod-turma "  " grd-cod-disciplina "  Sala " grd-sala
                       end-evaluate

                   end-perform
               end-if

               move ws-qtd-aulas  to ws-qtd-aulas-ed
               move prf-max-horas to ws-max-horas-ed
               display "Horas Semanais Alocadas: " ws-qtd-aulas-ed " de " ws-max-horas-ed
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       consultar-aulas-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Impressão da Grade por Turma - Turma em Branco Imprime Todas
      *>      as Turmas Que Tem Aula na Grade
      *>------------------------------------------------------------------------
       imprimir-grade-turmas section.

           display erase
           display "------- Impressao da Grade por Turma -------"
           display "Turma (Em Branco Imprime Todas): "
           accept ws-filtro-turma

           move "arqGradeTurma_" to ws-prefixo-relatorio
           move "GRADETURMA"     to ws-cat-relatorio
           perform abrir-relatorio

           move low-values to trm-cod-turma
           start arqTurmas key is >= trm-cod-turma

           if ws-fs-arqTurmas = 0 then
               set ws-trm-nao-fim to true
               perform until ws-trm-eh-fim

                   read arqTurmas next

                   if ws-fs-arqTurmas = 10 then
                       set ws-trm-eh-fim to true
                   else
                       if ws-fs-arqTurmas <> 00 then
                           move 10                               to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas                  to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqTurmas "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if ws-filtro-turma = spaces
                       or ws-filtro-turma = trm-cod-turma then
                           perform carregar-grade-turma
                           if ws-grade-qtd-aulas > 0
                           or ws-filtro-turma <> spaces then
                               perform imprimir-turma
                           end-if
                       end-if
                   end-if

               end-perform
           end-if

           perform fechar-relatorio

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       imprimir-grade-turmas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Monta a Grade da Turma em trm-registro, com a Disciplina, o
      *>      Professor e a Sala de Cada Aula
      *>------------------------------------------------------------------------
       carregar-grade-turma section.

           perform limpar-grade

           move trm-cod-turma to grd-cod-turma
           move 0             to grd-dia-semana
           move 0             to grd-periodo
           start arqGradeHoraria key is >= grd-chave

           if ws-fs-arqGradeHoraria = 0 then
               set ws-grd-nao-fim to true
               perform until ws-grd-eh-fim

                   read arqGradeHoraria next

                   evaluate true
                       when ws-fs-arqGradeHoraria = 10
                           set ws-grd-eh-fim to true
                       when ws-fs-arqGradeHoraria <> 00
                           move 7                                        to ws-msn-erro-ofsset
                           move ws-fs-arqGradeHoraria                    to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqGradeHoraria "      to ws-msn-erro-text
                           perform finaliza-anormal
                       when grd-cod-turma <> trm-cod-turma
                           set ws-grd-eh-fim to true
                       when other
                           move grd-cod-disciplina to ws-grade-texto1 (grd-periodo grd-dia-semana - 1)
                           string "Prof " grd-cod-professor delimited by size
                                  into ws-grade-texto2 (grd-periodo grd-dia-semana - 1)
                           end-string
                           string "Sala " grd-sala delimited by size
                                  into ws-grade-texto3 (grd-periodo grd-dia-semana - 1)
                           end-string
                           perform guardar-aula-grade
                           perform guardar-legenda-professor
                   end-evaluate

               end-perform
           end-if

           .
       carregar-grade-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Imprime a Pagina da Turma: Cabeçalho, Grade da Semana,
      *>      Disciplinas e Professores Por Extenso
      *>------------------------------------------------------------------------
       imprimir-turma section.

           add 1 to ws-qtd-impressos

           move spaces to rel-linha
           string "==============================================================================" delimited by size
                  into rel-linha
           end-string
           perform gravar-linha-relatorio

           move spaces to rel-linha
           string "GRADE HORARIA DA TURMA: " delimited by size
                  trm-cod-turma              delimited by size
                  " "                        delimited by size
                  trm-descricao              delimited by size
                  into rel-linha
           end-string
           perform gravar-linha-relatorio

           perform obter-nome-professor

           move spaces to rel-linha
           string "Professor Titular: " delimited by size
                  ws-nome-professor     delimited by size
                  " Ano Letivo: "       delimited by size
                  trm-ano-letivo        delimited by size
                  into rel-linha
           end-string
           perform gravar-linha-relatorio

           move spaces to rel-linha
           perform gravar-linha-relatorio

           perform imprimir-grade-semana

           perform imprimir-legenda-disciplinas

      *>   Professores da Turma Por Extenso
           if ws-leg-qtd-professores > 0 then
               move spaces to rel-linha
               string "Professores:" delimited by size
                      into rel-linha
               end-string
               perform gravar-linha-relatorio

               move 1 to ws-leg-ix
               perform until ws-leg-ix > ws-leg-qtd-professores
                   move ws-leg-professor (ws-leg-ix) to prf-cod-professor
                   perform ler-professor-por-codigo
                   if ws-professor-invalido then
                       move "(Professor Sem Cadastro)" to prf-nome
                   end-if
                   move spaces to rel-linha
                   string "  "                         delimited by size
                          ws-leg-professor (ws-leg-ix) delimited by size
                          " - "                        delimited by size
                          prf-nome                     delimited by size
                          into rel-linha
                   end-string
                   perform gravar-linha-relatorio
                   add 1 to ws-leg-ix
               end-perform
           end-if

           move ws-grade-qtd-aulas to ws-qtd-aulas-ed

           move spaces to rel-linha
           string "Total de Aulas Semanais: " delimited by size
                  ws-qtd-aulas-ed             delimited by size
                  into rel-linha
           end-string
           perform gravar-linha-relatorio

           move spaces to rel-linha
           perform gravar-linha-relatorio

           .
       imprimir-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Impressão da Grade por Professor - Codigo Zero Imprime Todos
      *>      os Professores Que Tem Aula na Grade
      *>------------------------------------------------------------------------
       imprimir-grade-professores section.

           display erase
           display "------- Impressao da Grade por Professor -------"
           display "Professor (Codigo, 0 Imprime Todos): "
           accept ws-filtro-professor

           move "arqGradeProfessor_" to ws-prefixo-relatorio
           move "GRADEPROF"          to ws-cat-relatorio
           perform abrir-relatorio

           move 0 to prf-cod-professor
           start arqProfessores key is >= prf-cod-professor

           if ws-fs-arqProfessores = 0 then
               set ws-prf-nao-fim to true
               perform until ws-prf-eh-fim

                   read arqProfessores next

                   if ws-fs-arqProfessores = 10 then
                       set ws-prf-eh-fim to true
                   else
                       if ws-fs-arqProfessores <> 00 then
                           move 11                                   to ws-msn-erro-ofsset
                           move ws-fs-arqProfessores                 to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqProfessores "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if ws-filtro-professor = 0
                       or ws-filtro-professor = prf-cod-professor then
                           perform carregar-grade-professor
                           if ws-grade-qtd-aulas > 0
                           or ws-filtro-professor <> 0 then
                               perform imprimir-professor
                           end-if
                       end-if
                   end-if

               end-perform
           end-if

           perform fechar-relatorio

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       imprimir-grade-professores-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Monta a Grade do Professor em prf-registro, com a Turma, a
      *>      Disciplina e a Sala de Cada Aula
      *>------------------------------------------------------------------------
       carregar-grade-professor section.

           perform limpar-grade

           move prf-cod-professor to grd-cod-professor
           move 0                 to grd-prf-dia-semana
           move 0                 to grd-prf-periodo
           start arqGradeHoraria key is >= grd-chave-professor

           if ws-fs-arqGradeHoraria = 0 then
               set ws-grd-nao-fim to true
               perform until ws-grd-eh-fim

                   read arqGradeHoraria next

                   evaluate true
                       when ws-fs-arqGradeHoraria = 10
                           set ws-grd-eh-fim to true
                       when ws-fs-arqGradeHoraria <> 00
                           move 7                                        to ws-msn-erro-ofsset
                           move ws-fs-arqGradeHoraria                    to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqGradeHoraria "      to ws-msn-erro-text
                           perform finaliza-anormal
                       when grd-cod-professor <> prf-cod-professor
                           set ws-grd-eh-fim to true
                       when other
                           move grd-cod-turma      to ws-grade-texto1 (grd-periodo grd-dia-semana - 1)
                           move grd-cod-disciplina to ws-grade-texto2 (grd-periodo grd-dia-semana - 1)
                           string "Sala " grd-sala delimited by size
                                  into ws-grade-texto3 (grd-periodo grd-dia-semana - 1)
                           end-string
                           perform guardar-aula-grade
                   end-evaluate

               end-perform
           end-if

           .
       carregar-grade-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Imprime a Pagina do Professor: Cabeçalho com Contato e
      *>      Horas Alocadas, Grade da Semana e Disciplinas Por Extenso
      *>------------------------------------------------------------------------
       imprimir-professor section.

           add 1 to ws-qtd-impressos

           move spaces to rel-linha
           string "==============================================================================" delimited by size
                  into rel-linha
           end-string
           perform gravar-linha-relatorio

           move spaces to rel-linha
           string "GRADE HORARIA DO PROFESSOR: " delimited by size
                  prf-cod-professor              delimited by size
                  " "                            delimited by size
                  prf-nome                       delimited by size
                  into rel-linha
           end-string
           perform gravar-linha-relatorio

           move spaces to rel-linha
           string "Telefone: " delimited by size
                  prf-telefone delimited by size
                  " E-mail: "  delimited by size
                  prf-email    delimited by size
                  into rel-linha
           end-string
           perform gravar-linha-relatorio

      *>   Horas Acima do Maximo So Ocorrem Quando o Maximo do Professor
      *>   é Reduzido Depois das Aulas Alocadas - a Linha Sai Marcada
           move ws-grade-qtd-aulas to ws-qtd-aulas-ed
           move prf-max-horas      to ws-max-horas-ed

           move spaces to rel-linha
           if ws-grade-qtd-aulas > prf-max-horas then
               string "Horas Semanais Alocadas: " delimited by size
                      ws-qtd-aulas-ed             delimited by size
                      " de "                      delimited by size
                      ws-max-horas-ed             delimited by size
                      "  ** ACIMA DO MAXIMO **"   delimited by size
                      into rel-linha
               end-string
           else
               string "Horas Semanais Alocadas: " delimited by size
                      ws-qtd-aulas-ed             delimited by size
                      " de "                      delimited by size
                      ws-max-horas-ed             delimited by size
                      into rel-linha
               end-string
           end-if
           perform gravar-linha-relatorio

           move spaces to rel-linha
           perform gravar-linha-relatorio

           perform imprimir-grade-semana

           perform imprimir-legenda-disciplinas

           move spaces to rel-linha
           perform gravar-linha-relatorio

           .
       imprimir-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Limpa a Grade e as Legendas Antes de Montar Uma Nova Pagina
      *>------------------------------------------------------------------------
       limpar-grade section.

           move spaces to ws-grade
           move 0      to ws-grade-qtd-aulas
           move 0      to ws-grade-ult-periodo
           move 0      to ws-leg-qtd-disciplinas
           move 0      to ws-leg-qtd-professores

           .
       limpar-grade-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Conta a Aula Lida, Guarda o Ultimo Periodo Ocupado e a
      *>      Disciplina Para a Legenda
      *>------------------------------------------------------------------------
       guardar-aula-grade section.

           add 1 to ws-grade-qtd-aulas

           if grd-periodo > ws-grade-ult-periodo then
               move grd-periodo to ws-grade-ult-periodo
           end-if

           set ws-leg-nao-achada to true
           move 1 to ws-leg-ix
           perform until ws-leg-ix > ws-leg-qtd-disciplinas or ws-leg-achada
               if ws-leg-disciplina (ws-leg-ix) = grd-cod-disciplina then
                   set ws-leg-achada to true
               else
                   add 1 to ws-leg-ix
               end-if
           end-perform

           if ws-leg-nao-achada then
               add 1 to ws-leg-qtd-disciplinas
               move grd-cod-disciplina to ws-leg-disciplina (ws-leg-qtd-disciplinas)
           end-if

           .
       guardar-aula-grade-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Guarda o Professor da Aula Lida Para a Legenda da Turma
      *>------------------------------------------------------------------------
       guardar-legenda-professor section.

           set ws-leg-nao-achada to true
           move 1 to ws-leg-ix
           perform until ws-leg-ix > ws-leg-qtd-professores or ws-leg-achada
               if ws-leg-professor (ws-leg-ix) = grd-cod-professor then
                   set ws-leg-achada to true
               else
                   add 1 to ws-leg-ix
               end-if
           end-perform

           if ws-leg-nao-achada then
               add 1 to ws-leg-qtd-professores
               move grd-cod-professor to ws-leg-professor (ws-leg-qtd-professores)
           end-if

           .
       guardar-legenda-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Imprime a Grade da Semana Montada em ws-grade - Uma Linha de
      *>      Dias e, Para Cada Periodo Ate o Ultimo Ocupado, as Tres
      *>      Linhas das Celulas
      *>------------------------------------------------------------------------
       imprimir-grade-semana section.

           if ws-grade-ult-periodo = 0 then
               move spaces to rel-linha
               string "Nenhuma Aula Cadastrada na Grade" delimited by size
                      into rel-linha
               end-string
               perform gravar-linha-relatorio
           else
               move spaces to ws-linha-grade
               move "Aula"  to ws-lgr-aula
               move 1 to ws-dia-ix
               perform until ws-dia-ix > 6
                   move ws-nome-dia (ws-dia-ix) to ws-lgr-celula (ws-dia-ix)
                   add 1 to ws-dia-ix
               end-perform
               move ws-linha-grade to rel-linha
               perform gravar-linha-relatorio

               move spaces to ws-linha-grade
               move "----"  to ws-lgr-aula
               move 1 to ws-dia-ix
               perform until ws-dia-ix > 6
                   move "-----------" to ws-lgr-celula (ws-dia-ix)
                   add 1 to ws-dia-ix
               end-perform
               move ws-linha-grade to rel-linha
               perform gravar-linha-relatorio

               move 1 to ws-per-ix
               perform until ws-per-ix > ws-grade-ult-periodo

                   move ws-per-ix to ws-periodo-ed
                   move spaces to ws-linha-grade
                   string " " ws-periodo-ed "a" delimited by size
                          into ws-lgr-aula
                   end-string
                   move 1 to ws-dia-ix
                   perform until ws-dia-ix > 6
                       move ws-grade-texto1 (ws-per-ix ws-dia-ix) to ws-lgr-celula (ws-dia-ix)
                       add 1 to ws-dia-ix
                   end-perform
                   move ws-linha-grade to rel-linha
                   perform gravar-linha-relatorio

                   move spaces to ws-linha-grade
                   move 1 to ws-dia-ix
                   perform until ws-dia-ix > 6
                       move ws-grade-texto2 (ws-per-ix ws-dia-ix) to ws-lgr-celula (ws-dia-ix)
                       add 1 to ws-dia-ix
                   end-perform
                   move ws-linha-grade to rel-linha
                   perform gravar-linha-relatorio

                   move spaces to ws-linha-grade
                   move 1 to ws-dia-ix
                   perform until ws-dia-ix > 6
                       move ws-grade-texto3 (ws-per-ix ws-dia-ix) to ws-lgr-celula (ws-dia-ix)
                       add 1 to ws-dia-ix
                   end-perform
                   move ws-linha-grade to rel-linha
                   perform gravar-linha-relatorio

                   move spaces to rel-linha
                   perform gravar-linha-relatorio

                   add 1 to ws-per-ix
               end-perform
           end-if

           .
       imprimir-grade-semana-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Imprime as Disciplinas da Grade Por Extenso
      *>------------------------------------------------------------------------
       imprimir-legenda-disciplinas section.

           if ws-leg-qtd-disciplinas > 0 then
               move spaces to rel-linha
               string "Disciplinas:" delimited by size
                      into rel-linha
               end-string
               perform gravar-linha-relatorio

               move 1 to ws-leg-ix
               perform until ws-leg-ix > ws-leg-qtd-disciplinas
                   move ws-leg-disciplina (ws-leg-ix) to dis-cod-disciplina
                   perform ler-disciplina-por-codigo
                   if ws-disciplina-invalida then
                       move "(Disciplina Sem Cadastro)" to dis-nome
                   end-if
                   move spaces to rel-linha
                   string "  "                          delimited by size
                          ws-leg-disciplina (ws-leg-ix) delimited by size
                          " - "                         delimited by size
                          dis-nome                      delimited by size
                          into rel-linha
                   end-string
                   perform gravar-linha-relatorio
                   add 1 to ws-leg-ix
               end-perform
           end-if

           .
       imprimir-legenda-disciplinas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Nome do Professor Titular da Turma em trm-registro - Codigo
      *>      Zero Sai "A Definir"; Turma Ainda Com o Nome Digitado
      *>      (Anterior ao Cadastro de Professores) Sai com o Proprio Nome
      *>------------------------------------------------------------------------
       obter-nome-professor section.

           evaluate true
               when trm-cod-professor is not numeric
                   move trm-professor-legado to ws-nome-professor
               when trm-cod-professor = 0
                   move "A Definir" to ws-nome-professor
               when other
                   move trm-cod-professor to prf-cod-professor
                   perform ler-professor-por-codigo
                   if ws-professor-valido then
                       move prf-nome to ws-nome-professor
                   else
                       move spaces to ws-nome-professor
                       string "Codigo " trm-cod-professor " Sem Cadastro" delimited by size
                              into ws-nome-professor
                       end-string
                   end-if
           end-evaluate

           .
       obter-nome-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Le a Turma Cujo Codigo Esta em trm-cod-turma
      *>------------------------------------------------------------------------
       ler-turma-por-codigo section.

           read arqTurmas
           evaluate ws-fs-arqTurmas
               when 00
                   set ws-turma-valida to true
               when 23
                   set ws-turma-invalida to true
               when other
                   set ws-turma-invalida to true
                   move 10                               to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                  to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqTurmas "    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       ler-turma-por-codigo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Le a Disciplina Cujo Codigo Esta em dis-cod-disciplina
      *>------------------------------------------------------------------------
       ler-disciplina-por-codigo section.

           read arqDisciplinas
           evaluate ws-fs-arqDisciplinas
               when 00
                   set ws-disciplina-valida to true
               when 23
                   set ws-disciplina-invalida to true
               when other
                   set ws-disciplina-invalida to true
                   move 12                                      to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqDisciplinas "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       ler-disciplina-por-codigo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Le o Professor Cujo Codigo Esta em prf-cod-professor
      *>------------------------------------------------------------------------
       ler-professor-por-codigo section.

           read arqProfessores
           evaluate ws-fs-arqProfessores
               when 00
                   set ws-professor-valido to true
               when 23
                   set ws-professor-invalido to true
               when other
                   set ws-professor-invalido to true
                   move 11                                      to ws-msn-erro-ofsset
                   move ws-fs-arqProfessores                    to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqProfessores "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       ler-professor-por-codigo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Confere se a Disciplina Lida em dis-registro é Oferecida
      *>       na Turma da Aula (ws-aula-turma)
      *>------------------------------------------------------------------------
       conferir-oferta-disciplina section.

           set ws-disciplina-nao-oferecida to true
           move 1 to ws-dis-ix
           perform until ws-dis-ix > 10 or ws-disciplina-oferecida
               if dis-turma (ws-dis-ix) = ws-aula-turma then
                   set ws-disciplina-oferecida to true
               end-if
               add 1 to ws-dis-ix
           end-perform

           .
       conferir-oferta-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Abre a Geração Datada do Relatorio com o Prefixo em
      *>      ws-prefixo-relatorio
      *>------------------------------------------------------------------------
       abrir-relatorio section.

           accept ws-ger-data from date yyyymmdd
           accept ws-ger-hora from time
           move 0 to ws-qtd-impressos

           move spaces to ws-nome-arqGradeRel
           string ws-prefixo-relatorio delimited by space
                  ws-ger-data          delimited by size
                  "_"                  delimited by size
                  ws-ger-hora          delimited by size
                  ".txt"               delimited by size
                  into ws-nome-arqGradeRel
           end-string

           open output arqGradeRel
           if ws-fs-arqGradeRel  <> 00 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqGradeRel                       to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqGradeRel "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       abrir-relatorio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Fecha a Geração do Relatorio e a Registra no Catalogo
      *>------------------------------------------------------------------------
       fechar-relatorio section.

           if ws-qtd-impressos = 0 then
               move spaces to rel-linha
               string "Nenhuma Grade Horaria Encontrada" delimited by size
                      into rel-linha
               end-string
               perform gravar-linha-relatorio
           end-if

           close arqGradeRel
           if ws-fs-arqGradeRel <> 0 then
               move 15                                      to ws-msn-erro-ofsset
               move ws-fs-arqGradeRel                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqGradeRel "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform gravar-catalogo

           display "Grade Horaria Impressa em " ws-nome-arqGradeRel
           display "Paginas Impressas: " ws-qtd-impressos

           .
       fechar-relatorio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava a Linha Montada em rel-linha no Relatorio
      *>------------------------------------------------------------------------
       gravar-linha-relatorio section.

           write rel-linha
           if ws-fs-arqGradeRel <> 00 then
               move 14                                      to ws-msn-erro-ofsset
               move ws-fs-arqGradeRel                       to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqGradeRel "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-relatorio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Registra a Geração Concluida no Catalogo de Relatorios
      *>------------------------------------------------------------------------
       gravar-catalogo section.

           open extend arqCatalogoRel
           if ws-fs-arqCatalogoRel  <> 00
           and ws-fs-arqCatalogoRel <> 05 then
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqCatalogoRel "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-cat-relatorio       to cat-relatorio
           move ws-ger-data            to cat-data
           move ws-ger-hora            to cat-hora
           move ws-operador            to cat-operador
           move ws-qtd-impressos       to cat-registros
           move ws-nome-arqGradeRel    to cat-arquivo

           write cat-registro
           if ws-fs-arqCatalogoRel <> 00 then
               move 17                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqCatalogoRel "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCatalogoRel
           if ws-fs-arqCatalogoRel <> 0 then
               move 18                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCatalogoRel "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-catalogo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Identificação do Operador - Login e Senha Conferidos no
      *>       Cadastro de Usuarios, com Tres Tentativas Antes de Encerrar
      *>------------------------------------------------------------------------
       efetuar-login section.

           set ws-login-invalido to true
           move 0 to ws-tentativas

           perform until ws-login-ok or ws-tentativas >= 3

               display erase
               display "------- Identificacao do Operador -------"
               display "Login: "
               accept ws-login

               display "Senha: "
               accept ws-senha

               move ws-login to usr-login
               read arqUsuarios
               evaluate ws-fs-arqUsuarios
                   when 00
                       if usr-senha = ws-senha then
                           set ws-login-ok to true
                           move usr-login to ws-operador
                           move usr-nivel to ws-nivel-acesso
                       else
                           display "Login ou Senha Invalidos!"
                           add 1 to ws-tentativas
                       end-if
                   when 23
                       display "Login ou Senha Invalidos!"
                       add 1 to ws-tentativas
                   when other
                       move 2                                      to ws-msn-erro-ofsset
                       move ws-fs-arqUsuarios                      to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqUsuarios "        to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

           end-perform

           if ws-login-invalido then
               display "Numero de Tentativas Esgotado - Encerrando o Programa"
               close arqUsuarios
               stop run
           end-if

           display "Operador " ws-operador " Identificado - Nivel " ws-nivel-acesso

           .
       efetuar-login-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Confere se o Nivel do Operador Atende ao Nivel Exigido em
      *>       ws-nivel-exigido, Avisando Quando o Acesso For Negado
      *>------------------------------------------------------------------------
       verificar-acesso section.

           if ws-nivel-acesso >= ws-nivel-exigido then
               set ws-acesso-permitido to true
           else
               set ws-acesso-negado to true
               display "Acesso Negado - Opcao Exige Nivel " ws-nivel-exigido
           end-if

           .
       verificar-acesso-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.

      *>   Caso Finalize de Forma Anormal a Mensagem de Erro Aparecerá
      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro.

           stop run

           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                          Finalização
      *>------------------------------------------------------------------------
       finaliza section.

      *>   Fecha os Arquivos
           close arqGradeHoraria
           if ws-fs-arqGradeHoraria <> 0 then
               move 19                                           to ws-msn-erro-ofsset
               move ws-fs-arqGradeHoraria                        to ws-msn-erro-cod
               move "Erro ao fechar arq. arqGradeHoraria "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqProfessores
           if ws-fs-arqProfessores <> 0 then
               move 20                                           to ws-msn-erro-ofsset
               move ws-fs-arqProfessores                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqProfessores "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTurmas
           if ws-fs-arqTurmas <> 0 then
               move 21                                           to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                              to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas "             to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDisciplinas
           if ws-fs-arqDisciplinas <> 0 then
               move 22                                           to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDisciplinas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqUsuarios
           if ws-fs-arqUsuarios <> 0 then
               move 23                                           to ws-msn-erro-ofsset
               move ws-fs-arqUsuarios                            to ws-msn-erro-cod
               move "Erro ao fechar arq. arqUsuarios "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           stop run

           .
       finaliza-exit.
           exit.
