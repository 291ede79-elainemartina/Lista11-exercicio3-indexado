      $set sourceformat"free"
      *>Divisão de Identificação do Programa
       identification division.
       program-id. "lista11ex3pendencias".
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
      *>-----Pendencias de Notas do Bimestre: Para Cada Professor e Turma,
      *>-----os Alunos Ativos Que Ainda Estao Sem Nota (ou com Nota Zero)
      *>-----em Alguma Disciplina Oferecida na Turma - Conferido Antes do
      *>-----Fechamento do Bimestre (lista11ex3indexado, Opção 15)
       input-output section.
       file-control.

           select arqCadAlunosIndex assign to "arqCadAlunosIndex.dat"   *> Cadastro Indexado - Alunos Ativos de Cada Turma
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod-aluno
           file status is ws-fs-arqCadAlunosIndex.

           select arqTurmas assign to "arqTurmas.dat"                   *> Cadastro Mestre de Turmas - Professor Responsavel
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is trm-cod-turma
           file status is ws-fs-arqTurmas.

           select arqProfessores assign to "arqProfessores.dat"         *> Cadastro de Professores - Nome do Professor Titular da Turma
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is prf-cod-professor
           alternate record key is prf-nome with duplicates
           file status is ws-fs-arqProfessores.

           select arqDisciplinas assign to "arqDisciplinas.dat"         *> Cadastro Mestre de Disciplinas - Oferta por Turma
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is dis-cod-disciplina
           file status is ws-fs-arqDisciplinas.

           select arqNotas assign to "arqNotas.dat"                     *> Notas por Aluno, Disciplina e Bimestre
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is not-chave
           file status is ws-fs-arqNotas.

           select arqFechamento assign to "arqFechamento.dat"           *> Situação dos Bimestres por Turma - Sai no Cabeçalho da Turma
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fec-chave
           file status is ws-fs-arqFechamento.

           select arqPendencias assign to ws-nome-arqPendencias         *> Relatorio de Pendencias - Uma Geração Datada por Execução
           organization is line sequential
           file status is ws-fs-arqPendencias.

           select arqUsuarios assign to "arqUsuarios.dat"               *> Cadastro de Usuarios - Identifica o Operador da Geração
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is usr-login
           file status is ws-fs-arqUsuarios.

           select arqCatalogoRel assign to "arqCatalogoRel.log"         *> Catalogo de Gerações de Relatorios
           organization is line sequential
           file status is ws-fs-arqCatalogoRel.

       i-o-control.

      *>------------------------------------------------------------------------
      *>Declaração de Variáveis
       data division.

      *>----Variaveis de Arquivos
       file section.
       fd arqCadAlunosIndex.  *> Inicio da Declração das Variaveis do Arquivo
       01  fd-alunos.
           05  fd-cod-aluno                        pic 9(05).
           05  fd-aluno                            pic x(25).
           05  fd-endereco                         pic x(35).
           05  fd-mae                              pic x(25).
           05  fd-pai                              pic x(25).
           05  fd-telefone                         pic x(15).
           05  fd-email                            pic x(40).
           05  fd-turma                            pic x(10).
           05  fd-status                           pic x(01).
               88  fd-ativo                             value "A".
               88  fd-inativo                           value "I".
           05  fd-notas.
               10  fd-nota1                        pic 9(02)v99.
               10  fd-nota2                        pic 9(02)v99.
               10  fd-nota3                        pic 9(02)v99.
               10  fd-nota4                        pic 9(02)v99.

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

      *>   Cadastro de Professores - Um Professor por Registro
       fd arqProfessores.
       01  prf-registro.
           05  prf-cod-professor                   pic 9(05).
           05  prf-nome                            pic x(25).
           05  prf-telefone                        pic x(15).
           05  prf-email                           pic x(40).
           05  prf-max-horas                       pic 9(02).

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

      *>   Fechamento de Bimestres - um Registro por Turma e Bimestre;
      *>   Bimestre Sem Registro Esta Aberto
       fd arqFechamento.
       01  fec-registro.
           05  fec-chave.
               10  fec-cod-turma                   pic x(10).
               10  fec-bimestre                    pic 9(01).
           05  fec-situacao                        pic x(01).
               88  fec-aberto                           value "A".
               88  fec-fechado                          value "F".
           05  fec-data                            pic 9(08).
           05  fec-hora                            pic 9(06).
           05  fec-operador                        pic x(08).

       fd arqPendencias.
       01  pen-linha                               pic x(80).

       fd arqUsuarios.  *> Cadastro de Usuarios - Um Usuario por Registro
       01  usr-registro.
           05  usr-login                           pic x(08).
           05  usr-senha                           pic x(08).
           05  usr-nivel                           pic 9(01).

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
       77  ws-fs-arqCadAlunosIndex                 pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqDisciplinas                    pic  9(02).
       77  ws-fs-arqNotas                          pic  9(02).
       77  ws-fs-arqFechamento                     pic  9(02).
       77  ws-fs-arqPendencias                     pic  9(02).

      *>----Parametros da Geração - Bimestre Conferido e Turma Opcional
      *>----(Em Branco Confere Todas as Turmas)
       77  ws-bimestre                             pic 9(01).
       77  ws-filtro-turma                         pic x(10).

      *>----Turmas Carregadas do Cadastro Mestre em Ordem de Professor e
      *>----Turma - o Relatorio Quebra por Professor e, Dentro Dele, por Turma
       01  ws-tab-turmas.
           05  ws-ttr-qtd                          pic 9(03) comp.
           05  ws-ttr-turma occurs 100 times.
               10  ws-ttr-professor                pic x(25).
               10  ws-ttr-cod-turma                pic x(10).
               10  ws-ttr-descricao                pic x(30).

       77  ws-ttr-ix                               pic 9(03) comp.
       77  ws-ttr-pos                              pic 9(03) comp.

       01  ws-turma-nova.
           05  ws-tnv-professor                    pic x(25).
           05  ws-tnv-cod-turma                    pic x(10).
           05  ws-tnv-descricao                    pic x(30).

       77  ws-ttr-posicao-status                   pic x(01).
          88  ws-ttr-posicao-achada                 value "S".
          88  ws-ttr-posicao-procurando             value "N".

      *>----Disciplinas Carregadas do Cadastro Mestre no Inicio
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

       77  ws-not-arquivo-status                   pic x(01).
          88  ws-not-disponivel                     value "S".
          88  ws-not-indisponivel                   value "N".

       77  ws-fec-arquivo-status                   pic x(01).
          88  ws-fec-disponivel                     value "S".
          88  ws-fec-indisponivel                   value "N".

       77  ws-fec-situacao                         pic x(07).

      *>----Nota do Bimestre na Disciplina Corrente - Sem Registro ou com
      *>----Nota Zero o Aluno Fica Pendente na Disciplina
       77  ws-pendencia                            pic x(09).

       77  ws-pendencia-status                     pic x(01).
          88  ws-aluno-pendente                     value "S".
          88  ws-aluno-em-dia                       value "N".

       77  ws-professor-atual                      pic x(25).

      *>----Nome do Professor Titular da Turma, Lido do Cadastro de
      *>----Professores Pelo Codigo Gravado na Turma
       77  ws-fs-arqProfessores                    pic  9(02).
       77  ws-nome-professor                       pic x(25).

       77  ws-prf-arquivo-status                   pic x(01).
          88  ws-prf-disponivel                     value "S".
          88  ws-prf-indisponivel                   value "N".

       77  ws-total-pendencias                     pic 9(05) comp.
       77  ws-total-alunos                         pic 9(05) comp.
       77  ws-total-turmas                         pic 9(03) comp.
       77  ws-trm-pendencias                       pic 9(05) comp.
       77  ws-prf-pendencias                       pic 9(05) comp.

       77  ws-total-pendencias-ed                  pic z(04)9.
       77  ws-total-alunos-ed                      pic z(04)9.
       77  ws-total-turmas-ed                      pic z(02)9.
       77  ws-trm-pendencias-ed                    pic z(04)9.
       77  ws-prf-pendencias-ed                    pic z(04)9.

       77  ws-fim-arquivo                          pic x(01).
          88  ws-nao-fim-arquivo                    value "N".
          88  ws-eh-fim-arquivo                     value "S".

      *>----Variaveis de Apoio a Geração Datada e ao Catalogo - Cada
      *>----Execução Grava um Arquivo Proprio e se Registra no Catalogo
       77  ws-fs-arqUsuarios                       pic  9(02).
       77  ws-fs-arqCatalogoRel                    pic  9(02).

       77  ws-nome-arqPendencias                   pic x(40).

       01  ws-data-geracao.
           05  ws-ger-data                         pic 9(08).
           05  ws-ger-hora                         pic 9(06).
           05  filler                              pic x(10).

      *>----Variaveis de Apoio ao Controle de Acesso (Login do Operador)
       77  ws-operador                             pic x(08).
       77  ws-login                                pic x(08).
       77  ws-senha                                pic x(08).
       77  ws-tentativas                           pic 9(01).

       77  ws-login-status                         pic x(01).
          88  ws-login-ok                           value "S".
          88  ws-login-invalido                     value "N".

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

      *>   Identifica o Operador Antes de Tocar em Qualquer Arquivo de
      *>   Dados - o Login Sai no Catalogo de Gerações
           open input arqUsuarios
           if ws-fs-arqUsuarios  <> 00 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqUsuarios                       to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqUsuarios "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform efetuar-login

           close arqUsuarios
           if ws-fs-arqUsuarios <> 0 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqUsuarios                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqUsuarios "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "------- Pendencias de Notas do Bimestre -------"
           display "Bimestre (1 a 4): "
           accept ws-bimestre
           perform until ws-bimestre >= 1 and ws-bimestre <= 4
               display "Bimestre Invalido! Informe um Bimestre de 1 a 4"
               display "Bimestre (1 a 4): "
               accept ws-bimestre
           end-perform

           display "Turma (Em Branco Para Todas): "
           accept ws-filtro-turma

      *>   Monta o Nome Datado da Geração - Cada Execução Gera um
      *>   Arquivo Proprio ao Inves de Sobrescrever o Anterior
           accept ws-ger-data from date yyyymmdd
           accept ws-ger-hora from time

           move spaces to ws-nome-arqPendencias
           string "arqPendencias_" delimited by size
                  ws-ger-data      delimited by size
                  "_"              delimited by size
                  ws-ger-hora      delimited by size
                  ".txt"           delimited by size
                  into ws-nome-arqPendencias
           end-string

      *>   Open Input - Abre o Cadastro Somente Para Leitura
           open input arqCadAlunosIndex
           if ws-fs-arqCadAlunosIndex  <> 00 then
               move 3                                          to ws-msn-erro-ofsset
               move ws-fs-arqCadAlunosIndex                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqCadAlunosIndex "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Carrega as Turmas em Ordem de Professor
           open input arqTurmas
           if ws-fs-arqTurmas  <> 00 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqTurmas "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Abre o Cadastro de Professores; Quando o Arquivo
      *>   Ainda Nao Existe a Turma Sai com o Codigo do Professor
           set ws-prf-disponivel to true
           open input arqProfessores
           if ws-fs-arqProfessores = 35 then
               set ws-prf-indisponivel to true
           else
               if ws-fs-arqProfessores <> 00 then
                   move 24                                      to ws-msn-erro-ofsset
                   move ws-fs-arqProfessores                    to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqProfessores "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform carregar-turmas

           if ws-prf-disponivel then
               close arqProfessores
               if ws-fs-arqProfessores <> 0 then
                   move 26                                      to ws-msn-erro-ofsset
                   move ws-fs-arqProfessores                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqProfessores "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqTurmas
           if ws-fs-arqTurmas <> 0 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Carrega as Disciplinas e Suas Turmas
           open input arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqDisciplinas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-disciplinas

           close arqDisciplinas
           if ws-fs-arqDisciplinas <> 0 then
               move 9                                       to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDisciplinas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Abre as Notas por Disciplina; Quando o Arquivo
      *>   Ainda Nao Existe Todas as Notas Estao Pendentes
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

      *>   Open Input - Abre a Situação dos Bimestres; Quando o Arquivo
      *>   Ainda Nao Existe Nenhum Bimestre Foi Fechado
           set ws-fec-disponivel to true
           open input arqFechamento
           if ws-fs-arqFechamento = 35 then
               set ws-fec-indisponivel to true
           else
               if ws-fs-arqFechamento <> 00 then
                   move 13                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFechamento                     to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqFechamento "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   Open Output - Abre o Relatorio de Pendencias Para Escrita
           open output arqPendencias
           if ws-fs-arqPendencias  <> 00 then
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-arqPendencias                     to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqPendencias "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-total-pendencias
           move 0 to ws-total-alunos
           move 0 to ws-total-turmas

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                         Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           move spaces to pen-linha
           string "PENDENCIAS DE NOTAS - BIMESTRE " delimited by size
                  ws-bimestre                       delimited by size
                  "   Gerado em "                   delimited by size
                  ws-ger-data                       delimited by size
                  " por "                           delimited by size
                  ws-operador                       delimited by size
                  into pen-linha
           end-string
           perform gravar-linha-pendencias

      *>   Percorre as Turmas em Ordem de Professor - a Quebra de Professor
      *>   Abre um Grupo Novo no Relatorio
           move high-values to ws-professor-atual
           move 0 to ws-prf-pendencias
           move 1 to ws-ttr-ix
           perform until ws-ttr-ix > ws-ttr-qtd
               if ws-ttr-professor (ws-ttr-ix) <> ws-professor-atual then
                   if ws-professor-atual <> high-values then
                       perform imprimir-total-professor
                   end-if
                   move ws-ttr-professor (ws-ttr-ix) to ws-professor-atual
                   move 0 to ws-prf-pendencias
                   perform imprimir-cabecalho-professor
               end-if
               perform listar-pendencias-turma
               add 1 to ws-ttr-ix
           end-perform

           if ws-professor-atual <> high-values then
               perform imprimir-total-professor
           end-if

           move ws-total-pendencias to ws-total-pendencias-ed
           move ws-total-alunos     to ws-total-alunos-ed
           move ws-total-turmas     to ws-total-turmas-ed

           move spaces to pen-linha
           perform gravar-linha-pendencias

           move spaces to pen-linha
           string "Turmas Conferidas: "  delimited by size
                  ws-total-turmas-ed     delimited by size
                  "   Alunos Pendentes: " delimited by size
                  ws-total-alunos-ed     delimited by size
                  "   Pendencias: "      delimited by size
                  ws-total-pendencias-ed delimited by size
                  into pen-linha
           end-string
           perform gravar-linha-pendencias

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Carrega as Turmas do Cadastro Mestre (Todas ou Somente a
      *>      Turma Informada), Inserindo Cada Uma na Posição de Ordem
      *>      de Professor e Codigo da Turma
      *>------------------------------------------------------------------------
       carregar-turmas section.

           move 0 to ws-ttr-qtd
           set ws-nao-fim-arquivo to true
           perform until ws-eh-fim-arquivo

               read arqTurmas next

               if ws-fs-arqTurmas = 10 then
                   set ws-eh-fim-arquivo to true
               else
                   if ws-fs-arqTurmas <> 00 then
                       move 5                                       to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas                         to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqTurmas "           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-filtro-turma = spaces
                   or ws-filtro-turma = trm-cod-turma then
                       perform inserir-turma-ordenada
                   end-if
               end-if

           end-perform

           if ws-ttr-qtd = 0 then
               display "Nenhuma Turma Encontrada - Relatorio Cancelado"
               move 27                                      to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Nenhuma Turma Encontrada "             to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-turmas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Nome do Professor Titular da Turma Lida - Codigo Zero Sai
      *>      "A Definir"; Turma Ainda Com o Nome Digitado (Anterior ao
      *>      Cadastro de Professores) Sai com o Proprio Nome
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
                           move 25                                  to ws-msn-erro-ofsset
                           move ws-fs-arqProfessores                to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqProfessores "  to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
           end-evaluate

           .
       obter-nome-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Insere a Turma Lida na Tabela Mantendo a Ordem de Professor
      *>      e Turma: Procura a Primeira Posição Maior e Desloca as
      *>      Seguintes Uma Casa Para Baixo
      *>------------------------------------------------------------------------
       inserir-turma-ordenada section.

           if ws-ttr-qtd >= 100 then
               display "Mais de 100 Turmas Cadastradas - Relatorio Cancelado"
               move 28                                      to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Tabela de Turmas Excedida "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform obter-nome-professor

           move ws-nome-professor to ws-tnv-professor
           move trm-cod-turma to ws-tnv-cod-turma
           move trm-descricao to ws-tnv-descricao

           set ws-ttr-posicao-procurando to true
           move 1 to ws-ttr-pos
           perform until ws-ttr-pos > ws-ttr-qtd or ws-ttr-posicao-achada
               if ws-ttr-professor (ws-ttr-pos) > ws-tnv-professor
               or (ws-ttr-professor (ws-ttr-pos) = ws-tnv-professor
                   and ws-ttr-cod-turma (ws-ttr-pos) > ws-tnv-cod-turma) then
                   set ws-ttr-posicao-achada to true
               else
                   add 1 to ws-ttr-pos
               end-if
           end-perform

           move ws-ttr-qtd to ws-ttr-ix
           perform until ws-ttr-ix < ws-ttr-pos
               move ws-ttr-turma (ws-ttr-ix) to ws-ttr-turma (ws-ttr-ix + 1)
               subtract 1 from ws-ttr-ix
           end-perform

           move ws-turma-nova to ws-ttr-turma (ws-ttr-pos)
           add 1 to ws-ttr-qtd

           .
       inserir-turma-ordenada-exit.
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
                       move 8                                       to ws-msn-erro-ofsset
                       move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqDisciplinas "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-tab-qtd >= 50 then
                       display "Mais de 50 Disciplinas Cadastradas - Relatorio Cancelado"
                       move 29                                      to ws-msn-erro-ofsset
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
               display "Nenhuma Disciplina Cadastrada - Relatorio Cancelado"
               move 30                                      to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "Nenhuma Disciplina Cadastrada "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-disciplinas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Cabeçalho do Grupo do Professor
      *>------------------------------------------------------------------------
       imprimir-cabecalho-professor section.

           move spaces to pen-linha
           perform gravar-linha-pendencias

           move spaces to pen-linha
           string "Professor: "       delimited by size
                  ws-professor-atual  delimited by size
                  into pen-linha
           end-string
           perform gravar-linha-pendencias

           move spaces to pen-linha
           string "=================================================" delimited by size
                  into pen-linha
           end-string
           perform gravar-linha-pendencias

           .
       imprimir-cabecalho-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Total de Pendencias do Professor Corrente
      *>------------------------------------------------------------------------
       imprimir-total-professor section.

           move ws-prf-pendencias to ws-prf-pendencias-ed

           move spaces to pen-linha
           string "Pendencias do Professor: " delimited by size
                  ws-prf-pendencias-ed        delimited by size
                  into pen-linha
           end-string
           perform gravar-linha-pendencias

           .
       imprimir-total-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Lista, Para a Turma ws-ttr-ix, os Alunos Ativos Sem Nota (ou
      *>      com Nota Zero) no Bimestre em Cada Disciplina Oferecida
      *>------------------------------------------------------------------------
       listar-pendencias-turma section.

           add 1 to ws-total-turmas
           move 0 to ws-trm-pendencias

      *>   Situação do Bimestre na Turma - Aberto ou Fechado
           move "Aberto" to ws-fec-situacao
           if ws-fec-disponivel then
               move ws-ttr-cod-turma (ws-ttr-ix) to fec-cod-turma
               move ws-bimestre                  to fec-bimestre
               read arqFechamento
               evaluate ws-fs-arqFechamento
                   when 00
                       if fec-fechado then
                           move "Fechado" to ws-fec-situacao
                       end-if
                   when 23
                       continue
                   when other
                       move 14                                   to ws-msn-erro-ofsset
                       move ws-fs-arqFechamento                  to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqFechamento "    to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           move spaces to pen-linha
           string "  Turma: "                    delimited by size
                  ws-ttr-cod-turma (ws-ttr-ix)   delimited by size
                  " "                            delimited by size
                  ws-ttr-descricao (ws-ttr-ix)   delimited by size
                  " Bimestre "                   delimited by size
                  ws-fec-situacao                delimited by size
                  into pen-linha
           end-string
           perform gravar-linha-pendencias

      *>   Reposiciona no Inicio do Cadastro Pela Chave Primaria (Codigo)
           move 0 to fd-cod-aluno
           start arqCadAlunosIndex key is >= fd-cod-aluno
           set ws-nao-fim-arquivo to true
           if ws-fs-arqCadAlunosIndex <> 0 then
               set ws-eh-fim-arquivo to true
           end-if

           perform until ws-eh-fim-arquivo

               read arqCadAlunosIndex next

               if ws-fs-arqCadAlunosIndex = 10 then
                   set ws-eh-fim-arquivo to true
               else
                   if ws-fs-arqCadAlunosIndex  <> 00 then
                       move 11                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCadAlunosIndex                  to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqCadAlunosIndex "    to ws-msn-erro-text
                       perform finaliza-anormal
                   else
      *>               Alunos Inativos (Excluidos) Nao Tem Pendencia
                       if fd-ativo
                       and fd-turma = ws-ttr-cod-turma (ws-ttr-ix) then
                           perform conferir-notas-aluno
                       end-if
                   end-if
               end-if

           end-perform

           move ws-trm-pendencias to ws-trm-pendencias-ed
           move spaces to pen-linha
           if ws-trm-pendencias = 0 then
               string "    Nenhuma Pendencia na Turma" delimited by size
                      into pen-linha
               end-string
           else
               string "    Pendencias da Turma: " delimited by size
                      ws-trm-pendencias-ed        delimited by size
                      into pen-linha
               end-string
           end-if
           perform gravar-linha-pendencias

           .
       listar-pendencias-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Confere a Nota do Bimestre do Aluno Corrente em Cada
      *>      Disciplina Oferecida na Turma, Uma Linha por Pendencia
      *>------------------------------------------------------------------------
       conferir-notas-aluno section.

           set ws-aluno-em-dia to true

           move 1 to ws-tab-ix
           perform until ws-tab-ix > ws-tab-qtd
               perform conferir-oferta-disciplina
               if ws-disciplina-oferecida then
                   perform conferir-nota-bimestre
                   if ws-pendencia <> spaces then
                       set ws-aluno-pendente to true
                       add 1 to ws-trm-pendencias
                       add 1 to ws-prf-pendencias
                       add 1 to ws-total-pendencias

                       move spaces to pen-linha
                       string "    "                              delimited by size
                              fd-cod-aluno                        delimited by size
                              " "                                 delimited by size
                              fd-aluno                            delimited by size
                              " "                                 delimited by size
                              ws-tab-cod-disciplina (ws-tab-ix)   delimited by size
                              " "                                 delimited by size
                              ws-tab-nome (ws-tab-ix) (1:22)      delimited by size
                              " "                                 delimited by size
                              ws-pendencia                        delimited by size
                              into pen-linha
                       end-string
                       perform gravar-linha-pendencias
                   end-if
               end-if
               add 1 to ws-tab-ix
           end-perform

           if ws-aluno-pendente then
               add 1 to ws-total-alunos
           end-if

           .
       conferir-notas-aluno-exit.
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
      *>      Le a Nota do Bimestre do Aluno na Disciplina ws-tab-ix - a
      *>      Pendencia Fica em Branco Quando Ha Nota Maior Que Zero
      *>------------------------------------------------------------------------
       conferir-nota-bimestre section.

           move "Sem Nota" to ws-pendencia

           if ws-not-disponivel then
               move fd-cod-aluno                       to not-cod-aluno
               move ws-tab-cod-disciplina (ws-tab-ix)  to not-cod-disciplina
               move ws-bimestre                        to not-bimestre
               read arqNotas
               evaluate ws-fs-arqNotas
                   when 00
                       if not-nota = 0 then
                           move "Nota Zero" to ws-pendencia
                       else
                           move spaces      to ws-pendencia
                       end-if
                   when 23
                       continue
                   when other
                       move 12                                      to ws-msn-erro-ofsset
                       move ws-fs-arqNotas                          to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqNotas "            to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       conferir-nota-bimestre-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava a Linha Montada em pen-linha no Relatorio
      *>------------------------------------------------------------------------
       gravar-linha-pendencias section.

           write pen-linha
           if ws-fs-arqPendencias <> 00 then
               move 17                                      to ws-msn-erro-ofsset
               move ws-fs-arqPendencias                     to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqPendencias "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-pendencias-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Identificação do Operador - Login e Senha Conferidos no
      *>       Cadastro de Usuarios, com Tres Tentativas Antes de Encerrar
      *>------------------------------------------------------------------------
       efetuar-login section.

           set ws-login-invalido to true
           move 0 to ws-tentativas

           perform until ws-login-ok or ws-tentativas >= 3

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
               move 12 to return-code
               stop run
           end-if

           display "Operador " ws-operador " Identificado"

           .
       efetuar-login-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Registra a Geração Concluida no Catalogo de Relatorios
      *>------------------------------------------------------------------------
       gravar-catalogo section.

           open extend arqCatalogoRel
           if ws-fs-arqCatalogoRel  <> 00
           and ws-fs-arqCatalogoRel <> 05 then
               move 19                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqCatalogoRel "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "PENDENCIAS"           to cat-relatorio
           move ws-ger-data            to cat-data
           move ws-ger-hora            to cat-hora
           move ws-operador            to cat-operador
           move ws-total-pendencias    to cat-registros
           move ws-nome-arqPendencias  to cat-arquivo

           write cat-registro
           if ws-fs-arqCatalogoRel <> 00 then
               move 20                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqCatalogoRel "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCatalogoRel
           if ws-fs-arqCatalogoRel <> 0 then
               move 21                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCatalogoRel "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-catalogo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.

      *>   Caso Finalize de Forma Anormal a Mensagem de Erro Aparecerá
      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro.

      *>   Retorno Diferente de Zero Sinaliza a Falha Para a Cadeia Batch
           move 12 to return-code

           stop run

           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                          Finalização
      *>------------------------------------------------------------------------
       finaliza section.

      *>   Fecha os Arquivos
           close arqCadAlunosIndex
           if ws-fs-arqCadAlunosIndex <> 0 then
               move 15                                         to ws-msn-erro-ofsset
               move ws-fs-arqCadAlunosIndex                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCadAlunosIndex "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-not-disponivel then
               close arqNotas
               if ws-fs-arqNotas <> 0 then
                   move 22                                      to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                          to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqNotas "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-fec-disponivel then
               close arqFechamento
               if ws-fs-arqFechamento <> 0 then
                   move 23                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFechamento                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqFechamento "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqPendencias
           if ws-fs-arqPendencias <> 0 then
               move 18                                      to ws-msn-erro-ofsset
               move ws-fs-arqPendencias                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqPendencias "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Registra a Geração no Catalogo de Relatorios
           perform gravar-catalogo

           display "Relatorio de Pendencias Gerado com Sucesso em " ws-nome-arqPendencias

           stop run

           .
       finaliza-exit.
           exit.
