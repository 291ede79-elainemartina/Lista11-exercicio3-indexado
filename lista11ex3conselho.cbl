      $set sourceformat"free"
      *>Divisão de Identificação do Programa
       identification division.
       program-id. "lista11ex3conselho".
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
      *>-----Conselho de Classe de Fim de Ano - o Regimento Permite ao
      *>-----Conselho Aprovar o Aluno Que Reprovou por Pouco; a Deliberação
      *>-----Fica Registrada por Aluno e Ano Letivo, com a Situação Apurada
      *>-----Antes Dela, a Justificativa da Ata e os Membros Presentes, e é
      *>-----Respeitada pelo Boletim, Comunicados, Estatisticas, Historico
      *>-----Escolar e Promoção
       input-output section.
       file-control.

           select arqCadAlunosIndex assign to "arqCadAlunosIndex.dat"   *> Cadastro Indexado - Aluno Levado ao Conselho
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod-aluno
           file status is ws-fs-arqCadAlunosIndex.

           select arqTurmas assign to "arqTurmas.dat"                   *> Cadastro Mestre de Turmas - Ano Letivo da Deliberação
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is trm-cod-turma
           file status is ws-fs-arqTurmas.

           select arqFrequencia assign to "arqFrequencia.dat"           *> Frequencia Mensal - Aulas Dadas e Faltas por Aluno/Mes
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is frq-chave
           file status is ws-fs-arqFrequencia.

           select arqDisciplinas assign to "arqDisciplinas.dat"         *> Cadastro Mestre de Disciplinas - Disciplinas Apuradas
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

           select arqConselho assign to "arqConselho.dat"               *> Deliberações do Conselho de Classe - Uma por Aluno e Ano
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is cns-chave
           alternate record key is cns-chave-turma with duplicates
           file status is ws-fs-arqConselho.

           select arqUsuarios assign to "arqUsuarios.dat"               *> Cadastro de Usuarios - Login, Senha e Nivel de Acesso
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is usr-login
           file status is ws-fs-arqUsuarios.

           select arqAtaConselho assign to ws-nome-arqAtaConselho       *> Ata do Conselho da Turma - Uma Geração Datada por Impressão
           organization is line sequential
           file status is ws-fs-arqAtaConselho.

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
           05  trm-cod-professor                   pic 9(05).
           05  filler                              pic x(20).
           05  trm-ano-letivo                      pic 9(04).
           05  trm-vagas                           pic 9(03).

       fd arqFrequencia.  *> Frequencia Mensal - Um Registro por Aluno e Mes
       01  frq-registro.
           05  frq-chave.
               10  frq-cod-aluno                   pic 9(05).
               10  frq-mes                         pic 9(02).
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
      *>   a Chave Alternativa Turma + Ano Reune os Alunos da Mesma Ata.
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

       fd arqUsuarios.  *> Cadastro de Usuarios - Um Usuario por Registro
       01  usr-registro.
           05  usr-login                           pic x(08).
           05  usr-senha                           pic x(08).
           05  usr-nivel                           pic 9(01).

       fd arqAtaConselho.  *> Ata do Conselho de Classe da Turma
       01  ata-linha                               pic x(80).

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
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqDisciplinas                    pic  9(02).
       77  ws-fs-arqNotas                          pic  9(02).
       77  ws-fs-arqConselho                       pic  9(02).
       77  ws-fs-arqUsuarios                       pic  9(02).
       77  ws-fs-arqAtaConselho                    pic  9(02).
       77  ws-fs-arqCatalogoRel                    pic  9(02).

       77  ws-menu                                 pic x(02).
       77  ws-aux                                  pic x(01).

       77  ws-sair                                 pic  x(01).
          88  ws-fechar-programa                   value "S" "s".

       77  ws-fim-arquivo                          pic x(01).
          88  ws-nao-fim-arquivo                    value "N".
          88  ws-eh-fim-arquivo                     value "S".

       77  ws-cns-fim                              pic x(01).
          88  ws-cns-nao-fim                        value "N".
          88  ws-cns-eh-fim                         value "S".

      *>----Aluno e Ano Letivo da Deliberação em Andamento
       77  ws-cod-aluno                            pic 9(05).
       77  ws-ano-letivo                           pic 9(04).
       77  ws-descricao-turma                      pic x(30).

       77  ws-deliberacao-status                   pic x(01).
          88  ws-deliberacao-aceita                 value "S".
          88  ws-deliberacao-recusada               value "N".

       77  ws-registro-status                      pic x(01).
          88  ws-registro-novo                      value "N".
          88  ws-registro-existente                 value "E".

       77  ws-deliberacao                          pic x(01).
          88  ws-delib-aprovado                     value "A" "a".
          88  ws-delib-retido                       value "R" "r".

      *>----Justificativa (Texto da Ata) e Membros Presentes - o Regimento
      *>----Exige Quorum Minimo Para a Deliberação Valer
       77  ws-min-membros                          pic 9(01) value 3.

       77  ws-ata-ix                               pic 9(01).
       77  ws-membro-ix                            pic 9(01).
       77  ws-qtd-membros                          pic 9(01).
       77  ws-linha-texto                          pic x(70).
       77  ws-nome-membro                          pic x(30).

       77  ws-texto-status                         pic x(01).
          88  ws-texto-continua                     value "S".
          88  ws-texto-encerrado                    value "N".

      *>----Disciplinas Carregadas do Cadastro Mestre no Inicio - a
      *>----Situação Apurada Segue as Mesmas Regras do Boletim
       01  ws-tab-disciplinas.
           05  ws-tab-qtd                          pic 9(02) comp.
           05  ws-tab-disciplina occurs 50 times.
               10  ws-tab-cod-disciplina           pic x(06).
               10  ws-tab-turma                    pic x(10) occurs 10 times.

       77  ws-tab-ix                               pic 9(02) comp.
       77  ws-dis-ix                               pic 9(02) comp.

       77  ws-disciplina-oferta-status             pic x(01).
          88  ws-disciplina-oferecida               value "S".
          88  ws-disciplina-nao-oferecida           value "N".

      *>----Notas do Aluno na Disciplina Corrente - Quatro Bimestres e o
      *>----Exame Final (Quinto "Bimestre")
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

       77  ws-freq-arquivo-status                  pic x(01).
          88  ws-freq-disponivel                    value "S".
          88  ws-freq-indisponivel                  value "N".

      *>----Situação Apurada - Mesmas Regras e Limite do Boletim
       77  ws-limite-reprovacoes                   pic 9(02) value 2.

       77  ws-situacao                             pic x(19).
       77  ws-media                                pic 9(02)v99.
       77  ws-dis-media                            pic 9(02)v99.
       77  ws-exa-media-final                      pic 9(02)v99.

       77  ws-sit-qtd-disciplinas                  pic 9(02) comp.
       77  ws-sit-qtd-reprovadas                   pic 9(02) comp.
       77  ws-sit-qtd-em-exame                     pic 9(02) comp.
       77  ws-sit-soma-medias                      pic 9(04)v99.

       77  ws-freq-mes                             pic 9(02).
       77  ws-freq-total-aulas                     pic 9(03).
       77  ws-freq-total-faltas                    pic 9(03).
       77  ws-freq-percentual                      pic 9(03)v99.

      *>----Ata da Turma - Totais e Membros Distintos Para as Assinaturas
       77  ws-ata-turma                            pic x(10).
       77  ws-ata-ano                              pic 9(04).

       77  ws-ata-qtd-alunos                       pic 9(05) comp.
       77  ws-ata-qtd-aprovados                    pic 9(05) comp.
       77  ws-ata-qtd-retidos                      pic 9(05) comp.

       01  ws-tab-assinaturas.
           05  ws-ass-qtd                          pic 9(02) comp.
           05  ws-ass-membro                       pic x(30) occurs 40 times.

       77  ws-ass-ix                               pic 9(02) comp.

       77  ws-assinatura-status                    pic x(01).
          88  ws-assinatura-listada                 value "S".
          88  ws-assinatura-nova                    value "N".

      *>----Campos Editados
       77  ws-media-ed                             pic z9,99.
       77  ws-freq-ed                              pic zz9,99.
       77  ws-qtd-ed                               pic z9.
       77  ws-qtd2-ed                              pic z9.
       77  ws-total-ed                             pic zzzz9.
       77  ws-total2-ed                            pic zzzz9.
       77  ws-total3-ed                            pic zzzz9.
       77  ws-situacao-deliberada                  pic x(22).

       01  ws-data-ed.
           05  ws-dte-dia                          pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-dte-mes                          pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-dte-ano                          pic 9(04).

       01  ws-data-deliberacao.
           05  ws-dlb-data                         pic 9(08).
           05  ws-dlb-data-r redefines ws-dlb-data.
               10  ws-dlb-ano                      pic 9(04).
               10  ws-dlb-mes                      pic 9(02).
               10  ws-dlb-dia                      pic 9(02).

      *>----Variaveis de Apoio a Geração Datada e ao Catalogo
       77  ws-nome-arqAtaConselho                  pic x(40).

       01  ws-data-geracao.
           05  ws-ger-data                         pic 9(08).
           05  ws-ger-data-r redefines ws-ger-data.
               10  ws-ger-ano                      pic 9(04).
               10  ws-ger-mes                      pic 9(02).
               10  ws-ger-dia                      pic 9(02).
           05  ws-ger-hora                         pic 9(06).
           05  filler                              pic x(10).

      *>----Variaveis de Apoio ao Controle de Acesso (Login do Operador)
      *>----Niveis: 1 e 2 = Consulta e Ata, 3 = Registro e Exclusão
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

      *>   Open i-o - Abre (ou Cria) o Registro de Deliberações
           open i-o arqConselho
           if ws-fs-arqConselho  <> 00
           and ws-fs-arqConselho <> 05 then
               move 3                                       to ws-msn-erro-ofsset
               move ws-fs-arqConselho                       to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqConselho "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Abre o Cadastro Somente Para Leitura
           open input arqCadAlunosIndex
           if ws-fs-arqCadAlunosIndex  <> 00 then
               move 4                                          to ws-msn-erro-ofsset
               move ws-fs-arqCadAlunosIndex                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqCadAlunosIndex "    to ws-msn-erro-text
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

      *>   Open Input - Abre a Frequencia; Sem o Arquivo a Frequencia
      *>   Fica em 100%, Como no Boletim
           set ws-freq-disponivel to true
           open input arqFrequencia
           if ws-fs-arqFrequencia = 35 then
               set ws-freq-indisponivel to true
           else
               if ws-fs-arqFrequencia <> 00 then
                   move 6                                       to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                     to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqFrequencia "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   Open Input - Abre o Cadastro Mestre de Disciplinas e Carrega
      *>   a Tabela Usada na Apuração da Situação
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

      *>   Open Input - Abre as Notas por Disciplina; Sem o Arquivo as
      *>   Notas Valem Zero
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
               display "------- Conselho de Classe -------"
               display "Insira '1' Para Registrar Deliberacao do Conselho"
               display "Insira '2' Para Consultar as Deliberacoes de um Aluno"
               display "Insira '3' Para Excluir Deliberacao"
               display "Insira '4' Para Imprimir a Ata do Conselho da Turma"
               display "Insira 'S' Para Sair"
               accept ws-menu

      *>       Escolha das Opções do Menu do Programa - Registro e
      *>       Exclusão Exigem Nivel 3; Consulta e Ata Ficam Livres
               evaluate  ws-menu
       *>          Registro (ou Substituição) da Deliberação
                   when = '1'
                       move 3 to ws-nivel-exigido
                       perform verificar-acesso
                       if ws-acesso-permitido then
                           perform registrar-deliberacao
                       end-if
       *>          Deliberações Registradas Para um Aluno
                   when = '2'
                       perform consultar-deliberacoes
       *>          Exclusão de Deliberação Registrada por Engano
                   when = '3'
                       move 3 to ws-nivel-exigido
                       perform verificar-acesso
                       if ws-acesso-permitido then
                           perform excluir-deliberacao
                       end-if
       *>          Ata da Turma Para Assinatura dos Membros
                   when = '4'
                       perform imprimir-ata-turma
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
      *>      Registro da Deliberação - Somente Aluno Ativo Cuja Situação
      *>      Apurada Seja "Reprovado" ou "Em Exame"; a Reprovação por
      *>      Falta é Exigencia Legal e Nao Passa pelo Conselho
      *>------------------------------------------------------------------------
       registrar-deliberacao section.

           display erase
           display "------- Registro de Deliberacao do Conselho -------"

           set ws-deliberacao-aceita to true

           display "Codigo do Aluno: "
           accept ws-cod-aluno

           move ws-cod-aluno to fd-cod-aluno
           read arqCadAlunosIndex
           evaluate ws-fs-arqCadAlunosIndex
               when 00
                   if fd-inativo then
                       display "Aluno Inativo - Conselho Somente Para Alunos Ativos"
                       set ws-deliberacao-recusada to true
                   end-if
               when 23
                   display "Aluno Nao Cadastrado!"
                   set ws-deliberacao-recusada to true
               when other
                   move 11                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlunosIndex                  to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqCadAlunosIndex "    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-deliberacao-aceita then
               perform obter-ano-letivo
               perform apurar-situacao-atual

               move ws-media              to ws-media-ed
               move ws-freq-percentual    to ws-freq-ed
               move ws-sit-qtd-reprovadas to ws-qtd-ed
               move ws-sit-qtd-em-exame   to ws-qtd2-ed

               display "Aluno      : " fd-aluno
               display "Turma      : " fd-turma " " ws-descricao-turma
               display "Ano Letivo : " ws-ano-letivo
               display "Media Geral: " ws-media-ed "  Frequencia: " ws-freq-ed "%"
               display "Reprovadas : " ws-qtd-ed "  Em Exame: " ws-qtd2-ed
               display "Situacao   : " ws-situacao

               if ws-situacao <> "Reprovado"
               and ws-situacao <> "Em Exame" then
                   display "Somente Alunos Reprovados ou Em Exame Vao ao Conselho"
                   set ws-deliberacao-recusada to true
               end-if
           end-if

      *>   Deliberação Ja Registrada Para o Aluno no Ano - Substitui
      *>   Somente com Confirmação
           if ws-deliberacao-aceita then
               move ws-cod-aluno  to cns-cod-aluno
               move ws-ano-letivo to cns-ano-letivo
               read arqConselho
               evaluate ws-fs-arqConselho
                   when 00
                       set ws-registro-existente to true
                       perform exibir-deliberacao
                       display "Deliberacao Ja Registrada - Substituir (S/N)? "
                       accept ws-aux
                       if ws-aux <> "S" and ws-aux <> "s" then
                           set ws-deliberacao-recusada to true
                       end-if
                   when 23
                       set ws-registro-novo to true
                   when other
                       move 12                                   to ws-msn-erro-ofsset
                       move ws-fs-arqConselho                    to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqConselho "      to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           if ws-deliberacao-aceita then
               move spaces to ws-deliberacao
               perform until ws-delib-aprovado or ws-delib-retido
                   display "Deliberacao (A = Aprovado pelo Conselho, R = Mantida a Reprovacao): "
                   accept ws-deliberacao
               end-perform

               perform informar-ata
               perform informar-membros

               display "Confirma o Registro da Deliberacao (S/N)? "
               accept ws-aux
               if ws-aux <> "S" and ws-aux <> "s" then
                   display "Registro Cancelado"
                   set ws-deliberacao-recusada to true
               end-if
           end-if

           if ws-deliberacao-aceita then
               perform gravar-deliberacao
               display "Deliberacao Registrada"
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       registrar-deliberacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Ano Letivo e Descrição da Turma do Aluno Lido em fd-alunos -
      *>      Turma Fora do Cadastro Mestre Fica no Ano Corrente
      *>------------------------------------------------------------------------
       obter-ano-letivo section.

           move fd-turma to trm-cod-turma
           read arqTurmas
           evaluate ws-fs-arqTurmas
               when 00
                   move trm-descricao  to ws-descricao-turma
                   move trm-ano-letivo to ws-ano-letivo
               when 23
                   accept ws-ger-data from date yyyymmdd
                   move spaces     to ws-descricao-turma
                   move ws-ger-ano to ws-ano-letivo
               when other
                   move 13                                to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                   to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqTurmas "     to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       obter-ano-letivo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Justificativa da Deliberação - Ate Cinco Linhas do Texto da
      *>      Ata; Linha em Branco Encerra (a Primeira é Obrigatoria)
      *>------------------------------------------------------------------------
       informar-ata section.

           display "Justificativa (Texto da Ata) - Ate 5 Linhas, Linha em Branco Encerra:"

           move 1 to ws-ata-ix
           set ws-texto-continua to true
           perform until ws-ata-ix > 5
               move spaces to cns-ata (ws-ata-ix)
               if ws-texto-continua then
                   move spaces to ws-linha-texto
                   display "Linha " ws-ata-ix ": "
                   accept ws-linha-texto
                   evaluate true
                       when ws-linha-texto <> spaces
                           move ws-linha-texto to cns-ata (ws-ata-ix)
                       when ws-ata-ix = 1
                           display "A Justificativa e Obrigatoria"
                           subtract 1 from ws-ata-ix
                       when other
                           set ws-texto-encerrado to true
                   end-evaluate
               end-if
               add 1 to ws-ata-ix
           end-perform

           .
       informar-ata-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Membros Presentes - Ate Oito Nomes; Nome em Branco Encerra
      *>      Depois do Quorum Minimo do Regimento
      *>------------------------------------------------------------------------
       informar-membros section.

           display "Membros Presentes - Ate 8, Nome em Branco Encerra (Minimo " ws-min-membros "):"

           move 0 to ws-qtd-membros
           move 1 to ws-membro-ix
           set ws-texto-continua to true
           perform until ws-membro-ix > 8
               move spaces to cns-membro (ws-membro-ix)
               if ws-texto-continua then
                   move spaces to ws-nome-membro
                   display "Membro " ws-membro-ix ": "
                   accept ws-nome-membro
                   evaluate true
                       when ws-nome-membro <> spaces
                           move ws-nome-membro to cns-membro (ws-membro-ix)
                           add 1 to ws-qtd-membros
                       when ws-qtd-membros < ws-min-membros
                           display "Quorum Minimo de " ws-min-membros " Membros"
                           subtract 1 from ws-membro-ix
                       when other
                           set ws-texto-encerrado to true
                   end-evaluate
               end-if
               add 1 to ws-membro-ix
           end-perform

           .
       informar-membros-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava (ou Regrava) a Deliberação com a Situação Apurada
      *>      Antes Dela - a Ata e os Membros Ja Estão em cns-registro
      *>------------------------------------------------------------------------
       gravar-deliberacao section.

           accept ws-ger-data from date yyyymmdd
           accept ws-ger-hora from time

           move ws-cod-aluno              to cns-cod-aluno
           move ws-ano-letivo             to cns-ano-letivo
           move fd-turma                  to cns-turma
           move ws-ano-letivo             to cns-ano-turma
           move fd-aluno                  to cns-aluno
           move ws-situacao               to cns-situacao-anterior
           if ws-delib-aprovado then
               set cns-aprovado to true
           else
               set cns-retido   to true
           end-if
           move ws-media                  to cns-media
           move ws-freq-percentual        to cns-frequencia
           move ws-sit-qtd-reprovadas     to cns-qtd-reprovadas
           move ws-sit-qtd-em-exame       to cns-qtd-em-exame
           move ws-ger-data               to cns-data
           move ws-ger-hora               to cns-hora
           move ws-operador               to cns-operador

           if ws-registro-existente then
               rewrite cns-registro
           else
               write cns-registro
           end-if
           if ws-fs-arqConselho <> 00 then
               move 14                                   to ws-msn-erro-ofsset
               move ws-fs-arqConselho                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqConselho "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-deliberacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Mostra na Tela a Deliberação Lida em cns-registro
      *>------------------------------------------------------------------------
       exibir-deliberacao section.

           move cns-data to ws-dlb-data
           move ws-dlb-dia to ws-dte-dia
           move ws-dlb-mes to ws-dte-mes
           move ws-dlb-ano to ws-dte-ano

           perform montar-situacao-deliberada

           display "Ano Letivo " cns-ano-letivo " - Turma " cns-turma
           display "  Situacao Apurada : " cns-situacao-anterior
           display "  Deliberacao      : " ws-situacao-deliberada
           display "  Registrada em    : " ws-data-ed " por " cns-operador

           move 1 to ws-ata-ix
           perform until ws-ata-ix > 5
               if cns-ata (ws-ata-ix) <> spaces then
                   display "  " cns-ata (ws-ata-ix)
               end-if
               add 1 to ws-ata-ix
           end-perform

           move 1 to ws-membro-ix
           perform until ws-membro-ix > 8
               if cns-membro (ws-membro-ix) <> spaces then
                   display "  Membro: " cns-membro (ws-membro-ix)
               end-if
               add 1 to ws-membro-ix
           end-perform

           .
       exibir-deliberacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Texto da Deliberação de cns-registro - o Mesmo Que Sai no
      *>      Boletim, Comunicados, Estatisticas e Promoção
      *>------------------------------------------------------------------------
       montar-situacao-deliberada section.

           if cns-aprovado then
               move "Aprovado pelo Conselho" to ws-situacao-deliberada
           else
               move "Retido pelo Conselho"   to ws-situacao-deliberada
           end-if

           .
       montar-situacao-deliberada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Lista as Deliberações de um Aluno em Todos os Anos Letivos
      *>------------------------------------------------------------------------
       consultar-deliberacoes section.

           display erase
           display "------- Deliberacoes do Conselho Para o Aluno -------"
           display "Codigo do Aluno: "
           accept ws-cod-aluno

           move 0 to ws-ata-qtd-alunos

           move ws-cod-aluno to cns-cod-aluno
           move 0            to cns-ano-letivo
           start arqConselho key is >= cns-chave

           if ws-fs-arqConselho = 0 then
               set ws-cns-nao-fim to true
               perform until ws-cns-eh-fim

                   read arqConselho next

                   evaluate true
                       when ws-fs-arqConselho = 10
                           set ws-cns-eh-fim to true
                       when ws-fs-arqConselho <> 00
                           move 12                                   to ws-msn-erro-ofsset
                           move ws-fs-arqConselho                    to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqConselho "      to ws-msn-erro-text
                           perform finaliza-anormal
                       when cns-cod-aluno <> ws-cod-aluno
                           set ws-cns-eh-fim to true
                       when other
                           add 1 to ws-ata-qtd-alunos
                           if ws-ata-qtd-alunos = 1 then
                               display "Aluno: " cns-cod-aluno " " cns-aluno
                           end-if
                           perform exibir-deliberacao
                   end-evaluate

               end-perform
           end-if

           if ws-ata-qtd-alunos = 0 then
               display "Nenhuma Deliberacao Registrada Para o Aluno"
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       consultar-deliberacoes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Exclusão de Deliberação - a Situação Volta a Ser a Apurada
      *>      Pelas Notas e Frequencia em Todos os Relatorios
      *>------------------------------------------------------------------------
       excluir-deliberacao section.

           display erase
           display "------- Exclusao de Deliberacao do Conselho -------"
           display "Codigo do Aluno: "
           accept ws-cod-aluno
           display "Ano Letivo     : "
           accept ws-ano-letivo

           move ws-cod-aluno  to cns-cod-aluno
           move ws-ano-letivo to cns-ano-letivo
           read arqConselho
           evaluate ws-fs-arqConselho
               when 00
                   display "Aluno: " cns-cod-aluno " " cns-aluno
                   perform exibir-deliberacao
                   display "Confirma a Exclusao (S/N)? "
                   accept ws-aux
                   if ws-aux = "S" or ws-aux = "s" then
                       delete arqConselho
                       if ws-fs-arqConselho <> 00 then
                           move 15                                   to ws-msn-erro-ofsset
                           move ws-fs-arqConselho                    to ws-msn-erro-cod
                           move "Erro ao Excluir arq. arqConselho "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       display "Deliberacao Excluida"
                   else
                       display "Exclusao Cancelada"
                   end-if
               when 23
                   display "Deliberacao Nao Encontrada!"
               when other
                   move 12                                   to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                    to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       excluir-deliberacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Ata do Conselho da Turma - Todas as Deliberações da Turma no
      *>      Ano Letivo, com a Justificativa de Cada Aluno e, ao Final,
      *>      uma Linha de Assinatura por Membro Presente
      *>------------------------------------------------------------------------
       imprimir-ata-turma section.

           display erase
           display "------- Ata do Conselho de Classe -------"
           display "Turma: "
           accept ws-ata-turma

           move ws-ata-turma to trm-cod-turma
           read arqTurmas
           evaluate ws-fs-arqTurmas
               when 00
                   move trm-descricao  to ws-descricao-turma
                   move trm-ano-letivo to ws-ata-ano
               when 23
                   display "Turma Nao Cadastrada!"
                   move 0 to ws-ata-ano
               when other
                   move 13                                to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                   to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqTurmas "     to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-ata-ano <> 0 then
               display "Ano Letivo (Enter = " ws-ata-ano "): "
               accept ws-ano-letivo
               if ws-ano-letivo <> 0 then
                   move ws-ano-letivo to ws-ata-ano
               end-if

               move ws-ata-turma to cns-turma
               move ws-ata-ano   to cns-ano-turma
               start arqConselho key is = cns-chave-turma
               if ws-fs-arqConselho <> 00 then
                   display "Nenhuma Deliberacao Registrada Para a Turma no Ano " ws-ata-ano
               else
                   perform gerar-ata-turma
               end-if
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       imprimir-ata-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava a Ata - o Start na Chave Turma + Ano Ja Foi Feito
      *>------------------------------------------------------------------------
       gerar-ata-turma section.

           accept ws-ger-data from date yyyymmdd
           accept ws-ger-hora from time

           move spaces to ws-nome-arqAtaConselho
           string "arqAtaConselho_" delimited by size
                  ws-ger-data       delimited by size
                  "_"               delimited by size
                  ws-ger-hora       delimited by size
                  ".txt"            delimited by size
                  into ws-nome-arqAtaConselho
           end-string

           open output arqAtaConselho
           if ws-fs-arqAtaConselho  <> 00 then
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-arqAtaConselho                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqAtaConselho "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-ata-qtd-alunos
           move 0 to ws-ata-qtd-aprovados
           move 0 to ws-ata-qtd-retidos
           move 0 to ws-ass-qtd

      *>   Cabeçalho da Ata
           move spaces to ata-linha
           string "==============================================================================" delimited by size
                  into ata-linha
           end-string
           perform gravar-linha-ata

           move spaces to ata-linha
           string "                 ATA DO CONSELHO DE CLASSE - ANO LETIVO " delimited by size
                  ws-ata-ano                                                 delimited by size
                  into ata-linha
           end-string
           perform gravar-linha-ata

           move spaces to ata-linha
           string "Turma: "           delimited by size
                  ws-ata-turma        delimited by size
                  " "                 delimited by size
                  ws-descricao-turma  delimited by size
                  into ata-linha
           end-string
           perform gravar-linha-ata

           move spaces to ata-linha
           string "==============================================================================" delimited by size
                  into ata-linha
           end-string
           perform gravar-linha-ata

      *>   Um Bloco por Aluno Deliberado
           set ws-cns-nao-fim to true
           perform until ws-cns-eh-fim

               read arqConselho next

               evaluate true
                   when ws-fs-arqConselho = 10
                       set ws-cns-eh-fim to true
                   when ws-fs-arqConselho <> 00
                       move 12                                   to ws-msn-erro-ofsset
                       move ws-fs-arqConselho                    to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqConselho "      to ws-msn-erro-text
                       perform finaliza-anormal
                   when cns-turma     <> ws-ata-turma
                   or   cns-ano-turma <> ws-ata-ano
                       set ws-cns-eh-fim to true
                   when other
                       perform imprimir-aluno-ata
               end-evaluate

           end-perform

      *>   Totais e Assinaturas
           move ws-ata-qtd-alunos    to ws-total-ed
           move ws-ata-qtd-aprovados to ws-total2-ed
           move ws-ata-qtd-retidos   to ws-total3-ed

           move spaces to ata-linha
           string "Alunos Deliberados: "       delimited by size
                  ws-total-ed                  delimited by size
                  "   Aprovados pelo Conselho: " delimited by size
                  ws-total2-ed                 delimited by size
                  "   Retidos: "               delimited by size
                  ws-total3-ed                 delimited by size
                  into ata-linha
           end-string
           perform gravar-linha-ata

           move spaces to ata-linha
           perform gravar-linha-ata

           move spaces to ata-linha
           string "Assinaturas dos Membros Presentes:" delimited by size
                  into ata-linha
           end-string
           perform gravar-linha-ata

           move 1 to ws-ass-ix
           perform until ws-ass-ix > ws-ass-qtd
               move spaces to ata-linha
               perform gravar-linha-ata

               move spaces to ata-linha
               string "     ____________________________________  " delimited by size
                      ws-ass-membro (ws-ass-ix)                      delimited by size
                      into ata-linha
               end-string
               perform gravar-linha-ata

               add 1 to ws-ass-ix
           end-perform

           close arqAtaConselho
           if ws-fs-arqAtaConselho <> 0 then
               move 18                                      to ws-msn-erro-ofsset
               move ws-fs-arqAtaConselho                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAtaConselho "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform gravar-catalogo

           display "Ata Gerada em " ws-nome-arqAtaConselho
           display "Alunos Deliberados: " ws-total-ed

           .
       gerar-ata-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Bloco do Aluno na Ata e Coleta dos Membros Para as Assinaturas
      *>------------------------------------------------------------------------
       imprimir-aluno-ata section.

           add 1 to ws-ata-qtd-alunos
           if cns-aprovado then
               add 1 to ws-ata-qtd-aprovados
           else
               add 1 to ws-ata-qtd-retidos
           end-if

           perform montar-situacao-deliberada

           move cns-media      to ws-media-ed
           move cns-frequencia to ws-freq-ed
           move cns-data       to ws-dlb-data
           move ws-dlb-dia     to ws-dte-dia
           move ws-dlb-mes     to ws-dte-mes
           move ws-dlb-ano     to ws-dte-ano

           move spaces to ata-linha
           string "Aluno: "        delimited by size
                  cns-cod-aluno    delimited by size
                  " "              delimited by size
                  cns-aluno        delimited by size
                  "  Media: "      delimited by size
                  ws-media-ed      delimited by size
                  "  Freq.: "      delimited by size
                  ws-freq-ed       delimited by size
                  "%"              delimited by size
                  into ata-linha
           end-string
           perform gravar-linha-ata

           move spaces to ata-linha
           string "Situacao Apurada: "     delimited by size
                  cns-situacao-anterior    delimited by size
                  "  Deliberacao: "        delimited by size
                  ws-situacao-deliberada   delimited by size
                  into ata-linha
           end-string
           perform gravar-linha-ata

           move spaces to ata-linha
           string "Registrada em "   delimited by size
                  ws-data-ed         delimited by size
                  " por "            delimited by size
                  cns-operador       delimited by size
                  into ata-linha
           end-string
           perform gravar-linha-ata

           move spaces to ata-linha
           string "Justificativa:" delimited by size
                  into ata-linha
           end-string
           perform gravar-linha-ata

           move 1 to ws-ata-ix
           perform until ws-ata-ix > 5
               if cns-ata (ws-ata-ix) <> spaces then
                   move spaces to ata-linha
                   string "    "             delimited by size
                          cns-ata (ws-ata-ix) delimited by size
                          into ata-linha
                   end-string
                   perform gravar-linha-ata
               end-if
               add 1 to ws-ata-ix
           end-perform

           move spaces to ata-linha
           string "Membros Presentes:" delimited by size
                  into ata-linha
           end-string
           perform gravar-linha-ata

           move 1 to ws-membro-ix
           perform until ws-membro-ix > 8
               if cns-membro (ws-membro-ix) <> spaces then
                   move spaces to ata-linha
                   string "    "                      delimited by size
                          cns-membro (ws-membro-ix)   delimited by size
                          into ata-linha
                   end-string
                   perform gravar-linha-ata
                   perform incluir-assinatura
               end-if
               add 1 to ws-membro-ix
           end-perform

           move spaces to ata-linha
           string "------------------------------------------------------------------------------" delimited by size
                  into ata-linha
           end-string
           perform gravar-linha-ata

           .
       imprimir-aluno-ata-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Inclui o Membro cns-membro (ws-membro-ix) na Lista de
      *>      Assinaturas, Uma Vez Só Mesmo Presente em Varias Deliberações
      *>------------------------------------------------------------------------
       incluir-assinatura section.

           set ws-assinatura-nova to true
           move 1 to ws-ass-ix
           perform until ws-ass-ix > ws-ass-qtd or ws-assinatura-listada
               if ws-ass-membro (ws-ass-ix) = cns-membro (ws-membro-ix) then
                   set ws-assinatura-listada to true
               end-if
               add 1 to ws-ass-ix
           end-perform

           if ws-assinatura-nova
           and ws-ass-qtd < 40 then
               add 1 to ws-ass-qtd
               move cns-membro (ws-membro-ix) to ws-ass-membro (ws-ass-qtd)
           end-if

           .
       incluir-assinatura-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava a Linha Montada em ata-linha na Ata
      *>------------------------------------------------------------------------
       gravar-linha-ata section.

           write ata-linha
           if ws-fs-arqAtaConselho <> 00 then
               move 17                                      to ws-msn-erro-ofsset
               move ws-fs-arqAtaConselho                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqAtaConselho "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-ata-exit.
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
                       display "Mais de 50 Disciplinas Cadastradas - Conselho Cancelado"
                       stop run
                   end-if
                   add 1 to ws-tab-qtd
                   move dis-cod-disciplina to ws-tab-cod-disciplina (ws-tab-qtd)
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
      *>      Situação Apurada do Aluno Lido em fd-alunos - as Mesmas
      *>      Regras do Boletim: a Frequencia Manda (Abaixo de 75% Reprova
      *>      por Falta); Mais Reprovações Que o Limite Retém; Disciplina
      *>      Ainda em Exame Deixa o Aluno "Em Exame"
      *>------------------------------------------------------------------------
       apurar-situacao-atual section.

           perform calcular-frequencia

           move 0 to ws-sit-qtd-disciplinas
           move 0 to ws-sit-qtd-reprovadas
           move 0 to ws-sit-qtd-em-exame
           move 0 to ws-sit-soma-medias

           move 1 to ws-tab-ix
           perform until ws-tab-ix > ws-tab-qtd
               perform conferir-oferta-disciplina
               if ws-disciplina-oferecida then
                   perform ler-notas-disciplina
                   perform apurar-situacao-disciplina
               end-if
               add 1 to ws-tab-ix
           end-perform

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

           .
       apurar-situacao-atual-exit.
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
                           move 19                                      to ws-msn-erro-ofsset
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
      *>      Apura a Media da Disciplina Corrente e Acumula Para a
      *>      Situação do Aluno
      *>------------------------------------------------------------------------
       apurar-situacao-disciplina section.

           compute ws-dis-media = (ws-nd-nota (1) + ws-nd-nota (2)
                                 + ws-nd-nota (3) + ws-nd-nota (4)) / 4

           evaluate true
               when ws-freq-percentual < 75
                   add 1 to ws-sit-qtd-reprovadas
               when ws-dis-media >= 7,00
                   continue
               when ws-dis-media >= 5,00
                   if ws-nd-existe (5) then
                       compute ws-exa-media-final =
                           (ws-dis-media + ws-nd-nota (5)) / 2
                       if ws-exa-media-final < 5,00 then
                           add 1 to ws-sit-qtd-reprovadas
                       end-if
                   else
                       add 1 to ws-sit-qtd-em-exame
                   end-if
               when other
                   add 1 to ws-sit-qtd-reprovadas
           end-evaluate

           add 1            to ws-sit-qtd-disciplinas
           add ws-dis-media to ws-sit-soma-medias

           .
       apurar-situacao-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Soma as Aulas Dadas e as Faltas dos Doze Meses do Aluno
      *>      Corrente e Calcula o Percentual de Frequencia - Sem Registro
      *>      Fica em 100%
      *>------------------------------------------------------------------------
       calcular-frequencia section.

           move 0 to ws-freq-total-aulas
           move 0 to ws-freq-total-faltas

           if ws-freq-disponivel then
               move 1 to ws-freq-mes
               perform until ws-freq-mes > 12
                   move fd-cod-aluno to frq-cod-aluno
                   move ws-freq-mes  to frq-mes
                   read arqFrequencia
                   evaluate ws-fs-arqFrequencia
                       when 00
                           add frq-aulas  to ws-freq-total-aulas
                           add frq-faltas to ws-freq-total-faltas
                       when 23
                           continue
                       when other
                           move 20                                      to ws-msn-erro-ofsset
                           move ws-fs-arqFrequencia                     to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqFrequencia "       to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
                   add 1 to ws-freq-mes
               end-perform
           end-if

           if ws-freq-total-aulas = 0 then
               move 100 to ws-freq-percentual
           else
               compute ws-freq-percentual rounded =
                   ((ws-freq-total-aulas - ws-freq-total-faltas) * 100)
                   / ws-freq-total-aulas
           end-if

           .
       calcular-frequencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Registra a Ata Gerada no Catalogo de Relatorios
      *>------------------------------------------------------------------------
       gravar-catalogo section.

           open extend arqCatalogoRel
           if ws-fs-arqCatalogoRel  <> 00
           and ws-fs-arqCatalogoRel <> 05 then
               move 21                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqCatalogoRel "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "ATACONSELHO"            to cat-relatorio
           move ws-ger-data              to cat-data
           move ws-ger-hora              to cat-hora
           move ws-operador              to cat-operador
           move ws-ata-qtd-alunos        to cat-registros
           move ws-nome-arqAtaConselho   to cat-arquivo

           write cat-registro
           if ws-fs-arqCatalogoRel <> 00 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqCatalogoRel "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCatalogoRel
           if ws-fs-arqCatalogoRel <> 0 then
               move 23                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCatalogoRel "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-catalogo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Identificação do Operador - Login e Senha Conferidos no
      *>       Cadastro de Usuarios, com Tres Tentativas Antes de Encerrar;
      *>       o Nivel do Operador Libera as Opções do Menu
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
           close arqConselho
           if ws-fs-arqConselho <> 0 then
               move 24                                      to ws-msn-erro-ofsset
               move ws-fs-arqConselho                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqConselho "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCadAlunosIndex
           if ws-fs-arqCadAlunosIndex <> 0 then
               move 25                                         to ws-msn-erro-ofsset
               move ws-fs-arqCadAlunosIndex                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCadAlunosIndex "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTurmas
           if ws-fs-arqTurmas <> 0 then
               move 26                                      to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-freq-disponivel then
               close arqFrequencia
               if ws-fs-arqFrequencia <> 0 then
                   move 27                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqFrequencia "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-not-disponivel then
               close arqNotas
               if ws-fs-arqNotas <> 0 then
                   move 28                                      to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                          to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqNotas "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqUsuarios
           if ws-fs-arqUsuarios <> 0 then
               move 29                                      to ws-msn-erro-ofsset
               move ws-fs-arqUsuarios                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqUsuarios "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           stop run

           .
       finaliza-exit.
           exit.
