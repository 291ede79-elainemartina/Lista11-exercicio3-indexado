      $set sourceformat"free"
      *>Divisão de Identificação do Programa
       identification division.
       program-id. "lista11ex3histescolar".
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
      *>-----Historico Escolar: Reune Todos os Anos Letivos do Aluno em um
      *>-----Unico Documento - os Anos Encerrados Vem dos Historicos
      *>-----Gravados na Virada (lista11ex3promocao) e o Ano em Curso do
      *>-----Cadastro; Ex-Alunos Sao Localizados em arqAlunosHistorico
       input-output section.
       file-control.

           select arqCadAlunosIndex assign to "arqCadAlunosIndex.dat"   *> Cadastro Indexado - Alunos do Ano em Curso
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod-aluno
           file status is ws-fs-arqCadAlunosIndex.

           select arqAlunosHistorico assign to "arqAlunosHistorico.dat" *> Historico de Ex-Alunos Arquivados
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is hst-cod-aluno
           alternate record key is hst-aluno with duplicates
           file status is ws-fs-arqAlunosHistorico.

           select arqTurmas assign to "arqTurmas.dat"                   *> Cadastro Mestre de Turmas - Ano Letivo da Turma em Curso
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is trm-cod-turma
           file status is ws-fs-arqTurmas.

           select arqFrequencia assign to "arqFrequencia.dat"           *> Frequencia Mensal do Ano em Curso
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is frq-chave
           file status is ws-fs-arqFrequencia.

           select arqDisciplinas assign to "arqDisciplinas.dat"         *> Cadastro Mestre de Disciplinas - Nomes e Oferta por Turma
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is dis-cod-disciplina
           file status is ws-fs-arqDisciplinas.

           select arqNotas assign to "arqNotas.dat"                     *> Notas por Aluno, Disciplina e Bimestre do Ano em Curso
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is not-chave
           file status is ws-fs-arqNotas.

      *>   Historicos dos Anos Encerrados - um Arquivo por Ano Letivo, com
      *>   o Ano no Nome (Ex: arqNotasHist2025.txt); Anos Sem Arquivo Sao
      *>   Simplesmente Pulados
           select arqNotasHist assign to ws-nome-notas-hist
           organization is line sequential
           file status is ws-fs-arqNotasHist.

           select arqNotasDiscHist assign to ws-nome-notas-disc-hist
           organization is line sequential
           file status is ws-fs-arqNotasDiscHist.

           select arqFrequenciaHist assign to ws-nome-freq-hist
           organization is line sequential
           file status is ws-fs-arqFrequenciaHist.

           select arqConselho assign to "arqConselho.dat"               *> Deliberações do Conselho de Classe - Situação Deliberada
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is cns-chave
           alternate record key is cns-chave-turma with duplicates
           file status is ws-fs-arqConselho.

           select arqHistEscolar assign to ws-nome-arqHistEscolar       *> Historico Escolar - Uma Geração Datada por Execução
           organization is line sequential
           file status is ws-fs-arqHistEscolar.

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

       fd arqAlunosHistorico.  *> Historico - Mesmo Layout do Cadastro
       01  hst-alunos.
           05  hst-cod-aluno                       pic 9(05).
           05  hst-aluno                           pic x(25).
           05  hst-endereco                        pic x(35).
           05  hst-mae                             pic x(25).
           05  hst-pai                             pic x(25).
           05  hst-telefone                        pic x(15).
           05  hst-email                           pic x(40).
           05  hst-turma                           pic x(10).
           05  hst-status                          pic x(01).
           05  hst-notas.
               10  hst-nota1                       pic 9(02)v99.
               10  hst-nota2                       pic 9(02)v99.
               10  hst-nota3                       pic 9(02)v99.
               10  hst-nota4                       pic 9(02)v99.

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

       fd arqNotasHist.  *> Historico do Ano - Codigo;Aluno;Turma;Notas;Media;Situacao
       01  nht-linha                               pic x(120).

       fd arqNotasDiscHist.  *> Historico do Ano - Codigo;Disciplina;Notas;Exame;Media;Situacao
       01  ndh-linha                               pic x(80).

       fd arqFrequenciaHist.  *> Historico do Ano - Codigo;Mes;Aulas;Faltas
       01  fht-linha                               pic x(40).

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

       fd arqHistEscolar.
       01  hes-linha                               pic x(90).

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
       77  ws-fs-arqAlunosHistorico                pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqDisciplinas                    pic  9(02).
       77  ws-fs-arqNotas                          pic  9(02).
       77  ws-fs-arqNotasHist                      pic  9(02).
       77  ws-fs-arqNotasDiscHist                  pic  9(02).
       77  ws-fs-arqFrequenciaHist                 pic  9(02).
       77  ws-fs-arqHistEscolar                    pic  9(02).
       77  ws-fs-arqConselho                       pic  9(02).

       77  ws-menu                                 pic x(01).

      *>----Parametros da Geração - um Aluno ou Todos os Alunos Ativos de
      *>----Uma Turma (Formandos), a Partir do Primeiro Ano Pesquisado
       77  ws-cod-aluno                            pic 9(05).
       77  ws-filtro-turma                         pic x(10).
       77  ws-ano-inicial                          pic 9(04).
       77  ws-ano-final                            pic 9(04).
       77  ws-ano                                  pic 9(04).

      *>----Aluno do Historico em Emissão - Vem do Cadastro (Ano em Curso
      *>----Incluido) ou do Arquivo de Ex-Alunos (Somente Anos Encerrados)
       01  ws-hes-aluno.
           05  ws-hes-cod-aluno                    pic 9(05).
           05  ws-hes-nome                         pic x(25).
           05  ws-hes-mae                          pic x(25).
           05  ws-hes-pai                          pic x(25).
           05  ws-hes-turma-atual                  pic x(10).

       77  ws-hes-origem-status                    pic x(01).
          88  ws-hes-do-cadastro                    value "C".
          88  ws-hes-arquivado                      value "A".

       77  ws-hes-anos                             pic 9(02) comp.
       77  ws-hes-anos-ed                          pic z9.

      *>----Nomes dos Arquivos de Historico do Ano (Montados com o Ano)
       77  ws-nome-notas-hist                      pic x(30).
       77  ws-nome-notas-disc-hist                 pic x(30).
       77  ws-nome-freq-hist                       pic x(30).

      *>----Campos de Uma Linha do Historico de Notas do Ano
       01  ws-nht-campos.
           05  ws-nht-cod-aluno                    pic 9(05).
           05  ws-nht-aluno                        pic x(25).
           05  ws-nht-turma                        pic x(10).
           05  ws-nht-nota1                        pic x(05).
           05  ws-nht-nota2                        pic x(05).
           05  ws-nht-nota3                        pic x(05).
           05  ws-nht-nota4                        pic x(05).
           05  ws-nht-media                        pic x(05).
           05  ws-nht-situacao                     pic x(25).

      *>----Campos de Uma Linha do Historico de Notas por Disciplina
       01  ws-ndh-campos.
           05  ws-ndh-cod-aluno                    pic 9(05).
           05  ws-ndh-disciplina                   pic x(06).
           05  ws-ndh-nota1                        pic x(05).
           05  ws-ndh-nota2                        pic x(05).
           05  ws-ndh-nota3                        pic x(05).
           05  ws-ndh-nota4                        pic x(05).
           05  ws-ndh-exame                        pic x(05).
           05  ws-ndh-media                        pic x(05).
           05  ws-ndh-situacao                     pic x(19).

      *>----Campos de Uma Linha do Historico de Frequencia do Ano
       01  ws-fht-campos.
           05  ws-fht-cod-aluno                    pic 9(05).
           05  ws-fht-mes                          pic 9(02).
           05  ws-fht-aulas                        pic 9(02).
           05  ws-fht-faltas                       pic 9(02).

       77  ws-hist-status                          pic x(01).
          88  ws-hist-achou                         value "S".
          88  ws-hist-nao-achou                     value "N".

       77  ws-hist-qtd-disciplinas                 pic 9(02) comp.

       77  ws-hist-fim                             pic x(01).
          88  ws-hist-nao-fim                       value "N".
          88  ws-hist-eh-fim                        value "S".

      *>----Disciplinas Carregadas do Cadastro Mestre no Inicio - Dão o
      *>----Nome das Disciplinas dos Anos Encerrados e a Oferta do Ano
      *>----em Curso
       01  ws-tab-disciplinas.
           05  ws-tab-qtd                          pic 9(02) comp.
           05  ws-tab-disciplina occurs 50 times.
               10  ws-tab-cod-disciplina           pic x(06).
               10  ws-tab-nome                     pic x(30).
               10  ws-tab-turma                    pic x(10) occurs 10 times.

       77  ws-tab-ix                               pic 9(02) comp.
       77  ws-dis-ix                               pic 9(02) comp.

       77  ws-nome-disciplina                      pic x(30).

       77  ws-disciplina-oferta-status             pic x(01).
          88  ws-disciplina-oferecida               value "S".
          88  ws-disciplina-nao-oferecida           value "N".

      *>----Notas do Aluno na Disciplina Corrente (Ano em Curso) - Quatro
      *>----Bimestres e o Exame Final; a Marca de Gravada Distingue Exame
      *>----Ainda Nao Realizado de Exame com Nota Zero
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

       77  ws-hst-arquivo-status                   pic x(01).
          88  ws-hst-disponivel                     value "S".
          88  ws-hst-indisponivel                   value "N".

      *>----Situação do Ano em Curso - Mesmas Regras do Boletim
      *>----(lista11ex3boletim): Media 7,00 Aprova, 5,00 a 6,99 Vai a
      *>----Exame, Abaixo de 75% de Frequencia Reprova por Falta e Acima
      *>----do Limite de Disciplinas Reprovadas o Aluno Fica Retido
       77  ws-limite-reprovacoes                   pic 9(02) value 2.

       77  ws-media                                pic 9(02)v99.
       77  ws-situacao                             pic x(22).

      *>----Deliberação do Conselho de Classe do Ano em Curso - Sem o
      *>----Arquivo (Nenhum Conselho Realizado) Vale a Situação Apurada
       77  ws-cns-arquivo-status                   pic x(01).
          88  ws-cns-disponivel                     value "S".
          88  ws-cns-indisponivel                   value "N".
       77  ws-dis-media                            pic 9(02)v99.
       77  ws-dis-situacao                         pic x(19).
       77  ws-exa-media-final                      pic 9(02)v99.

       77  ws-sit-qtd-disciplinas                  pic 9(02) comp.
       77  ws-sit-qtd-reprovadas                   pic 9(02) comp.
       77  ws-sit-qtd-em-exame                     pic 9(02) comp.
       77  ws-sit-soma-medias                      pic 9(04)v99.

      *>----Variaveis de Apoio ao Calculo de Frequencia (Ano em Curso e
      *>----Anos Encerrados) - Sem Registro a Frequencia Fica em 100%
       77  ws-freq-mes                             pic 9(02).
       77  ws-freq-total-aulas                     pic 9(03).
       77  ws-freq-total-faltas                    pic 9(03).
       77  ws-freq-percentual                      pic 9(03)v99.

       77  ws-freq-aulas-ed                        pic zz9.
       77  ws-freq-faltas-ed                       pic zz9.
       77  ws-freq-percentual-ed                   pic zz9,99.

       77  ws-nota1-ed                             pic z9,99.
       77  ws-nota2-ed                             pic z9,99.
       77  ws-nota3-ed                             pic z9,99.
       77  ws-nota4-ed                             pic z9,99.
       77  ws-exame-ed                             pic x(05).
       77  ws-exa-nota-ed                          pic z9,99.
       77  ws-dis-media-ed                         pic z9,99.
       77  ws-media-ed                             pic z9,99.

       77  ws-ano-turma                            pic 9(04).

       77  ws-fim-arquivo                          pic x(01).
          88  ws-nao-fim-arquivo                    value "N".
          88  ws-eh-fim-arquivo                     value "S".

      *>----Variaveis de Apoio a Geração Datada e ao Catalogo - Cada
      *>----Execução Grava um Arquivo Proprio e se Registra no Catalogo
       77  ws-fs-arqUsuarios                       pic  9(02).
       77  ws-fs-arqCatalogoRel                    pic  9(02).

       77  ws-nome-arqHistEscolar                  pic x(40).

       01  ws-data-geracao.
           05  ws-ger-data                         pic 9(08).
           05  ws-ger-data-r redefines ws-ger-data.
               10  ws-ger-ano                      pic 9(04).
               10  ws-ger-mes-dia                  pic 9(04).
           05  ws-ger-hora                         pic 9(06).
           05  filler                              pic x(10).

       77  ws-total-historicos                     pic 9(05) comp.
       77  ws-total-historicos-ed                  pic z(04)9.

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

           accept ws-ger-data from date yyyymmdd
           accept ws-ger-hora from time

      *>   Um Aluno (Transferencia ou Pedido da Familia) ou a Turma Toda
      *>   (Formandos)
           display "------- Historico Escolar -------"
           display "Insira '1' Para Historico de um Aluno"
           display "Insira '2' Para Historico dos Alunos de uma Turma"
           accept ws-menu
           perform until ws-menu = "1" or ws-menu = "2"
               display "Opcao Invalida!"
               display "Insira '1' Para Historico de um Aluno"
               display "Insira '2' Para Historico dos Alunos de uma Turma"
               accept ws-menu
           end-perform

           if ws-menu = "1" then
               display "Codigo do Aluno: "
               accept ws-cod-aluno
           else
               display "Turma: "
               accept ws-filtro-turma
           end-if

      *>   Anos Encerrados Pesquisados - do Primeiro Ano Informado Ate o
      *>   Ano Corrente; Sem Informar, Pesquisa os Ultimos 15 Anos
           move ws-ger-ano to ws-ano-final
           display "Primeiro Ano Letivo a Pesquisar (0 = Ultimos 15 Anos): "
           accept ws-ano-inicial
           if ws-ano-inicial = 0 or ws-ano-inicial > ws-ano-final then
               compute ws-ano-inicial = ws-ano-final - 15
           end-if

      *>   Monta o Nome Datado da Geração - Cada Execução Gera um
      *>   Arquivo Proprio ao Inves de Sobrescrever o Anterior
           move spaces to ws-nome-arqHistEscolar
           string "arqHistEscolar_" delimited by size
                  ws-ger-data       delimited by size
                  "_"               delimited by size
                  ws-ger-hora       delimited by size
                  ".txt"            delimited by size
                  into ws-nome-arqHistEscolar
           end-string

      *>   Open Input - Abre o Cadastro Somente Para Leitura
           open input arqCadAlunosIndex
           if ws-fs-arqCadAlunosIndex  <> 00 then
               move 3                                          to ws-msn-erro-ofsset
               move ws-fs-arqCadAlunosIndex                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqCadAlunosIndex "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Abre o Historico de Ex-Alunos; Sem o Arquivo
      *>   (Nenhum Aluno Arquivado Ainda) Vale Somente o Cadastro
           set ws-hst-disponivel to true
           open input arqAlunosHistorico
           if ws-fs-arqAlunosHistorico = 35 then
               set ws-hst-indisponivel to true
           else
               if ws-fs-arqAlunosHistorico <> 00 then
                   move 4                                          to ws-msn-erro-ofsset
                   move ws-fs-arqAlunosHistorico                   to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqAlunosHistorico "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   Open Input - Abre o Cadastro Mestre de Turmas
           open input arqTurmas
           if ws-fs-arqTurmas  <> 00 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqTurmas "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Abre a Frequencia Mensal do Ano em Curso
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
      *>   a Tabela Usada em Todos os Historicos
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

      *>   Open Input - Abre as Notas por Disciplina do Ano em Curso
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

      *>   Open Input - Abre as Deliberações do Conselho de Classe
           set ws-cns-disponivel to true
           open input arqConselho
           if ws-fs-arqConselho = 35 then
               set ws-cns-indisponivel to true
           else
               if ws-fs-arqConselho <> 00 then
                   move 37                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                       to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqConselho "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   Open Output - Abre o Historico Escolar Para Escrita
           open output arqHistEscolar
           if ws-fs-arqHistEscolar  <> 00 then
               move 11                                      to ws-msn-erro-ofsset
               move ws-fs-arqHistEscolar                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqHistEscolar "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-total-historicos

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                         Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           if ws-menu = "1" then
               perform localizar-aluno-historico
           else
               perform emitir-historicos-turma
           end-if

           move ws-total-historicos to ws-total-historicos-ed
           display "Historicos Emitidos: " ws-total-historicos-ed

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Localiza o Aluno Informado no Cadastro e, Quando Nao Esta
      *>      Mais Nele, no Historico de Ex-Alunos Arquivados
      *>------------------------------------------------------------------------
       localizar-aluno-historico section.

           move ws-cod-aluno to fd-cod-aluno
           read arqCadAlunosIndex
           evaluate ws-fs-arqCadAlunosIndex
               when 00
                   perform carregar-aluno-cadastro
                   perform emitir-historico
               when 23
                   if ws-hst-disponivel then
                       move ws-cod-aluno to hst-cod-aluno
                       read arqAlunosHistorico
                       evaluate ws-fs-arqAlunosHistorico
                           when 00
                               set ws-hes-arquivado to true
                               move hst-cod-aluno to ws-hes-cod-aluno
                               move hst-aluno     to ws-hes-nome
                               move hst-mae       to ws-hes-mae
                               move hst-pai       to ws-hes-pai
                               move hst-turma     to ws-hes-turma-atual
                               perform emitir-historico
                           when 23
                               display "Aluno Nao Encontrado no Cadastro Nem no Historico!"
                           when other
                               move 12                                         to ws-msn-erro-ofsset
                               move ws-fs-arqAlunosHistorico                   to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqAlunosHistorico "     to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate
                   else
                       display "Aluno Nao Encontrado no Cadastro!"
                   end-if
               when other
                   move 13                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlunosIndex                  to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqCadAlunosIndex "    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       localizar-aluno-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Emite o Historico de Cada Aluno Ativo da Turma Informada
      *>------------------------------------------------------------------------
       emitir-historicos-turma section.

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
                       move 13                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCadAlunosIndex                  to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqCadAlunosIndex "    to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if fd-ativo and fd-turma = ws-filtro-turma then
                           perform carregar-aluno-cadastro
                           perform emitir-historico
                       end-if
                   end-if
               end-if

           end-perform

           if ws-total-historicos = 0 then
               display "Nenhum Aluno Ativo Encontrado na Turma " ws-filtro-turma
           end-if

           .
       emitir-historicos-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Copia o Aluno Lido do Cadastro Para o Historico em Emissão
      *>------------------------------------------------------------------------
       carregar-aluno-cadastro section.

           set ws-hes-do-cadastro to true
           move fd-cod-aluno to ws-hes-cod-aluno
           move fd-aluno     to ws-hes-nome
           move fd-mae       to ws-hes-mae
           move fd-pai       to ws-hes-pai
           move fd-turma     to ws-hes-turma-atual

           .
       carregar-aluno-cadastro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Emite o Historico do Aluno em ws-hes-aluno: Cabeçalho, um
      *>      Bloco por Ano Encerrado Encontrado nos Historicos e, Para
      *>      Aluno do Cadastro, o Bloco do Ano em Curso
      *>------------------------------------------------------------------------
       emitir-historico section.

           move 0 to ws-hes-anos

           move spaces to hes-linha
           string "=========================================================================" delimited by size
                  into hes-linha
           end-string
           perform gravar-linha-historico

           move spaces to hes-linha
           string "HISTORICO ESCOLAR          Emitido em " delimited by size
                  ws-ger-data                             delimited by size
                  " por "                                 delimited by size
                  ws-operador                             delimited by size
                  into hes-linha
           end-string
           perform gravar-linha-historico

           move spaces to hes-linha
           string "Codigo do Aluno: " delimited by size
                  ws-hes-cod-aluno    delimited by size
                  "   Aluno: "        delimited by size
                  ws-hes-nome         delimited by size
                  into hes-linha
           end-string
           perform gravar-linha-historico

           move spaces to hes-linha
           string "Mae: "      delimited by size
                  ws-hes-mae   delimited by size
                  "   Pai: "   delimited by size
                  ws-hes-pai   delimited by size
                  into hes-linha
           end-string
           perform gravar-linha-historico

           if ws-hes-arquivado then
               move spaces to hes-linha
               string "Ex-Aluno Arquivado - Ultima Turma: " delimited by size
                      ws-hes-turma-atual                    delimited by size
                      into hes-linha
               end-string
               perform gravar-linha-historico
           end-if

      *>   Anos Encerrados, do Mais Antigo Para o Mais Recente
           move ws-ano-inicial to ws-ano
           perform until ws-ano > ws-ano-final
               perform imprimir-ano-encerrado
               add 1 to ws-ano
           end-perform

      *>   Ano em Curso - Somente Para Alunos Ainda no Cadastro
           if ws-hes-do-cadastro then
               perform imprimir-ano-em-curso
           end-if

           move ws-hes-anos to ws-hes-anos-ed
           move spaces to hes-linha
           perform gravar-linha-historico

           move spaces to hes-linha
           if ws-hes-anos = 0 then
               string "Nenhum Ano Letivo Registrado Para o Aluno" delimited by size
                      into hes-linha
               end-string
           else
               string "Anos Letivos no Historico: " delimited by size
                      ws-hes-anos-ed                delimited by size
                      into hes-linha
               end-string
           end-if
           perform gravar-linha-historico

           move spaces to hes-linha
           perform gravar-linha-historico

           add 1 to ws-total-historicos

           .
       emitir-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Procura o Aluno no Historico de Notas do Ano ws-ano e, Quando
      *>      Encontrado, Imprime o Bloco do Ano: Turma, Notas de Cada
      *>      Disciplina, Frequencia, Media e Situação Final
      *>------------------------------------------------------------------------
       imprimir-ano-encerrado section.

           perform montar-nomes-historico-ano

           set ws-hist-nao-achou to true

           open input arqNotasHist
           evaluate ws-fs-arqNotasHist
               when 00
                   set ws-hist-nao-fim to true
                   perform until ws-hist-eh-fim or ws-hist-achou
                       read arqNotasHist next
                       if ws-fs-arqNotasHist = 10 then
                           set ws-hist-eh-fim to true
                       else
                           if ws-fs-arqNotasHist <> 00 then
                               move 14                                  to ws-msn-erro-ofsset
                               move ws-fs-arqNotasHist                  to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqNotasHist "    to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           move 0      to ws-nht-cod-aluno
                           move spaces to ws-nht-aluno ws-nht-turma
                                          ws-nht-nota1 ws-nht-nota2
                                          ws-nht-nota3 ws-nht-nota4
                                          ws-nht-media ws-nht-situacao
                           unstring nht-linha delimited by ";"
                               into ws-nht-cod-aluno
                                    ws-nht-aluno
                                    ws-nht-turma
                                    ws-nht-nota1
                                    ws-nht-nota2
                                    ws-nht-nota3
                                    ws-nht-nota4
                                    ws-nht-media
                                    ws-nht-situacao
                           end-unstring
                           if ws-nht-cod-aluno = ws-hes-cod-aluno then
                               set ws-hist-achou to true
                           end-if
                       end-if
                   end-perform

                   close arqNotasHist
                   if ws-fs-arqNotasHist <> 0 then
                       move 15                                  to ws-msn-erro-ofsset
                       move ws-fs-arqNotasHist                  to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqNotasHist " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
      *>       Ano Sem Historico Gravado - Nada a Imprimir
               when 35
                   continue
               when other
                   move 16                                  to ws-msn-erro-ofsset
                   move ws-fs-arqNotasHist                  to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqNotasHist "  to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-hist-achou then
               add 1 to ws-hes-anos

               move spaces to hes-linha
               perform gravar-linha-historico

               move spaces to hes-linha
               string "Ano Letivo: "  delimited by size
                      ws-ano          delimited by size
                      "   Turma: "    delimited by size
                      ws-nht-turma    delimited by size
                      into hes-linha
               end-string
               perform gravar-linha-historico

               perform imprimir-disciplinas-ano

      *>       Anos Anteriores as Disciplinas Guardam Somente as Medias
      *>       Bimestrais Gerais
               if ws-hist-qtd-disciplinas = 0 then
                   move spaces to hes-linha
                   string "  Notas Bimestrais: "  delimited by size
                          ws-nht-nota1            delimited by size
                          " "                     delimited by size
                          ws-nht-nota2            delimited by size
                          " "                     delimited by size
                          ws-nht-nota3            delimited by size
                          " "                     delimited by size
                          ws-nht-nota4            delimited by size
                          into hes-linha
                   end-string
                   perform gravar-linha-historico
               end-if

               perform apurar-frequencia-ano
               perform imprimir-frequencia

               move spaces to hes-linha
               string "  Media Final: "      delimited by size
                      ws-nht-media           delimited by size
                      "   Situacao Final: "  delimited by size
                      ws-nht-situacao        delimited by size
                      into hes-linha
               end-string
               perform gravar-linha-historico
           end-if

           .
       imprimir-ano-encerrado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Monta os Nomes dos Historicos do Ano ws-ano (Mesmo Padrão da
      *>      Virada: Ex: arqNotasHist2025.txt)
      *>------------------------------------------------------------------------
       montar-nomes-historico-ano section.

           move spaces to ws-nome-notas-hist
           string "arqNotasHist"       delimited by size
                  ws-ano               delimited by size
                  ".txt"               delimited by size
                  into ws-nome-notas-hist
           end-string

           move spaces to ws-nome-notas-disc-hist
           string "arqNotasDiscHist"   delimited by size
                  ws-ano               delimited by size
                  ".txt"               delimited by size
                  into ws-nome-notas-disc-hist
           end-string

           move spaces to ws-nome-freq-hist
           string "arqFrequenciaHist"  delimited by size
                  ws-ano               delimited by size
                  ".txt"               delimited by size
                  into ws-nome-freq-hist
           end-string

           .
       montar-nomes-historico-ano-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Imprime as Disciplinas do Aluno no Historico de Notas por
      *>      Disciplina do Ano ws-ano (Arquivo Opcional)
      *>------------------------------------------------------------------------
       imprimir-disciplinas-ano section.

           move 0 to ws-hist-qtd-disciplinas

           open input arqNotasDiscHist
           evaluate ws-fs-arqNotasDiscHist
               when 00
                   set ws-hist-nao-fim to true
                   perform until ws-hist-eh-fim
                       read arqNotasDiscHist next
                       if ws-fs-arqNotasDiscHist = 10 then
                           set ws-hist-eh-fim to true
                       else
                           if ws-fs-arqNotasDiscHist <> 00 then
                               move 17                                      to ws-msn-erro-ofsset
                               move ws-fs-arqNotasDiscHist                  to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqNotasDiscHist "    to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           move 0      to ws-ndh-cod-aluno
                           move spaces to ws-ndh-disciplina
                                          ws-ndh-nota1 ws-ndh-nota2
                                          ws-ndh-nota3 ws-ndh-nota4
                                          ws-ndh-exame ws-ndh-media
                                          ws-ndh-situacao
                           unstring ndh-linha delimited by ";"
                               into ws-ndh-cod-aluno
                                    ws-ndh-disciplina
                                    ws-ndh-nota1
                                    ws-ndh-nota2
                                    ws-ndh-nota3
                                    ws-ndh-nota4
                                    ws-ndh-exame
                                    ws-ndh-media
                                    ws-ndh-situacao
                           end-unstring
                           if ws-ndh-cod-aluno = ws-hes-cod-aluno then
                               perform imprimir-disciplina-encerrada
                           end-if
                       end-if
                   end-perform

                   close arqNotasDiscHist
                   if ws-fs-arqNotasDiscHist <> 0 then
                       move 18                                      to ws-msn-erro-ofsset
                       move ws-fs-arqNotasDiscHist                  to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqNotasDiscHist " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               when 35
                   continue
               when other
                   move 19                                      to ws-msn-erro-ofsset
                   move ws-fs-arqNotasDiscHist                  to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqNotasDiscHist "  to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       imprimir-disciplinas-ano-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Imprime a Linha da Disciplina Lida do Historico do Ano - o
      *>      Cabeçalho das Colunas Sai Antes da Primeira Disciplina
      *>------------------------------------------------------------------------
       imprimir-disciplina-encerrada section.

           if ws-hist-qtd-disciplinas = 0 then
               move spaces to hes-linha
               string "  Disciplina               Nota1 Nota2 Nota3 Nota4 Exame Media Situacao" delimited by size
                      into hes-linha
               end-string
               perform gravar-linha-historico
           end-if
           add 1 to ws-hist-qtd-disciplinas

           perform localizar-nome-disciplina

           if ws-ndh-exame = spaces then
               move "  -  " to ws-ndh-exame
           end-if

           move spaces to hes-linha
           string "  "                     delimited by size
                  ws-ndh-disciplina        delimited by size
                  " "                      delimited by size
                  ws-nome-disciplina (1:17) delimited by size
                  " "                      delimited by size
                  ws-ndh-nota1             delimited by size
                  " "                      delimited by size
                  ws-ndh-nota2             delimited by size
                  " "                      delimited by size
                  ws-ndh-nota3             delimited by size
                  " "                      delimited by size
                  ws-ndh-nota4             delimited by size
                  " "                      delimited by size
                  ws-ndh-exame             delimited by size
                  " "                      delimited by size
                  ws-ndh-media             delimited by size
                  " "                      delimited by size
                  ws-ndh-situacao          delimited by size
                  into hes-linha
           end-string
           perform gravar-linha-historico

           .
       imprimir-disciplina-encerrada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Nome da Disciplina ws-ndh-disciplina no Cadastro Mestre -
      *>      Disciplina Ja Excluida do Cadastro Sai Sem Nome
      *>------------------------------------------------------------------------
       localizar-nome-disciplina section.

           move spaces to ws-nome-disciplina
           move 1 to ws-tab-ix
           perform until ws-tab-ix > ws-tab-qtd
               if ws-tab-cod-disciplina (ws-tab-ix) = ws-ndh-disciplina then
                   move ws-tab-nome (ws-tab-ix) to ws-nome-disciplina
                   move ws-tab-qtd to ws-tab-ix
               end-if
               add 1 to ws-tab-ix
           end-perform

           .
       localizar-nome-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Soma as Aulas e Faltas do Aluno no Historico de Frequencia
      *>      do Ano ws-ano (Arquivo Opcional)
      *>------------------------------------------------------------------------
       apurar-frequencia-ano section.

           move 0 to ws-freq-total-aulas
           move 0 to ws-freq-total-faltas

           open input arqFrequenciaHist
           evaluate ws-fs-arqFrequenciaHist
               when 00
                   set ws-hist-nao-fim to true
                   perform until ws-hist-eh-fim
                       read arqFrequenciaHist next
                       if ws-fs-arqFrequenciaHist = 10 then
                           set ws-hist-eh-fim to true
                       else
                           if ws-fs-arqFrequenciaHist <> 00 then
                               move 20                                      to ws-msn-erro-ofsset
                               move ws-fs-arqFrequenciaHist                 to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqFrequenciaHist "   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           move 0 to ws-fht-cod-aluno ws-fht-mes
                                     ws-fht-aulas ws-fht-faltas
                           unstring fht-linha delimited by ";"
                               into ws-fht-cod-aluno
                                    ws-fht-mes
                                    ws-fht-aulas
                                    ws-fht-faltas
                           end-unstring
                           if ws-fht-cod-aluno = ws-hes-cod-aluno then
                               add ws-fht-aulas  to ws-freq-total-aulas
                               add ws-fht-faltas to ws-freq-total-faltas
                           end-if
                       end-if
                   end-perform

                   close arqFrequenciaHist
                   if ws-fs-arqFrequenciaHist <> 0 then
                       move 21                                      to ws-msn-erro-ofsset
                       move ws-fs-arqFrequenciaHist                 to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqFrequenciaHist " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               when 35
                   continue
               when other
                   move 22                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFrequenciaHist                 to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqFrequenciaHist " to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           perform calcular-percentual-frequencia

           .
       apurar-frequencia-ano-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Percentual de Frequencia das Aulas e Faltas Somadas - Sem
      *>      Aula Registrada a Frequencia Fica em 100%
      *>------------------------------------------------------------------------
       calcular-percentual-frequencia section.

           if ws-freq-total-aulas = 0 then
               move 100 to ws-freq-percentual
           else
               compute ws-freq-percentual rounded =
                   ((ws-freq-total-aulas - ws-freq-total-faltas) * 100)
                   / ws-freq-total-aulas
           end-if

           .
       calcular-percentual-frequencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Imprime a Linha de Frequencia do Ano
      *>------------------------------------------------------------------------
       imprimir-frequencia section.

           move ws-freq-total-aulas  to ws-freq-aulas-ed
           move ws-freq-total-faltas to ws-freq-faltas-ed
           move ws-freq-percentual   to ws-freq-percentual-ed

           move spaces to hes-linha
           if ws-freq-total-aulas = 0 then
               string "  Frequencia: Nao Registrada" delimited by size
                      into hes-linha
               end-string
           else
               string "  Frequencia: Aulas "  delimited by size
                      ws-freq-aulas-ed        delimited by size
                      "  Faltas "             delimited by size
                      ws-freq-faltas-ed       delimited by size
                      "  "                    delimited by size
                      ws-freq-percentual-ed   delimited by size
                      "%"                     delimited by size
                      into hes-linha
               end-string
           end-if
           perform gravar-linha-historico

           .
       imprimir-frequencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Bloco do Ano em Curso - Notas Lançadas Ate Agora em Cada
      *>      Disciplina Oferecida na Turma, Apuradas Como no Boletim; o
      *>      Aluno Lido do Cadastro Continua em fd-alunos
      *>------------------------------------------------------------------------
       imprimir-ano-em-curso section.

           add 1 to ws-hes-anos

      *>   Ano Letivo da Turma Atual no Cadastro Mestre
           move ws-ger-ano to ws-ano-turma
           move fd-turma   to trm-cod-turma
           read arqTurmas
           evaluate ws-fs-arqTurmas
               when 00
                   move trm-ano-letivo to ws-ano-turma
               when 23
                   continue
               when other
                   move 23                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                         to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqTurmas "           to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           move spaces to hes-linha
           perform gravar-linha-historico

           move spaces to hes-linha
           string "Ano Letivo: "           delimited by size
                  ws-ano-turma             delimited by size
                  "   Turma: "             delimited by size
                  fd-turma                 delimited by size
                  "   (Ano em Curso)"      delimited by size
                  into hes-linha
           end-string
           perform gravar-linha-historico

           perform calcular-frequencia

           move 0 to ws-sit-qtd-disciplinas
           move 0 to ws-sit-qtd-reprovadas
           move 0 to ws-sit-qtd-em-exame
           move 0 to ws-sit-soma-medias

           move spaces to hes-linha
           string "  Disciplina               Nota1 Nota2 Nota3 Nota4 Exame Media Situacao" delimited by size
                  into hes-linha
           end-string
           perform gravar-linha-historico

           move 1 to ws-tab-ix
           perform until ws-tab-ix > ws-tab-qtd
               perform conferir-oferta-disciplina
               if ws-disciplina-oferecida then
                   perform imprimir-disciplina-em-curso
               end-if
               add 1 to ws-tab-ix
           end-perform

           perform imprimir-frequencia

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

      *>   Deliberação do Conselho de Classe no Ano da Turma Prevalece
           if ws-cns-disponivel then
               move fd-cod-aluno to cns-cod-aluno
               move ws-ano-turma to cns-ano-letivo
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
                       move 38                                  to ws-msn-erro-ofsset
                       move ws-fs-arqConselho                   to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqConselho "     to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           move ws-media to ws-media-ed
           move spaces to hes-linha
           string "  Media Parcial: "              delimited by size
                  ws-media-ed                      delimited by size
                  "   Situacao Parcial: "          delimited by size
                  ws-situacao                      delimited by size
                  into hes-linha
           end-string
           perform gravar-linha-historico

           .
       imprimir-ano-em-curso-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Linha da Disciplina ws-tab-ix no Ano em Curso
      *>------------------------------------------------------------------------
       imprimir-disciplina-em-curso section.

           perform ler-notas-disciplina
           perform apurar-situacao-disciplina

           move ws-nd-nota (1) to ws-nota1-ed
           move ws-nd-nota (2) to ws-nota2-ed
           move ws-nd-nota (3) to ws-nota3-ed
           move ws-nd-nota (4) to ws-nota4-ed
           move ws-dis-media   to ws-dis-media-ed
           if ws-nd-existe (5) then
               move ws-nd-nota (5) to ws-exa-nota-ed
               move ws-exa-nota-ed to ws-exame-ed
           else
               move "  -  "        to ws-exame-ed
           end-if

           move spaces to hes-linha
           string "  "                                 delimited by size
                  ws-tab-cod-disciplina (ws-tab-ix)    delimited by size
                  " "                                  delimited by size
                  ws-tab-nome (ws-tab-ix) (1:17)       delimited by size
                  " "                                  delimited by size
                  ws-nota1-ed                          delimited by size
                  " "                                  delimited by size
                  ws-nota2-ed                          delimited by size
                  " "                                  delimited by size
                  ws-nota3-ed                          delimited by size
                  " "                                  delimited by size
                  ws-nota4-ed                          delimited by size
                  " "                                  delimited by size
                  ws-exame-ed                          delimited by size
                  " "                                  delimited by size
                  ws-dis-media-ed                      delimited by size
                  " "                                  delimited by size
                  ws-dis-situacao                      delimited by size
                  into hes-linha
           end-string
           perform gravar-linha-historico

           .
       imprimir-disciplina-em-curso-exit.
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
                       display "Mais de 50 Disciplinas Cadastradas - Historico Cancelado"
                       move 40                                      to ws-msn-erro-ofsset
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
                           move 24                                      to ws-msn-erro-ofsset
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
      *>      Para a Situação do Ano em Curso
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
      *>      Corrente no Ano em Curso e Calcula o Percentual
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
                           move 25                                      to ws-msn-erro-ofsset
                           move ws-fs-arqFrequencia                     to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqFrequencia "       to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
                   add 1 to ws-freq-mes
               end-perform
           end-if

           perform calcular-percentual-frequencia

           .
       calcular-frequencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava a Linha Montada em hes-linha no Historico Escolar
      *>------------------------------------------------------------------------
       gravar-linha-historico section.

           write hes-linha
           if ws-fs-arqHistEscolar <> 00 then
               move 26                                      to ws-msn-erro-ofsset
               move ws-fs-arqHistEscolar                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqHistEscolar "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-historico-exit.
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
                       move 27                                     to ws-msn-erro-ofsset
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
               move 28                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqCatalogoRel "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "HISTORICO"            to cat-relatorio
           move ws-ger-data            to cat-data
           move ws-ger-hora            to cat-hora
           move ws-operador            to cat-operador
           move ws-total-historicos    to cat-registros
           move ws-nome-arqHistEscolar to cat-arquivo

           write cat-registro
           if ws-fs-arqCatalogoRel <> 00 then
               move 29                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqCatalogoRel "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCatalogoRel
           if ws-fs-arqCatalogoRel <> 0 then
               move 30                                      to ws-msn-erro-ofsset
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
               move 31                                         to ws-msn-erro-ofsset
               move ws-fs-arqCadAlunosIndex                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCadAlunosIndex "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-hst-disponivel then
               close arqAlunosHistorico
               if ws-fs-arqAlunosHistorico <> 0 then
                   move 32                                          to ws-msn-erro-ofsset
                   move ws-fs-arqAlunosHistorico                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAlunosHistorico "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqTurmas
           if ws-fs-arqTurmas <> 0 then
               move 33                                      to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-freq-disponivel then
               close arqFrequencia
               if ws-fs-arqFrequencia <> 0 then
                   move 34                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqFrequencia "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-not-disponivel then
               close arqNotas
               if ws-fs-arqNotas <> 0 then
                   move 35                                      to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                          to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqNotas "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-cns-disponivel then
               close arqConselho
               if ws-fs-arqConselho <> 0 then
                   move 39                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqHistEscolar
           if ws-fs-arqHistEscolar <> 0 then
               move 36                                      to ws-msn-erro-ofsset
               move ws-fs-arqHistEscolar                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqHistEscolar "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Registra a Geração no Catalogo de Relatorios
           perform gravar-catalogo

           display "Historico Escolar Gerado com Sucesso em " ws-nome-arqHistEscolar

           stop run

           .
       finaliza-exit.
           exit.
