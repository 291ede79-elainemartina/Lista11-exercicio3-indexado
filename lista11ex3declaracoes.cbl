      $set sourceformat"free"
      *>Divisão de Identificação do Programa
       identification division.
       program-id. "lista11ex3declaracoes".
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
      *>-----Declarações Oficiais (Matricula, Escolaridade e Transferencia)
      *>-----Emitidas Direto do Cadastro, das Turmas e da Frequencia; Cada
      *>-----Documento Recebe um Protocolo Sequencial e um Codigo de
      *>-----Verificação e Fica no Registro de Documentos Emitidos, Onde
      *>-----Outra Escola Pode Ter a Autenticidade Conferida
       input-output section.
       file-control.

           select arqCadAlunosIndex assign to "arqCadAlunosIndex.dat"   *> Cadastro Indexado - Dados do Aluno da Declaração
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod-aluno
           file status is ws-fs-arqCadAlunosIndex.

           select arqTurmas assign to "arqTurmas.dat"                   *> Cadastro Mestre de Turmas - Descrição e Ano Letivo
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

           select arqMensalidades assign to "arqMensalidades.dat"       *> Cobranças - Saldo em Aberto da Transferencia
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is men-chave
           file status is ws-fs-arqMensalidades.

           select arqDeclaracoes assign to "arqDeclaracoes.dat"         *> Registro de Documentos Emitidos - Um por Protocolo
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is dcl-protocolo
           alternate record key is dcl-cod-aluno with duplicates
           file status is ws-fs-arqDeclaracoes.

           select arqUsuarios assign to "arqUsuarios.dat"               *> Cadastro de Usuarios - Login, Senha e Nivel de Acesso
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is usr-login
           file status is ws-fs-arqUsuarios.

           select arqDeclaracao assign to ws-nome-arqDeclaracao         *> Documento Emitido - um Arquivo por Protocolo
           organization is line sequential
           file status is ws-fs-arqDeclaracao.

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

       fd arqMensalidades.  *> Cobranças - Chave Composta Aluno + Competencia (aaaamm)
       01  men-registro.
           05  men-chave.
               10  men-cod-aluno                   pic 9(05).
               10  men-competencia                 pic 9(06).
           05  men-valor                           pic 9(06)v99.
           05  men-situacao                        pic x(01).
               88  men-aberta                           value "A".
               88  men-paga                             value "P".
           05  men-data-pagamento                  pic 9(08).
           05  men-valor-pago                      pic 9(06)v99.

      *>   Registro de Documentos Emitidos - Guarda o Que Saiu Impresso
      *>   (Aluno, Turma, Situação, Frequencia e Saldo na Data), Quem
      *>   Emitiu e Para Que; o Protocolo Zero é o Registro de Controle
      *>   com o Ultimo Protocolo Usado
       fd arqDeclaracoes.
       01  dcl-registro.
           05  dcl-protocolo                       pic 9(07).
           05  dcl-codigo-verificacao              pic x(08).
           05  dcl-tipo                            pic x(01).
               88  dcl-matricula                        value "M".
               88  dcl-escolaridade                     value "E".
               88  dcl-transferencia                    value "T".
           05  dcl-cod-aluno                       pic 9(05).
           05  dcl-aluno                           pic x(25).
           05  dcl-turma                           pic x(10).
           05  dcl-ano-letivo                      pic 9(04).
           05  dcl-situacao                        pic x(01).
           05  dcl-aulas                           pic 9(03).
           05  dcl-faltas                          pic 9(03).
           05  dcl-frequencia                      pic 9(03)v99.
           05  dcl-meses-abertos                   pic 9(03).
           05  dcl-saldo-aberto                    pic 9(08)v99.
           05  dcl-data-emissao                    pic 9(08).
           05  dcl-hora-emissao                    pic 9(06).
           05  dcl-operador                        pic x(08).
           05  dcl-finalidade                      pic x(40).
           05  dcl-arquivo                         pic x(40).
       01  dcl-registro-controle.
           05  dcl-ctl-protocolo                   pic 9(07).
           05  dcl-ctl-ultimo-protocolo            pic 9(07).
           05  filler                              pic x(173).

       fd arqUsuarios.  *> Cadastro de Usuarios - Um Usuario por Registro
       01  usr-registro.
           05  usr-login                           pic x(08).
           05  usr-senha                           pic x(08).
           05  usr-nivel                           pic 9(01).

       fd arqDeclaracao.  *> Declaração Impressa - Texto do Documento
       01  dec-linha                               pic x(80).

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
       77  ws-fs-arqMensalidades                   pic  9(02).
       77  ws-fs-arqDeclaracoes                    pic  9(02).
       77  ws-fs-arqUsuarios                       pic  9(02).
       77  ws-fs-arqDeclaracao                     pic  9(02).
       77  ws-fs-arqCatalogoRel                    pic  9(02).

       77  ws-menu                                 pic x(02).
       77  ws-aux                                  pic x(01).

       77  ws-sair                                 pic  x(01).
          88  ws-fechar-programa                   value "S" "s".

       77  ws-freq-arquivo-status                  pic x(01).
          88  ws-freq-disponivel                    value "S".
          88  ws-freq-indisponivel                  value "N".

       77  ws-men-arquivo-status                   pic x(01).
          88  ws-men-disponivel                     value "S".
          88  ws-men-indisponivel                   value "N".

      *>----Declaração em Emissão - Tipo Escolhido no Menu e Dados
      *>----Apurados Para o Texto e Para o Registro de Emitidos
       77  ws-dcl-tipo                             pic x(01).
          88  ws-dcl-matricula                      value "M".
          88  ws-dcl-escolaridade                   value "E".
          88  ws-dcl-transferencia                  value "T".

       77  ws-dcl-titulo                           pic x(40).
       77  ws-cod-aluno                            pic 9(05).
       77  ws-finalidade                           pic x(40).
       77  ws-descricao-turma                      pic x(30).
       77  ws-ano-letivo                           pic 9(04).
       77  ws-protocolo                            pic 9(07).
       77  ws-codigo-verificacao                   pic x(08).

       77  ws-emissao-status                       pic x(01).
          88  ws-emissao-aceita                     value "S".
          88  ws-emissao-recusada                   value "N".

      *>----Frequencia Acumulada do Ano - Sem Registro Fica em 100%
       77  ws-freq-total-aulas                     pic 9(03).
       77  ws-freq-total-faltas                    pic 9(03).
       77  ws-freq-percentual                      pic 9(03)v99.

      *>----Saldo em Aberto das Mensalidades (Declaração de Transferencia)
       77  ws-meses-abertos                        pic 9(03).
       77  ws-saldo-aberto                         pic 9(08)v99.

       77  ws-frq-fim                              pic x(01).
          88  ws-frq-nao-fim                        value "N".
          88  ws-frq-eh-fim                         value "S".

       77  ws-men-fim                              pic x(01).
          88  ws-men-nao-fim                        value "N".
          88  ws-men-eh-fim                         value "S".

       77  ws-dcl-fim                              pic x(01).
          88  ws-dcl-nao-fim                        value "N".
          88  ws-dcl-eh-fim                         value "S".

      *>----Codigo de Verificação - Oito Caracteres Tirados do Alfabeto
      *>----Abaixo (Sem 0/O e 1/I, Que se Confundem ao Telefone), a Partir
      *>----do Protocolo, do Aluno e do Relogio no Centesimo de Segundo
       01  ws-alfabeto-verificacao.
           05  filler                              pic x(32)
                                        value "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
       01  ws-tab-alfabeto redefines ws-alfabeto-verificacao.
           05  ws-letra-verificacao                pic x(01) occurs 32 times.

       77  ws-vrf-hora                             pic 9(08).
       77  ws-vrf-semente                          pic 9(15).
       77  ws-vrf-resto                            pic 9(02).
       77  ws-vrf-ix                               pic 9(02) comp.

      *>----Campos Editados do Texto da Declaração
       01  ws-data-emissao-ed.
           05  ws-dte-dia                          pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-dte-mes                          pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-dte-ano                          pic 9(04).

       01  ws-hora-emissao-ed.
           05  ws-hre-hora                         pic 9(02).
           05  filler                              pic x(01) value ":".
           05  ws-hre-minuto                       pic 9(02).

       77  ws-aulas-ed                             pic zz9.
       77  ws-faltas-ed                            pic zz9.
       77  ws-freq-ed                              pic zz9,99.
       77  ws-meses-ed                             pic zz9.
       77  ws-saldo-ed                             pic zz.zzz.zz9,99.

      *>----Variaveis de Apoio a Geração e ao Catalogo - Cada Declaração
      *>----Grava um Arquivo com o Numero do Protocolo no Nome
       77  ws-nome-arqDeclaracao                   pic x(40).

       01  ws-data-geracao.
           05  ws-ger-data                         pic 9(08).
           05  ws-ger-data-r redefines ws-ger-data.
               10  ws-ger-ano                      pic 9(04).
               10  ws-ger-mes                      pic 9(02).
               10  ws-ger-dia                      pic 9(02).
           05  ws-ger-hora                         pic 9(06).
           05  ws-ger-hora-r redefines ws-ger-hora.
               10  ws-ger-hh                       pic 9(02).
               10  ws-ger-mi                       pic 9(02).
               10  ws-ger-ss                       pic 9(02).
           05  filler                              pic x(10).

      *>----Data e Hora Gravadas no Registro de Emitidos (Consultas)
       01  ws-data-consulta.
           05  ws-cns-data                         pic 9(08).
           05  ws-cns-data-r redefines ws-cns-data.
               10  ws-cns-ano                      pic 9(04).
               10  ws-cns-mes                      pic 9(02).
               10  ws-cns-dia                      pic 9(02).

       77  ws-qtd-declaracoes                      pic 9(05) comp.
       77  ws-qtd-declaracoes-ed                   pic z(04)9.

      *>----Variaveis de Apoio ao Controle de Acesso (Login do Operador)
      *>----Niveis: 1 = Conferencia e Consulta, 2 = Emissão
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

      *>   Open i-o - Abre (ou Cria) o Registro de Documentos Emitidos
           open i-o arqDeclaracoes
           if ws-fs-arqDeclaracoes  <> 00
           and ws-fs-arqDeclaracoes <> 05 then
               move 3                                        to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracoes                     to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqDeclaracoes "     to ws-msn-erro-text
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

      *>   Open Input - Abre a Frequencia; Sem o Arquivo (Nenhuma
      *>   Frequencia Lançada Ainda) a Frequencia Fica em 100%
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

      *>   Open Input - Abre as Mensalidades; Sem o Arquivo (Nenhuma
      *>   Cobrança Gerada Ainda) Nao Ha Saldo em Aberto
           set ws-men-disponivel to true
           open input arqMensalidades
           if ws-fs-arqMensalidades = 35 then
               set ws-men-indisponivel to true
           else
               if ws-fs-arqMensalidades <> 00 then
                   move 7                                        to ws-msn-erro-ofsset
                   move ws-fs-arqMensalidades                    to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqMensalidades "    to ws-msn-erro-text
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
               display "------- Declaracoes da Secretaria -------"
               display "Insira '1' Para Emitir Declaracao de Matricula"
               display "Insira '2' Para Emitir Declaracao de Escolaridade"
               display "Insira '3' Para Emitir Declaracao de Transferencia"
               display "Insira '4' Para Conferir a Autenticidade de Declaracao"
               display "Insira '5' Para Consultar as Declaracoes de um Aluno"
               display "Insira 'S' Para Sair"
               accept ws-menu

      *>       Escolha das Opções do Menu do Programa - a Emissão Exige
      *>       Nivel 2; Conferencia e Consulta Ficam Livres
               evaluate  ws-menu
       *>          Declaração de Matricula
                   when = '1'
                       move 2 to ws-nivel-exigido
                       perform verificar-acesso
                       if ws-acesso-permitido then
                           set ws-dcl-matricula to true
                           move "DECLARACAO DE MATRICULA" to ws-dcl-titulo
                           perform emitir-declaracao
                       end-if
       *>          Declaração de Escolaridade (Matricula e Frequencia)
                   when = '2'
                       move 2 to ws-nivel-exigido
                       perform verificar-acesso
                       if ws-acesso-permitido then
                           set ws-dcl-escolaridade to true
                           move "DECLARACAO DE ESCOLARIDADE" to ws-dcl-titulo
                           perform emitir-declaracao
                       end-if
       *>          Declaração de Transferencia (com Saldo em Aberto)
                   when = '3'
                       move 2 to ws-nivel-exigido
                       perform verificar-acesso
                       if ws-acesso-permitido then
                           set ws-dcl-transferencia to true
                           move "DECLARACAO DE TRANSFERENCIA" to ws-dcl-titulo
                           perform emitir-declaracao
                       end-if
       *>          Conferencia de Autenticidade Pelo Protocolo e Codigo
                   when = '4'
                       perform conferir-autenticidade
       *>          Declarações Emitidas Para um Aluno
                   when = '5'
                       perform consultar-declaracoes-aluno
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
      *>      Emissão da Declaração do Tipo em ws-dcl-tipo - Matricula e
      *>      Escolaridade Somente Para Alunos Ativos; a Transferencia
      *>      Tambem Sai Para o Aluno Ja Inativado
      *>------------------------------------------------------------------------
       emitir-declaracao section.

           display erase
           display "------- " ws-dcl-titulo " -------"

           set ws-emissao-aceita to true

           display "Codigo do Aluno: "
           accept ws-cod-aluno

           move ws-cod-aluno to fd-cod-aluno
           read arqCadAlunosIndex
           evaluate ws-fs-arqCadAlunosIndex
               when 00
                   continue
               when 23
                   display "Aluno Nao Cadastrado!"
                   set ws-emissao-recusada to true
               when other
                   move 8                                        to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlunosIndex                  to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqCadAlunosIndex "    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-emissao-aceita
           and fd-inativo
           and not ws-dcl-transferencia then
               display "Aluno Inativo - Declaracao Somente Para Alunos Ativos"
               set ws-emissao-recusada to true
           end-if

           if ws-emissao-aceita then
               perform apurar-dados-declaracao

               display "Aluno     : " fd-aluno
               display "Turma     : " fd-turma " " ws-descricao-turma
               display "Ano Letivo: " ws-ano-letivo
               if fd-ativo then
                   display "Situacao  : Ativo"
               else
                   display "Situacao  : Inativo"
               end-if
               move ws-freq-percentual to ws-freq-ed
               display "Frequencia: " ws-freq-ed "%"
               if ws-dcl-transferencia then
                   move ws-meses-abertos to ws-meses-ed
                   move ws-saldo-aberto  to ws-saldo-ed
                   display "Em Aberto : " ws-meses-ed " Mensalidade(s) - R$ " ws-saldo-ed
               end-if

               move spaces to ws-finalidade
               perform until ws-finalidade <> spaces
                   display "Finalidade da Declaracao: "
                   accept ws-finalidade
               end-perform

               display "Confirma a Emissao (S/N)? "
               accept ws-aux
               if ws-aux <> "S" and ws-aux <> "s" then
                   display "Emissao Cancelada"
                   set ws-emissao-recusada to true
               end-if
           end-if

           if ws-emissao-aceita then
               accept ws-ger-data from date yyyymmdd
               accept ws-ger-hora from time

               perform obter-protocolo
               perform gerar-codigo-verificacao

               move spaces to ws-nome-arqDeclaracao
               string "arqDeclaracao_" delimited by size
                      ws-protocolo     delimited by size
                      ".txt"           delimited by size
                      into ws-nome-arqDeclaracao
               end-string

               perform imprimir-declaracao
               perform registrar-declaracao
               perform gravar-catalogo

               display "Declaracao Emitida em " ws-nome-arqDeclaracao
               display "Protocolo: " ws-protocolo "  Codigo de Verificacao: " ws-codigo-verificacao
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       emitir-declaracao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Apura a Turma, a Frequencia do Ano e o Saldo em Aberto do
      *>      Aluno Lido em fd-alunos
      *>------------------------------------------------------------------------
       apurar-dados-declaracao section.

      *>   Turma e Ano Letivo - Turma Fora do Cadastro Mestre Sai Sem
      *>   Descrição, no Ano Corrente
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
                   move 9                                to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                  to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqTurmas "    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

      *>   Frequencia Acumulada dos Meses Lançados
           move 0 to ws-freq-total-aulas
           move 0 to ws-freq-total-faltas

           if ws-freq-disponivel then
               move fd-cod-aluno to frq-cod-aluno
               move 0            to frq-mes
               start arqFrequencia key is >= frq-chave

               if ws-fs-arqFrequencia = 0 then
                   set ws-frq-nao-fim to true
                   perform until ws-frq-eh-fim

                       read arqFrequencia next

                       evaluate true
                           when ws-fs-arqFrequencia = 10
                               set ws-frq-eh-fim to true
                           when ws-fs-arqFrequencia <> 00
                               move 10                                   to ws-msn-erro-ofsset
                               move ws-fs-arqFrequencia                  to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqFrequencia "    to ws-msn-erro-text
                               perform finaliza-anormal
                           when frq-cod-aluno <> fd-cod-aluno
                               set ws-frq-eh-fim to true
                           when other
                               add frq-aulas  to ws-freq-total-aulas
                               add frq-faltas to ws-freq-total-faltas
                       end-evaluate

                   end-perform
               end-if
           end-if

           if ws-freq-total-aulas = 0 then
               move 100 to ws-freq-percentual
           else
               compute ws-freq-percentual rounded =
                   (ws-freq-total-aulas - ws-freq-total-faltas) * 100 / ws-freq-total-aulas
           end-if

      *>   Mensalidades em Aberto - Mesma Apuração do Relatorio de
      *>   Inadimplencia (lista11ex3mensalidades)
           move 0 to ws-meses-abertos
           move 0 to ws-saldo-aberto

           if ws-men-disponivel then
               move fd-cod-aluno to men-cod-aluno
               move 0            to men-competencia
               start arqMensalidades key is >= men-chave

               if ws-fs-arqMensalidades = 0 then
                   set ws-men-nao-fim to true
                   perform until ws-men-eh-fim

                       read arqMensalidades next

                       evaluate true
                           when ws-fs-arqMensalidades = 10
                               set ws-men-eh-fim to true
                           when ws-fs-arqMensalidades <> 00
                               move 11                                    to ws-msn-erro-ofsset
                               move ws-fs-arqMensalidades                 to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqMensalidades "   to ws-msn-erro-text
                               perform finaliza-anormal
                           when men-cod-aluno <> fd-cod-aluno
                               set ws-men-eh-fim to true
                           when men-aberta
                               add 1         to ws-meses-abertos
                               add men-valor to ws-saldo-aberto
                           when other
                               continue
                       end-evaluate

                   end-perform
               end-if
           end-if

           .
       apurar-dados-declaracao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Reserva o Proximo Protocolo no Registro de Controle (Protocolo
      *>      Zero) - a Leitura Bloqueia o Controle Ate a Regravação, Entao
      *>      Duas Sessões Nunca Recebem o Mesmo Numero
      *>------------------------------------------------------------------------
       obter-protocolo section.

           move 0 to dcl-ctl-protocolo
           read arqDeclaracoes
           evaluate ws-fs-arqDeclaracoes
               when 00
                   add 1 to dcl-ctl-ultimo-protocolo
                   move dcl-ctl-ultimo-protocolo to ws-protocolo
                   rewrite dcl-registro-controle
               when 23
                   move 1 to ws-protocolo
                   move spaces                   to dcl-registro-controle
                   move 0                        to dcl-ctl-protocolo
                   move ws-protocolo             to dcl-ctl-ultimo-protocolo
                   write dcl-registro-controle
               when other
                   move 12                                       to ws-msn-erro-ofsset
                   move ws-fs-arqDeclaracoes                     to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqDeclaracoes "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-fs-arqDeclaracoes <> 00 then
               move 13                                       to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracoes                     to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqDeclaracoes "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       obter-protocolo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Monta o Codigo de Verificação do Protocolo - a Semente Junta
      *>      Protocolo, Aluno, Data e Hora ao Centesimo e é Decomposta em
      *>      Base 32 Sobre o Alfabeto de Verificação
      *>------------------------------------------------------------------------
       gerar-codigo-verificacao section.

           accept ws-vrf-hora from time

           compute ws-vrf-semente = ws-protocolo * 982451
                                  + ws-cod-aluno * 7919
                                  + ws-vrf-hora  * 31
                                  + ws-ger-data

           move spaces to ws-codigo-verificacao
           move 1 to ws-vrf-ix
           perform until ws-vrf-ix > 8
               divide ws-vrf-semente by 32 giving ws-vrf-semente
                   remainder ws-vrf-resto
               move ws-letra-verificacao (ws-vrf-resto + 1)
                                        to ws-codigo-verificacao (ws-vrf-ix:1)
      *>       Mistura os Centesimos de Novo a Cada Caractere Para Que
      *>       Protocolos Vizinhos Nao Gerem Codigos Parecidos
               compute ws-vrf-semente = ws-vrf-semente + ws-vrf-hora * ws-vrf-ix
               add 1 to ws-vrf-ix
           end-perform

           .
       gerar-codigo-verificacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava o Texto da Declaração no Arquivo do Protocolo
      *>------------------------------------------------------------------------
       imprimir-declaracao section.

           open output arqDeclaracao
           if ws-fs-arqDeclaracao  <> 00 then
               move 14                                      to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracao                     to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqDeclaracao "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-ger-dia to ws-dte-dia
           move ws-ger-mes to ws-dte-mes
           move ws-ger-ano to ws-dte-ano
           move ws-ger-hh  to ws-hre-hora
           move ws-ger-mi  to ws-hre-minuto

           move ws-freq-total-aulas  to ws-aulas-ed
           move ws-freq-total-faltas to ws-faltas-ed
           move ws-freq-percentual   to ws-freq-ed

      *>   Cabeçalho com o Protocolo e o Codigo de Verificação
           move spaces to dec-linha
           string "==============================================================================" delimited by size
                  into dec-linha
           end-string
           perform gravar-linha-declaracao

           move spaces to dec-linha
           string "                              SECRETARIA ESCOLAR" delimited by size
                  into dec-linha
           end-string
           perform gravar-linha-declaracao

           move spaces to dec-linha
           string "                         " delimited by size
                  ws-dcl-titulo               delimited by "  "
                  into dec-linha
           end-string
           perform gravar-linha-declaracao

           move spaces to dec-linha
           perform gravar-linha-declaracao

           move spaces to dec-linha
           string "Protocolo: "                          delimited by size
                  ws-protocolo                           delimited by size
                  "                  Codigo de Verificacao: " delimited by size
                  ws-codigo-verificacao                  delimited by size
                  into dec-linha
           end-string
           perform gravar-linha-declaracao

           move spaces to dec-linha
           perform gravar-linha-declaracao

      *>   Identificação do Aluno - Comum aos Tres Tipos
           move spaces to dec-linha
           string "     Declaramos, para os devidos fins, que " delimited by size
                  fd-aluno                                      delimited by "  "
                  ","                                           delimited by size
                  into dec-linha
           end-string
           perform gravar-linha-declaracao

           move spaces to dec-linha
           if fd-mae <> spaces then
               string "codigo de matricula " delimited by size
                      fd-cod-aluno           delimited by size
                      ", filho(a) de "       delimited by size
                      fd-mae                 delimited by "  "
                      ","                    delimited by size
                      into dec-linha
               end-string
           else
               string "codigo de matricula " delimited by size
                      fd-cod-aluno           delimited by size
                      ","                    delimited by size
                      into dec-linha
               end-string
           end-if
           perform gravar-linha-declaracao

      *>   Corpo do Documento Conforme o Tipo
           evaluate true
               when ws-dcl-matricula
                   move spaces to dec-linha
                   string "esta regularmente matriculado(a) nesta escola no ano letivo de " delimited by size
                          ws-ano-letivo                                                      delimited by size
                          ","                                                                delimited by size
                          into dec-linha
                   end-string
                   perform gravar-linha-declaracao

                   perform imprimir-linha-turma

               when ws-dcl-escolaridade
                   move spaces to dec-linha
                   string "esta matriculado(a) e frequentando as aulas do ano letivo de " delimited by size
                          ws-ano-letivo                                                    delimited by size
                          ","                                                              delimited by size
                          into dec-linha
                   end-string
                   perform gravar-linha-declaracao

                   perform imprimir-linha-turma
                   perform imprimir-linha-frequencia

               when ws-dcl-transferencia
                   move spaces to dec-linha
                   if fd-ativo then
                       string "esta matriculado(a) nesta escola no ano letivo de " delimited by size
                              ws-ano-letivo                                         delimited by size
                              ","                                                   delimited by size
                              into dec-linha
                       end-string
                   else
                       string "esteve matriculado(a) nesta escola no ano letivo de " delimited by size
                              ws-ano-letivo                                           delimited by size
                              ","                                                     delimited by size
                              into dec-linha
                       end-string
                   end-if
                   perform gravar-linha-declaracao

                   perform imprimir-linha-turma
                   perform imprimir-linha-frequencia

                   move spaces to dec-linha
                   string "tendo sido requerida a sua transferencia para outro estabelecimento" delimited by size
                          into dec-linha
                   end-string
                   perform gravar-linha-declaracao

                   move spaces to dec-linha
                   string "de ensino." delimited by size
                          into dec-linha
                   end-string
                   perform gravar-linha-declaracao

                   move spaces to dec-linha
                   perform gravar-linha-declaracao

                   move spaces to dec-linha
                   if ws-meses-abertos = 0 then
                       string "     Situacao financeira: nada consta." delimited by size
                              into dec-linha
                       end-string
                   else
                       move ws-meses-abertos to ws-meses-ed
                       move ws-saldo-aberto  to ws-saldo-ed
                       string "     Situacao financeira: " delimited by size
                              ws-meses-ed                   delimited by size
                              " mensalidade(s) em aberto, totalizando R$ " delimited by size
                              ws-saldo-ed                   delimited by size
                              "." delimited by size
                              into dec-linha
                       end-string
                   end-if
                   perform gravar-linha-declaracao
           end-evaluate

           move spaces to dec-linha
           perform gravar-linha-declaracao

      *>   Finalidade, Emissão e Instrução de Conferencia
           move spaces to dec-linha
           string "     Finalidade: " delimited by size
                  ws-finalidade       delimited by size
                  into dec-linha
           end-string
           perform gravar-linha-declaracao

           move spaces to dec-linha
           perform gravar-linha-declaracao

           move spaces to dec-linha
           string "     Emitida em "    delimited by size
                  ws-data-emissao-ed    delimited by size
                  " as "                delimited by size
                  ws-hora-emissao-ed    delimited by size
                  ", por "              delimited by size
                  ws-operador           delimited by " "
                  "."                   delimited by size
                  into dec-linha
           end-string
           perform gravar-linha-declaracao

           move spaces to dec-linha
           perform gravar-linha-declaracao

           move spaces to dec-linha
           string "     A autenticidade desta declaracao pode ser conferida junto a" delimited by size
                  into dec-linha
           end-string
           perform gravar-linha-declaracao

           move spaces to dec-linha
           string "secretaria, informando o protocolo e o codigo de verificacao acima." delimited by size
                  into dec-linha
           end-string
           perform gravar-linha-declaracao

           move spaces to dec-linha
           perform gravar-linha-declaracao
           perform gravar-linha-declaracao

           move spaces to dec-linha
           string "                     ______________________________________" delimited by size
                  into dec-linha
           end-string
           perform gravar-linha-declaracao

           move spaces to dec-linha
           string "                                Secretaria Escolar" delimited by size
                  into dec-linha
           end-string
           perform gravar-linha-declaracao

           close arqDeclaracao
           if ws-fs-arqDeclaracao <> 0 then
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracao                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDeclaracao "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       imprimir-declaracao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Linha da Turma do Aluno no Texto da Declaração
      *>------------------------------------------------------------------------
       imprimir-linha-turma section.

           move spaces to dec-linha
           if ws-descricao-turma <> spaces then
               string "na turma "          delimited by size
                      fd-turma             delimited by " "
                      " - "                delimited by size
                      ws-descricao-turma   delimited by "  "
                      "."                  delimited by size
                      into dec-linha
               end-string
           else
               string "na turma "          delimited by size
                      fd-turma             delimited by " "
                      "."                  delimited by size
                      into dec-linha
               end-string
           end-if
           perform gravar-linha-declaracao

           .
       imprimir-linha-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Linha da Frequencia Acumulada no Texto da Declaração
      *>------------------------------------------------------------------------
       imprimir-linha-frequencia section.

           move spaces to dec-linha
           string "com frequencia de "       delimited by size
                  ws-freq-ed                 delimited by size
                  "% (aulas dadas: "         delimited by size
                  ws-aulas-ed                delimited by size
                  ", faltas: "               delimited by size
                  ws-faltas-ed               delimited by size
                  ") ate a data desta declaracao," delimited by size
                  into dec-linha
           end-string
           perform gravar-linha-declaracao

           .
       imprimir-linha-frequencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava a Linha Montada em dec-linha na Declaração
      *>------------------------------------------------------------------------
       gravar-linha-declaracao section.

           write dec-linha
           if ws-fs-arqDeclaracao <> 00 then
               move 15                                      to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracao                     to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqDeclaracao "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-declaracao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava a Declaração no Registro de Documentos Emitidos, com o
      *>      Conteudo Que Saiu no Texto
      *>------------------------------------------------------------------------
       registrar-declaracao section.

           move spaces                   to dcl-registro
           move ws-protocolo             to dcl-protocolo
           move ws-codigo-verificacao    to dcl-codigo-verificacao
           move ws-dcl-tipo              to dcl-tipo
           move fd-cod-aluno             to dcl-cod-aluno
           move fd-aluno                 to dcl-aluno
           move fd-turma                 to dcl-turma
           move ws-ano-letivo            to dcl-ano-letivo
           move fd-status                to dcl-situacao
           move ws-freq-total-aulas      to dcl-aulas
           move ws-freq-total-faltas     to dcl-faltas
           move ws-freq-percentual       to dcl-frequencia
           move ws-meses-abertos         to dcl-meses-abertos
           move ws-saldo-aberto          to dcl-saldo-aberto
           move ws-ger-data              to dcl-data-emissao
           move ws-ger-hora              to dcl-hora-emissao
           move ws-operador              to dcl-operador
           move ws-finalidade            to dcl-finalidade
           move ws-nome-arqDeclaracao    to dcl-arquivo

           write dcl-registro
           if ws-fs-arqDeclaracoes <> 00 then
               move 13                                       to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracoes                     to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqDeclaracoes "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       registrar-declaracao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Conferencia de Autenticidade - Outra Escola Informa o
      *>      Protocolo e o Codigo Impressos; Conferindo, Mostra o Que a
      *>      Declaração Dizia na Emissão
      *>------------------------------------------------------------------------
       conferir-autenticidade section.

           display erase
           display "------- Conferencia de Autenticidade -------"
           display "Protocolo            : "
           accept ws-protocolo
           display "Codigo de Verificacao: "
           accept ws-codigo-verificacao
           inspect ws-codigo-verificacao converting "abcdefghijklmnopqrstuvwxyz"
                                                 to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           move ws-protocolo to dcl-protocolo
           if ws-protocolo = 0 then
               display "Protocolo Nao Encontrado - Declaracao NAO Autentica"
           else
               read arqDeclaracoes
               evaluate ws-fs-arqDeclaracoes
                   when 00
                       if dcl-codigo-verificacao <> ws-codigo-verificacao then
                           display "Codigo de Verificacao Nao Confere - Declaracao NAO Autentica"
                       else
                           display "DECLARACAO AUTENTICA"
                           perform exibir-declaracao
                       end-if
                   when 23
                       display "Protocolo Nao Encontrado - Declaracao NAO Autentica"
                   when other
                       move 12                                       to ws-msn-erro-ofsset
                       move ws-fs-arqDeclaracoes                     to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqDeclaracoes "       to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       conferir-autenticidade-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Mostra na Tela o Conteudo Registrado da Declaração Lida
      *>------------------------------------------------------------------------
       exibir-declaracao section.

           move dcl-data-emissao to ws-cns-data
           move ws-cns-dia       to ws-dte-dia
           move ws-cns-mes       to ws-dte-mes
           move ws-cns-ano       to ws-dte-ano

           evaluate true
               when dcl-matricula
                   display "Tipo        : Declaracao de Matricula"
               when dcl-escolaridade
                   display "Tipo        : Declaracao de Escolaridade"
               when dcl-transferencia
                   display "Tipo        : Declaracao de Transferencia"
           end-evaluate
           display "Protocolo   : " dcl-protocolo
           display "Aluno       : " dcl-cod-aluno " " dcl-aluno
           display "Turma       : " dcl-turma " Ano Letivo " dcl-ano-letivo
           if dcl-situacao = "A" then
               display "Situacao    : Ativo"
           else
               display "Situacao    : Inativo"
           end-if

           move dcl-aulas      to ws-aulas-ed
           move dcl-faltas     to ws-faltas-ed
           move dcl-frequencia to ws-freq-ed
           display "Frequencia  : " ws-freq-ed "% (Aulas " ws-aulas-ed " Faltas " ws-faltas-ed ")"

           if dcl-transferencia then
               move dcl-meses-abertos to ws-meses-ed
               move dcl-saldo-aberto  to ws-saldo-ed
               display "Em Aberto   : " ws-meses-ed " Mensalidade(s) - R$ " ws-saldo-ed
           end-if

           display "Finalidade  : " dcl-finalidade
           display "Emitida em  : " ws-data-emissao-ed " por " dcl-operador
           display "Arquivo     : " dcl-arquivo

           .
       exibir-declaracao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Lista as Declarações Emitidas Para um Aluno, Pela Chave
      *>      Alternativa do Registro
      *>------------------------------------------------------------------------
       consultar-declaracoes-aluno section.

           display erase
           display "------- Declaracoes Emitidas Para o Aluno -------"
           display "Codigo do Aluno: "
           accept ws-cod-aluno

           move 0 to ws-qtd-declaracoes

           move ws-cod-aluno to dcl-cod-aluno
           start arqDeclaracoes key is = dcl-cod-aluno

           if ws-fs-arqDeclaracoes = 0 then
               set ws-dcl-nao-fim to true
               perform until ws-dcl-eh-fim

                   read arqDeclaracoes next

                   evaluate true
                       when ws-fs-arqDeclaracoes = 10
                           set ws-dcl-eh-fim to true
                       when ws-fs-arqDeclaracoes <> 00
                           move 12                                       to ws-msn-erro-ofsset
                           move ws-fs-arqDeclaracoes                     to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqDeclaracoes "       to ws-msn-erro-text
                           perform finaliza-anormal
                       when dcl-cod-aluno <> ws-cod-aluno
                           set ws-dcl-eh-fim to true
                       when other
                           add 1 to ws-qtd-declaracoes
                           move dcl-data-emissao to ws-cns-data
                           move ws-cns-dia       to ws-dte-dia
                           move ws-cns-mes       to ws-dte-mes
                           move ws-cns-ano       to ws-dte-ano
                           display dcl-protocolo " " dcl-tipo " " ws-data-emissao-ed " "
                                   dcl-operador " " dcl-finalidade
                   end-evaluate

               end-perform
           end-if

           move ws-qtd-declaracoes to ws-qtd-declaracoes-ed
           display "Declaracoes Emitidas: " ws-qtd-declaracoes-ed
           display "(Tipo: M = Matricula, E = Escolaridade, T = Transferencia)"

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       consultar-declaracoes-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Registra a Declaração Emitida no Catalogo de Relatorios
      *>------------------------------------------------------------------------
       gravar-catalogo section.

           open extend arqCatalogoRel
           if ws-fs-arqCatalogoRel  <> 00
           and ws-fs-arqCatalogoRel <> 05 then
               move 17                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqCatalogoRel "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "DECLARACAO"            to cat-relatorio
           move ws-ger-data             to cat-data
           move ws-ger-hora             to cat-hora
           move ws-operador             to cat-operador
           move 1                       to cat-registros
           move ws-nome-arqDeclaracao   to cat-arquivo

           write cat-registro
           if ws-fs-arqCatalogoRel <> 00 then
               move 18                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqCatalogoRel "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCatalogoRel
           if ws-fs-arqCatalogoRel <> 0 then
               move 19                                      to ws-msn-erro-ofsset
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
           close arqDeclaracoes
           if ws-fs-arqDeclaracoes <> 0 then
               move 20                                       to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracoes                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDeclaracoes "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCadAlunosIndex
           if ws-fs-arqCadAlunosIndex <> 0 then
               move 21                                         to ws-msn-erro-ofsset
               move ws-fs-arqCadAlunosIndex                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCadAlunosIndex "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTurmas
           if ws-fs-arqTurmas <> 0 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-freq-disponivel then
               close arqFrequencia
               if ws-fs-arqFrequencia <> 0 then
                   move 23                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqFrequencia "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-men-disponivel then
               close arqMensalidades
               if ws-fs-arqMensalidades <> 0 then
                   move 24                                       to ws-msn-erro-ofsset
                   move ws-fs-arqMensalidades                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqMensalidades "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqUsuarios
           if ws-fs-arqUsuarios <> 0 then
               move 25                                      to ws-msn-erro-ofsset
               move ws-fs-arqUsuarios                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqUsuarios "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           stop run

           .
       finaliza-exit.
           exit.
