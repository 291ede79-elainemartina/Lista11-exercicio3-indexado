      $set sourceformat"free"
      *>Divisão de Identificação do Programa
       identification division.
       program-id. "lista11ex3integridade".
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
      *>-----Integridade Referencial: Confere os Arquivos Satelites
      *>-----Contra o Cadastro (Codigos de Aluno Inexistentes ou Que So
      *>-----Existem no Historico de Ex-Alunos), as Turmas dos Alunos
      *>-----Contra o Cadastro Mestre, o Proximo Codigo do Registro de
      *>-----Controle e as Vagas das Turmas; Lista os Problemas por Tipo
      *>-----e, no Modo Correção (Nivel 3), Recalcula as Vagas a Partir
      *>-----dos Alunos Ativos de Cada Turma, com Auditoria
       input-output section.
       file-control.

           select arqCadAlunosIndex assign to "arqCadAlunosIndex.dat"   *> Cadastro Indexado - Referencia dos Codigos e das Turmas
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod-aluno
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAlunosIndex.

           select arqAlunosHistorico assign to "arqAlunosHistorico.dat" *> Historico de Ex-Alunos Arquivados
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is hst-cod-aluno
           alternate record key is hst-aluno with duplicates
           file status is ws-fs-arqAlunosHistorico.

           select arqTurmas assign to "arqTurmas.dat"                   *> Cadastro Mestre de Turmas - Vagas Recalculadas na Correção
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is trm-cod-turma
           file status is ws-fs-arqTurmas.

           select arqFrequencia assign to "arqFrequencia.dat"           *> Frequencia Mensal - Satelite Conferido
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is frq-chave
           file status is ws-fs-arqFrequencia.

           select arqExames assign to "arqExames.dat"                   *> Exame Final - Satelite Conferido
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is exa-cod-aluno
           file status is ws-fs-arqExames.

           select arqNotas assign to "arqNotas.dat"                     *> Notas por Disciplina - Satelite Conferido
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is not-chave
           file status is ws-fs-arqNotas.

           select arqMensalidades assign to "arqMensalidades.dat"       *> Cobranças Mensais - Satelite Conferido
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is men-chave
           file status is ws-fs-arqMensalidades.

           select arqPreMatricula assign to "arqPreMatricula.dat"       *> Pre-Matriculas - Codigo do Aluno Gerado na Aprovação
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is pre-inscricao
           file status is ws-fs-arqPreMatricula.

           select arqTransferencias assign to "arqTransferencias.log"   *> Historico de Transferencias - Uma Linha por Movimento
           organization is line sequential
           file status is ws-fs-arqTransferencias.

           select arqControle assign to "arqControle.dat"               *> Registro de Controle - Proximo Codigo e Proxima Inscrição
           organization is line sequential
           file status is ws-fs-arqControle.

           select arqIntegridade assign to ws-nome-arqIntegridade       *> Relatorio de Integridade - Uma Geração Datada por Execução
           organization is line sequential
           file status is ws-fs-arqIntegridade.

           select arqUsuarios assign to "arqUsuarios.dat"               *> Cadastro de Usuarios - Login, Senha e Nivel de Acesso
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is usr-login
           file status is ws-fs-arqUsuarios.

           select arqAuditoria assign to "arqAuditoria.log"             *> Trilha de Auditoria de Cadastro/Alteração/Exclusão
           organization is line sequential
           file status is ws-fs-arqAuditoria.

           select arqJanelaBatch assign to "arqJanelaBatch.dat"        *> Janela Batch - Convivencia Entre Online e Rotinas Batch
           organization is line sequential
           file status is ws-fs-arqJanelaBatch.

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

       fd arqExames.  *> Exame Final - Um Registro por Aluno em Recuperação
       01  exa-registro.
           05  exa-cod-aluno                       pic 9(05).
           05  exa-nota-exame                      pic 9(02)v99.

       fd arqNotas.  *> Notas por Disciplina - Chave Composta Aluno + Disciplina + Bimestre
       01  not-registro.
           05  not-chave.
               10  not-cod-aluno                   pic 9(05).
               10  not-cod-disciplina              pic x(06).
               10  not-bimestre                    pic 9(01).
           05  not-nota                            pic 9(02)v99.

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

       fd arqPreMatricula.  *> Pre-Matriculas - Capturadas Pendentes, Depois Aprovadas ou Recusadas
       01  pre-registro.
           05  pre-inscricao                       pic 9(05).
           05  pre-aluno                           pic x(25).
           05  pre-endereco                        pic x(35).
           05  pre-mae                             pic x(25).
           05  pre-pai                             pic x(25).
           05  pre-telefone                        pic x(15).
           05  pre-email                           pic x(40).
           05  pre-turma                           pic x(10).
           05  pre-situacao                        pic x(01).
               88  pre-pendente                         value "P".
               88  pre-aprovada                         value "A".
               88  pre-recusada                         value "R".
           05  pre-cod-aluno                       pic 9(05).
           05  pre-data                            pic 9(08).

       fd arqTransferencias.  *> Historico de Transferencias - Uma Linha por Movimento
       01  trf-registro.
           05  trf-cod-aluno                       pic 9(05).
           05  filler                              pic x(01) value space.
           05  trf-data-mov                        pic 9(08).
           05  filler                              pic x(01) value space.
           05  trf-turma-origem                    pic x(10).
           05  filler                              pic x(01) value space.
           05  trf-turma-destino                   pic x(10).
           05  filler                              pic x(01) value space.
           05  trf-motivo                          pic x(40).
           05  filler                              pic x(01) value space.
           05  trf-data-registro                   pic 9(08).
           05  filler                              pic x(01) value space.
           05  trf-hora-registro                   pic 9(06).
           05  filler                              pic x(01) value space.
           05  trf-operador                        pic x(08).

       fd arqControle.
       01  ctl-registro.
           05  ctl-prox-cod-aluno                  pic 9(05).
           05  filler                              pic x(01) value space.
           05  ctl-prox-inscricao                  pic 9(05).

       fd arqIntegridade.
       01  itg-linha                               pic x(100).

       fd arqUsuarios.  *> Cadastro de Usuarios - Um Usuario por Registro
       01  usr-registro.
           05  usr-login                           pic x(08).
           05  usr-senha                           pic x(08).
           05  usr-nivel                           pic 9(01).

       fd arqAuditoria.  *> Trilha de Auditoria - Uma Linha por Operação
       01  aud-registro.
           05  aud-cod-aluno                       pic 9(05).
           05  filler                              pic x(01) value space.
           05  aud-data                            pic 9(08).
           05  filler                              pic x(01) value space.
           05  aud-hora                            pic 9(06).
           05  filler                              pic x(01) value space.
           05  aud-operacao                        pic x(10).
           05  filler                              pic x(01) value space.
           05  aud-dados-antigos                   pic x(200).
           05  filler                              pic x(01) value space.
           05  aud-dados-novos                     pic x(200).
           05  filler                              pic x(01) value space.
           05  aud-operador                        pic x(08).
           05  filler                              pic x(01) value space.
           05  aud-lote                            pic x(06).

      *>   Janela Batch - um Unico Registro Compartilhado: as Rotinas
      *>   Batch Marcam "B" no Inicio e "L" no Fim, e o Programa Online
      *>   Conta Suas Sessões de Atualização - Cada Lado Recusa (ou
      *>   Degrada Para Consulta) Enquanto o Outro Estiver Ativo
       fd arqJanelaBatch.
       01  jnl-registro.
           05  jnl-situacao                         pic x(01).
               88  jnl-batch-ativo                       value "B".
               88  jnl-janela-livre                      value "L".
           05  filler                               pic x(01) value space.
           05  jnl-programa                         pic x(25).
           05  filler                               pic x(01) value space.
           05  jnl-sessoes-online                   pic 9(02).
           05  filler                               pic x(01) value space.
           05  jnl-data                             pic 9(08).
           05  filler                               pic x(01) value space.
           05  jnl-hora                             pic 9(06).

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
       77  ws-fs-arqExames                         pic  9(02).
       77  ws-fs-arqNotas                          pic  9(02).
       77  ws-fs-arqMensalidades                   pic  9(02).
       77  ws-fs-arqPreMatricula                   pic  9(02).
       77  ws-fs-arqTransferencias                 pic  9(02).
       77  ws-fs-arqControle                       pic  9(02).
       77  ws-fs-arqIntegridade                    pic  9(02).
       77  ws-fs-arqUsuarios                       pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-fs-arqCatalogoRel                    pic  9(02).

       77  ws-menu                                 pic x(01).

      *>----Modo da Execução - Somente Relatorio ou Relatorio com a
      *>----Correção das Vagas (Nivel 3, com Janela Batch e Auditoria)
       77  ws-modo-status                          pic x(01).
          88  ws-modo-relatorio                     value "R".
          88  ws-modo-correcao                      value "C".

       77  ws-hst-arquivo-status                   pic x(01).
          88  ws-hst-disponivel                     value "S".
          88  ws-hst-indisponivel                   value "N".

      *>----Situação do Codigo Conferido: no Cadastro, Somente no
      *>----Historico de Ex-Alunos ou em Nenhum dos Dois (Orfao)
       77  ws-cod-conferido                        pic 9(05).
       77  ws-cod-anterior                         pic 9(05).

       77  ws-cod-status                           pic x(01).
          88  ws-cod-no-cadastro                    value "C".
          88  ws-cod-no-historico                   value "H".
          88  ws-cod-orfao                          value "O".

      *>----Maior Codigo em Uso no Cadastro - Referencia do Proximo
      *>----Codigo do Registro de Controle
       77  ws-maior-cod-aluno                      pic 9(05).

      *>----Maior Codigo de Ex-Aluno Arquivado no Historico e o Maior
      *>----Codigo Ja Emitido (Cadastro ou Historico) - Codigo Arquivado
      *>----Tambem Nao Pode Ser Reemitido
       77  ws-maior-cod-historico                  pic 9(05).
       77  ws-maior-cod-emitido                    pic 9(05).

      *>----Turmas do Cadastro Mestre com a Contagem Real de Alunos
      *>----Ativos e Inativos - Inativo Cuja Exclusão Nao Devolveu a Vaga
      *>----(Exclusões Anteriores a Devolução Automatica) Ainda Prende a
      *>----Vaga da Turma; Arquivados Ja Sairam do Cadastro e Nao Sao
      *>----Contados
       01  ws-tab-turmas.
           05  ws-trm-qtd                          pic 9(03) comp.
           05  ws-trm-entrada occurs 100 times.
               10  ws-trm-cod-turma                pic x(10).
               10  ws-trm-descricao                pic x(30).
               10  ws-trm-vagas                    pic 9(03).
               10  ws-trm-ativos                   pic 9(05) comp.
               10  ws-trm-inativos                 pic 9(05) comp.

       77  ws-trm-ix                               pic 9(03) comp.

      *>----Alunos Cuja Exclusão Ja Devolveu a Vaga (DEVOLVAGA na
      *>----Auditoria, Sem OCUPAVAGA Posterior de Reativação) - Esses
      *>----Inativos Nao Prendem Vaga e Ficam Fora da Contagem
       01  ws-tab-devolucoes.
           05  ws-dev-qtd                          pic 9(04) comp.
           05  ws-dev-entrada occurs 3000 times.
               10  ws-dev-cod-aluno                pic 9(05).
               10  ws-dev-situacao                 pic x(01).
                   88  ws-dev-vaga-devolvida            value "D".
                   88  ws-dev-vaga-ocupada              value "O".

       77  ws-dev-ix                               pic 9(04) comp.

       77  ws-dev-status                           pic x(01).
          88  ws-dev-encontrado                     value "S".
          88  ws-dev-nao-encontrado                 value "N".

       77  ws-turma-status                         pic x(01).
          88  ws-turma-encontrada                   value "S".
          88  ws-turma-nao-encontrada               value "N".

      *>----Problemas Encontrados - Guardados na Tabela e Listados por
      *>----Tipo no Final; Acima da Capacidade Somente São Contados
       01  ws-tab-problemas.
           05  ws-prb-qtd                          pic 9(04) comp.
           05  ws-prb-entrada occurs 3000 times.
               10  ws-prb-tipo                     pic 9(02).
               10  ws-prb-arquivo                  pic x(20).
               10  ws-prb-chave                    pic x(12).
               10  ws-prb-detalhe                  pic x(50).

       77  ws-prb-ix                               pic 9(04) comp.

       77  ws-prb-tabela-status                    pic x(01).
          88  ws-prb-tabela-cheia                   value "S".
          88  ws-prb-tabela-com-espaco              value "N".

      *>----Tipos de Problema e os Totais de Cada Tipo
      *>----  01 Codigo de Aluno Inexistente
      *>----  02 Codigo de Aluno Somente no Historico de Ex-Alunos
      *>----  03 Turma do Aluno Inexistente no Cadastro Mestre
      *>----  04 Proximo Codigo do Controle Atrasado
      *>----  05 Vagas Nao Devolvidas (Alunos Inativos na Turma)
       01  ws-tab-tipos.
           05  ws-tip-titulo-valores.
               10  filler  pic x(50) value "01 - CODIGO DE ALUNO INEXISTENTE".
               10  filler  pic x(50) value "02 - CODIGO DE ALUNO SOMENTE NO HISTORICO".
               10  filler  pic x(50) value "03 - TURMA INEXISTENTE NO CADASTRO DE TURMAS".
               10  filler  pic x(50) value "04 - PROXIMO CODIGO DO CONTROLE ATRASADO".
               10  filler  pic x(50) value "05 - VAGAS NAO DEVOLVIDAS".
           05  ws-tip-titulo redefines ws-tip-titulo-valores
                                                   pic x(50) occurs 5 times.
           05  ws-tip-total                        pic 9(05) comp occurs 5 times.

       77  ws-tip-ix                               pic 9(02) comp.
       77  ws-tip-corrente                         pic 9(02).

      *>----Campos do Problema em Montagem
       77  ws-novo-tipo                            pic 9(02).
       77  ws-novo-arquivo                         pic x(20).
       77  ws-novo-chave                           pic x(12).
       77  ws-novo-detalhe                         pic x(50).

       77  ws-total-problemas                      pic 9(05) comp.
       77  ws-total-correcoes                      pic 9(05) comp.
       77  ws-total-ed                             pic z(04)9.

       77  ws-vagas-ed                             pic zz9.
       77  ws-qtd-ed                               pic z(04)9.
       77  ws-qtd2-ed                              pic z(04)9.
       77  ws-cod-ed                               pic 9(05).

      *>----Correção das Vagas - Lotação da Turma Informada Pelo
      *>----Operador (Sugerida com as Vagas Presas Devolvidas); as Vagas
      *>----Passam a Ser a Lotação Menos os Alunos Ativos
       77  ws-lotacao                              pic 9(03).
       77  ws-lotacao-sugerida                     pic 9(05).
       77  ws-vagas-novas                          pic 9(03).

       01  ws-linhas-correcao.
           05  ws-cor-qtd                          pic 9(03) comp.
           05  ws-cor-linha                        pic x(100) occurs 100 times.

       77  ws-cor-ix                               pic 9(03) comp.

       77  ws-fim-arquivo                          pic x(01).
          88  ws-nao-fim-arquivo                    value "N".
          88  ws-eh-fim-arquivo                     value "S".

      *>----Variaveis de Apoio ao Controle de Acesso (Login do Operador)
      *>----Niveis: 1 = Relatorio, 3 = Correção das Vagas
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

      *>----Variaveis de Apoio a Trilha de Auditoria
       01  ws-data-hora-sistema.
           05  ws-aud-data                         pic 9(08).
           05  ws-aud-hora                         pic 9(06).
           05  filler                              pic x(10).

       77  ws-cod-aluno                            pic 9(05).
       77  ws-aud-operacao                         pic x(10).

       01  ws-aud-dados-antigos                    pic x(200).
       01  ws-aud-dados-novos                      pic x(200).

      *>----Variaveis de Apoio a Janela Batch - Somente no Modo Correção,
      *>----Que Regrava o Cadastro Mestre de Turmas
       77  ws-fs-arqJanelaBatch                    pic  9(02).

       01  ws-janela.
           05  ws-jnl-situacao                     pic x(01).
               88  ws-jnl-batch-ativo                   value "B".
               88  ws-jnl-janela-livre                  value "L".
           05  ws-jnl-programa                     pic x(25).
           05  ws-jnl-sessoes-online               pic 9(02).

       77  ws-janela-flag                          pic x(01).
          88  ws-janela-reservada                   value "S".
          88  ws-janela-nao-reservada               value "N".

      *>----Variaveis de Apoio a Geração Datada e ao Catalogo
       77  ws-nome-arqIntegridade                  pic x(40).

       01  ws-data-geracao.
           05  ws-ger-data                         pic 9(08).
           05  ws-ger-hora                         pic 9(06).
           05  filler                              pic x(10).
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

           set ws-janela-nao-reservada to true

      *>   Identifica o Operador Antes de Tocar em Qualquer Arquivo de
      *>   Dados - o Nivel Decide se a Correção Pode Ser Feita
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

           display "------- Integridade Referencial -------"
           display "Insira '1' Para Somente o Relatorio"
           display "Insira '2' Para Relatorio e Correcao das Vagas (Nivel 3)"
           accept ws-menu
           perform until ws-menu = "1" or ws-menu = "2"
               display "Opcao Invalida!"
               display "Insira '1' Para Somente o Relatorio"
               display "Insira '2' Para Relatorio e Correcao das Vagas (Nivel 3)"
               accept ws-menu
           end-perform

           set ws-modo-relatorio to true
           if ws-menu = "2" then
               move 3 to ws-nivel-exigido
               perform verificar-acesso
               if ws-acesso-permitido then
                   set ws-modo-correcao to true
               else
                   display "Execucao Seguira Somente com o Relatorio"
               end-if
           end-if

           accept ws-ger-data from date yyyymmdd
           accept ws-ger-hora from time

      *>   A Correção Regrava as Turmas - Segura a Janela Batch Antes de
      *>   Abrir os Arquivos
           if ws-modo-correcao then
               perform reservar-janela-batch
           end-if

           move spaces to ws-nome-arqIntegridade
           string "arqIntegridade_"  delimited by size
                  ws-ger-data        delimited by size
                  "_"                delimited by size
                  ws-ger-hora        delimited by size
                  ".txt"             delimited by size
                  into ws-nome-arqIntegridade
           end-string

      *>   Open Input - Abre o Cadastro Somente Para Leitura
           open input arqCadAlunosIndex
           if ws-fs-arqCadAlunosIndex  <> 00 then
               move 3                                          to ws-msn-erro-ofsset
               move ws-fs-arqCadAlunosIndex                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqCadAlunosIndex "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Abre o Historico de Ex-Alunos (Opcional)
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

      *>   Turmas em i-o Somente no Modo Correção
           if ws-modo-correcao then
               open i-o arqTurmas
           else
               open input arqTurmas
           end-if
           if ws-fs-arqTurmas  <> 00 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqTurmas "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   A Trilha é Lida (Devoluções de Vaga) Antes de Ser Aberta Para
      *>   Acrescentar as Correções
           perform carregar-devolucoes

           if ws-modo-correcao then
               open extend arqAuditoria
               if ws-fs-arqAuditoria  <> 00
               and ws-fs-arqAuditoria <> 05 then
                   move 6                                       to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                      to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqAuditoria "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqIntegridade
           if ws-fs-arqIntegridade  <> 00 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqIntegridade                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqIntegridade "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-prb-qtd
           set ws-prb-tabela-com-espaco to true
           move 1 to ws-tip-ix
           perform until ws-tip-ix > 5
               move 0 to ws-tip-total (ws-tip-ix)
               add 1 to ws-tip-ix
           end-perform
           move 0 to ws-total-problemas
           move 0 to ws-total-correcoes
           move 0 to ws-cor-qtd

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                         Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           perform carregar-turmas
           perform conferir-cadastro
           perform conferir-controle
           perform conferir-vagas

           perform conferir-frequencia
           perform conferir-exames
           perform conferir-notas
           perform conferir-mensalidades
           perform conferir-pre-matriculas
           perform conferir-transferencias

           if ws-modo-correcao then
               perform corrigir-vagas
           end-if

           perform imprimir-relatorio

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Carrega as Turmas do Cadastro Mestre com as Vagas Atuais
      *>------------------------------------------------------------------------
       carregar-turmas section.

           move 0 to ws-trm-qtd

           move low-values to trm-cod-turma
           start arqTurmas key is >= trm-cod-turma
           set ws-nao-fim-arquivo to true
           if ws-fs-arqTurmas <> 0 then
               set ws-eh-fim-arquivo to true
           end-if

           perform until ws-eh-fim-arquivo

               read arqTurmas next

               if ws-fs-arqTurmas = 10 then
                   set ws-eh-fim-arquivo to true
               else
                   if ws-fs-arqTurmas <> 00 then
                       move 8                                       to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas                         to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqTurmas "           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-trm-qtd >= 100 then
                       display "Mais de 100 Turmas Cadastradas - Conferencia Cancelada"
                       move 12 to return-code
                       perform liberar-janela-batch
                       stop run
                   end-if
                   add 1 to ws-trm-qtd
                   move trm-cod-turma to ws-trm-cod-turma (ws-trm-qtd)
                   move trm-descricao to ws-trm-descricao (ws-trm-qtd)
                   move trm-vagas     to ws-trm-vagas     (ws-trm-qtd)
                   move 0             to ws-trm-ativos    (ws-trm-qtd)
                   move 0             to ws-trm-inativos  (ws-trm-qtd)
               end-if

           end-perform

           .
       carregar-turmas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Le a Trilha de Auditoria e Guarda, por Aluno, se a Ultima
      *>      Movimentação de Vaga Foi a Devolução da Exclusão (DEVOLVAGA)
      *>      ou a Ocupação da Reativação (OCUPAVAGA)
      *>------------------------------------------------------------------------
       carregar-devolucoes section.

           move 0 to ws-dev-qtd

           open input arqAuditoria
           evaluate ws-fs-arqAuditoria
               when 00
                   set ws-nao-fim-arquivo to true
                   perform until ws-eh-fim-arquivo
                       read arqAuditoria next
                       if ws-fs-arqAuditoria = 10 then
                           set ws-eh-fim-arquivo to true
                       else
                           if ws-fs-arqAuditoria <> 00 then
                               move 43                                  to ws-msn-erro-ofsset
                               move ws-fs-arqAuditoria                  to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqAuditoria "    to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           if aud-operacao = "DEVOLVAGA"
                           or aud-operacao = "OCUPAVAGA" then
                               perform registrar-devolucao
                           end-if
                       end-if
                   end-perform
                   close arqAuditoria
                   if ws-fs-arqAuditoria <> 0 then
                       move 41                                      to ws-msn-erro-ofsset
                       move ws-fs-arqAuditoria                      to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqAuditoria "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               when 35
                   continue
               when other
                   move 6                                       to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                      to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqAuditoria "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       carregar-devolucoes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Atualiza a Ultima Movimentação de Vaga do Aluno da Linha de
      *>      Auditoria Lida - Acima da Capacidade o Aluno Fica de Fora
      *>      (Conta Como Vaga Presa, a Favor da Conferencia)
      *>------------------------------------------------------------------------
       registrar-devolucao section.

           move aud-cod-aluno to ws-cod-conferido
           perform localizar-devolucao

           if ws-dev-nao-encontrado
           and ws-dev-qtd < 3000 then
               add 1 to ws-dev-qtd
               move ws-dev-qtd    to ws-dev-ix
               move aud-cod-aluno to ws-dev-cod-aluno (ws-dev-ix)
               set ws-dev-encontrado to true
           end-if

           if ws-dev-encontrado then
               if aud-operacao = "DEVOLVAGA" then
                   set ws-dev-vaga-devolvida (ws-dev-ix) to true
               else
                   set ws-dev-vaga-ocupada (ws-dev-ix) to true
               end-if
           end-if

           .
       registrar-devolucao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Procura ws-cod-conferido na Tabela de Devoluções (Indice em
      *>      ws-dev-ix)
      *>------------------------------------------------------------------------
       localizar-devolucao section.

           set ws-dev-nao-encontrado to true
           move 1 to ws-dev-ix
           perform until ws-dev-ix > ws-dev-qtd or ws-dev-encontrado
               if ws-dev-cod-aluno (ws-dev-ix) = ws-cod-conferido then
                   set ws-dev-encontrado to true
               else
                   add 1 to ws-dev-ix
               end-if
           end-perform

           .
       localizar-devolucao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Percorre o Cadastro: Maior Codigo em Uso, Turma de Cada
      *>      Aluno no Cadastro Mestre e a Contagem por Turma
      *>------------------------------------------------------------------------
       conferir-cadastro section.

           move 0 to ws-maior-cod-aluno

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
                   if ws-fs-arqCadAlunosIndex <> 00 then
                       move 9                                        to ws-msn-erro-ofsset
                       move ws-fs-arqCadAlunosIndex                  to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqCadAlunosIndex "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move fd-cod-aluno to ws-maior-cod-aluno

                   perform localizar-turma-tabela
                   if ws-turma-encontrada then
                       if fd-ativo then
                           add 1 to ws-trm-ativos (ws-trm-ix)
                       else
                           move fd-cod-aluno to ws-cod-conferido
                           perform localizar-devolucao
                           if ws-dev-nao-encontrado then
                               add 1 to ws-trm-inativos (ws-trm-ix)
                           else
                               if ws-dev-vaga-ocupada (ws-dev-ix) then
                                   add 1 to ws-trm-inativos (ws-trm-ix)
                               end-if
                           end-if
                       end-if
                   else
      *>               Aluno Sem Turma Informada Nao é Problema de Referencia
                       if fd-turma <> spaces then
                           move 03                 to ws-novo-tipo
                           move "arqCadAlunosIndex" to ws-novo-arquivo
                           move fd-cod-aluno       to ws-cod-ed
                           move ws-cod-ed          to ws-novo-chave
                           move spaces             to ws-novo-detalhe
                           if fd-ativo then
                               string "Turma " delimited by size
                                      fd-turma delimited by size
                                      " (Aluno Ativo)" delimited by size
                                      into ws-novo-detalhe
                               end-string
                           else
                               string "Turma " delimited by size
                                      fd-turma delimited by size
                                      " (Aluno Inativo)" delimited by size
                                      into ws-novo-detalhe
                               end-string
                           end-if
                           perform registrar-problema
                       end-if
                   end-if
               end-if

           end-perform

           .
       conferir-cadastro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Procura fd-turma na Tabela de Turmas (Indice em ws-trm-ix)
      *>------------------------------------------------------------------------
       localizar-turma-tabela section.

           set ws-turma-nao-encontrada to true
           move 1 to ws-trm-ix
           perform until ws-trm-ix > ws-trm-qtd or ws-turma-encontrada
               if ws-trm-cod-turma (ws-trm-ix) = fd-turma then
                   set ws-turma-encontrada to true
               else
                   add 1 to ws-trm-ix
               end-if
           end-perform

           .
       localizar-turma-tabela-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Confere o Proximo Codigo do Registro de Controle Contra o
      *>      Maior Codigo Ja Emitido, no Cadastro ou no Historico de
      *>      Ex-Alunos - Controle Inexistente Nao é Problema (a Matricula
      *>      o Cria na Primeira Execução)
      *>------------------------------------------------------------------------
       conferir-controle section.

           perform apurar-maior-cod-historico
           if ws-maior-cod-historico > ws-maior-cod-aluno then
               move ws-maior-cod-historico to ws-maior-cod-emitido
           else
               move ws-maior-cod-aluno     to ws-maior-cod-emitido
           end-if

           open input arqControle
           evaluate ws-fs-arqControle
               when 00
                   read arqControle next
                   if ws-fs-arqControle = 00 then
                       if ctl-prox-cod-aluno <= ws-maior-cod-emitido then
                           move 04             to ws-novo-tipo
                           move "arqControle"  to ws-novo-arquivo
                           move ctl-prox-cod-aluno to ws-cod-ed
                           move ws-cod-ed      to ws-novo-chave
                           move ws-maior-cod-emitido to ws-cod-ed
                           move spaces         to ws-novo-detalhe
                           string "Proximo Codigo Nao Passa do Maior Emitido "    delimited by size
                                  ws-cod-ed                                   delimited by size
                                  into ws-novo-detalhe
                           end-string
                           perform registrar-problema
                       end-if
                   end-if
                   close arqControle
                   if ws-fs-arqControle <> 0 then
                       move 10                                   to ws-msn-erro-ofsset
                       move ws-fs-arqControle                    to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqControle "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               when 35
                   display "arqControle.dat Inexistente - Conferencia do Proximo Codigo Pulada"
               when other
                   move 11                                  to ws-msn-erro-ofsset
                   move ws-fs-arqControle                   to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqControle "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       conferir-controle-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Percorre o Historico de Ex-Alunos: Maior Codigo Arquivado
      *>      (Historico Inexistente Vale Zero)
      *>------------------------------------------------------------------------
       apurar-maior-cod-historico section.

           move 0 to ws-maior-cod-historico

           if ws-hst-disponivel then
               move 0 to hst-cod-aluno
               start arqAlunosHistorico key is >= hst-cod-aluno
               set ws-nao-fim-arquivo to true
               if ws-fs-arqAlunosHistorico <> 0 then
                   set ws-eh-fim-arquivo to true
               end-if

               perform until ws-eh-fim-arquivo
                   read arqAlunosHistorico next
                   if ws-fs-arqAlunosHistorico = 10 then
                       set ws-eh-fim-arquivo to true
                   else
                       if ws-fs-arqAlunosHistorico <> 00 then
                           move 44                                         to ws-msn-erro-ofsset
                           move ws-fs-arqAlunosHistorico                   to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqAlunosHistorico "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       move hst-cod-aluno to ws-maior-cod-historico
                   end-if
               end-perform
           end-if

           .
       apurar-maior-cod-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Turmas com Alunos Inativos Ainda Prendendo a Vaga - a
      *>      Exclusão Desses Alunos Nao Devolveu a Vaga
      *>------------------------------------------------------------------------
       conferir-vagas section.

           move 1 to ws-trm-ix
           perform until ws-trm-ix > ws-trm-qtd
               if ws-trm-inativos (ws-trm-ix) > 0 then
                   move 05                          to ws-novo-tipo
                   move "arqTurmas"                 to ws-novo-arquivo
                   move ws-trm-cod-turma (ws-trm-ix) to ws-novo-chave
                   move ws-trm-vagas (ws-trm-ix)    to ws-vagas-ed
                   move ws-trm-ativos (ws-trm-ix)   to ws-qtd-ed
                   move ws-trm-inativos (ws-trm-ix) to ws-qtd2-ed
                   move spaces                      to ws-novo-detalhe
                   string "Vagas "      delimited by size
                          ws-vagas-ed   delimited by size
                          " Ativos "    delimited by size
                          ws-qtd-ed     delimited by size
                          " Inativos Presos " delimited by size
                          ws-qtd2-ed    delimited by size
                          into ws-novo-detalhe
                   end-string
                   perform registrar-problema
               end-if
               add 1 to ws-trm-ix
           end-perform

           .
       conferir-vagas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Frequencia - Confere Cada Codigo Uma Vez (Chave Ordenada
      *>      por Aluno e Mes)
      *>------------------------------------------------------------------------
       conferir-frequencia section.

           open input arqFrequencia
           evaluate ws-fs-arqFrequencia
               when 00
                   move 0 to ws-cod-anterior
                   set ws-nao-fim-arquivo to true
                   perform until ws-eh-fim-arquivo
                       read arqFrequencia next
                       if ws-fs-arqFrequencia = 10 then
                           set ws-eh-fim-arquivo to true
                       else
                           if ws-fs-arqFrequencia <> 00 then
                               move 12                                      to ws-msn-erro-ofsset
                               move ws-fs-arqFrequencia                     to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqFrequencia "       to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           if frq-cod-aluno <> ws-cod-anterior then
                               move frq-cod-aluno to ws-cod-anterior
                               move frq-cod-aluno to ws-cod-conferido
                               perform conferir-codigo-aluno
                               if not ws-cod-no-cadastro then
                                   move "arqFrequencia" to ws-novo-arquivo
                                   move spaces          to ws-novo-detalhe
                                   string "Frequencia a Partir do Mes " delimited by size
                                          frq-mes                       delimited by size
                                          into ws-novo-detalhe
                                   end-string
                                   perform registrar-problema-codigo
                               end-if
                           end-if
                       end-if
                   end-perform
                   close arqFrequencia
                   if ws-fs-arqFrequencia <> 0 then
                       move 13                                      to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                     to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqFrequencia "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               when 35
                   display "arqFrequencia.dat Inexistente - Conferencia Pulada"
               when other
                   move 14                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                     to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqFrequencia "     to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       conferir-frequencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Exames - um Registro por Aluno
      *>------------------------------------------------------------------------
       conferir-exames section.

           open input arqExames
           evaluate ws-fs-arqExames
               when 00
                   set ws-nao-fim-arquivo to true
                   perform until ws-eh-fim-arquivo
                       read arqExames next
                       if ws-fs-arqExames = 10 then
                           set ws-eh-fim-arquivo to true
                       else
                           if ws-fs-arqExames <> 00 then
                               move 15                                  to ws-msn-erro-ofsset
                               move ws-fs-arqExames                     to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqExames "       to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           move exa-cod-aluno to ws-cod-conferido
                           perform conferir-codigo-aluno
                           if not ws-cod-no-cadastro then
                               move "arqExames"          to ws-novo-arquivo
                               move "Nota de Exame Final" to ws-novo-detalhe
                               perform registrar-problema-codigo
                           end-if
                       end-if
                   end-perform
                   close arqExames
                   if ws-fs-arqExames <> 0 then
                       move 16                                  to ws-msn-erro-ofsset
                       move ws-fs-arqExames                     to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqExames "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               when 35
                   display "arqExames.dat Inexistente - Conferencia Pulada"
               when other
                   move 17                                  to ws-msn-erro-ofsset
                   move ws-fs-arqExames                     to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqExames "     to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       conferir-exames-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Notas por Disciplina - Confere Cada Codigo Uma Vez (Chave
      *>      Ordenada por Aluno, Disciplina e Bimestre)
      *>------------------------------------------------------------------------
       conferir-notas section.

           open input arqNotas
           evaluate ws-fs-arqNotas
               when 00
                   move 0 to ws-cod-anterior
                   set ws-nao-fim-arquivo to true
                   perform until ws-eh-fim-arquivo
                       read arqNotas next
                       if ws-fs-arqNotas = 10 then
                           set ws-eh-fim-arquivo to true
                       else
                           if ws-fs-arqNotas <> 00 then
                               move 45                                      to ws-msn-erro-ofsset
                               move ws-fs-arqNotas                          to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqNotas "            to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           if not-cod-aluno <> ws-cod-anterior then
                               move not-cod-aluno to ws-cod-anterior
                               move not-cod-aluno to ws-cod-conferido
                               perform conferir-codigo-aluno
                               if not ws-cod-no-cadastro then
                                   move "arqNotas"      to ws-novo-arquivo
                                   move spaces          to ws-novo-detalhe
                                   string "Notas a Partir da Disciplina " delimited by size
                                          not-cod-disciplina              delimited by size
                                          into ws-novo-detalhe
                                   end-string
                                   perform registrar-problema-codigo
                               end-if
                           end-if
                       end-if
                   end-perform
                   close arqNotas
                   if ws-fs-arqNotas <> 0 then
                       move 46                                      to ws-msn-erro-ofsset
                       move ws-fs-arqNotas                          to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqNotas "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               when 35
                   display "arqNotas.dat Inexistente - Conferencia Pulada"
               when other
                   move 47                                      to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                          to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqNotas "          to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       conferir-notas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Mensalidades - Confere Cada Codigo Uma Vez (Chave Ordenada
      *>      por Aluno e Competencia)
      *>------------------------------------------------------------------------
       conferir-mensalidades section.

           open input arqMensalidades
           evaluate ws-fs-arqMensalidades
               when 00
                   move 0 to ws-cod-anterior
                   set ws-nao-fim-arquivo to true
                   perform until ws-eh-fim-arquivo
                       read arqMensalidades next
                       if ws-fs-arqMensalidades = 10 then
                           set ws-eh-fim-arquivo to true
                       else
                           if ws-fs-arqMensalidades <> 00 then
                               move 18                                      to ws-msn-erro-ofsset
                               move ws-fs-arqMensalidades                   to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqMensalidades "     to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           if men-cod-aluno <> ws-cod-anterior then
                               move men-cod-aluno to ws-cod-anterior
                               move men-cod-aluno to ws-cod-conferido
                               perform conferir-codigo-aluno
                               if not ws-cod-no-cadastro then
                                   move "arqMensalidades" to ws-novo-arquivo
                                   move spaces            to ws-novo-detalhe
                                   string "Cobrancas a Partir da Competencia " delimited by size
                                          men-competencia                      delimited by size
                                          into ws-novo-detalhe
                                   end-string
                                   perform registrar-problema-codigo
                               end-if
                           end-if
                       end-if
                   end-perform
                   close arqMensalidades
                   if ws-fs-arqMensalidades <> 0 then
                       move 19                                      to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidades                   to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqMensalidades "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               when 35
                   display "arqMensalidades.dat Inexistente - Conferencia Pulada"
               when other
                   move 20                                      to ws-msn-erro-ofsset
                   move ws-fs-arqMensalidades                   to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqMensalidades "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       conferir-mensalidades-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Pre-Matriculas Aprovadas - o Codigo Gerado na Aprovação
      *>      (pre-cod-aluno) Deve Existir no Cadastro
      *>------------------------------------------------------------------------
       conferir-pre-matriculas section.

           open input arqPreMatricula
           evaluate ws-fs-arqPreMatricula
               when 00
                   set ws-nao-fim-arquivo to true
                   perform until ws-eh-fim-arquivo
                       read arqPreMatricula next
                       if ws-fs-arqPreMatricula = 10 then
                           set ws-eh-fim-arquivo to true
                       else
                           if ws-fs-arqPreMatricula <> 00 then
                               move 21                                      to ws-msn-erro-ofsset
                               move ws-fs-arqPreMatricula                   to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqPreMatricula "     to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           if pre-aprovada and pre-cod-aluno > 0 then
                               move pre-cod-aluno to ws-cod-conferido
                               perform conferir-codigo-aluno
                               if not ws-cod-no-cadastro then
                                   move "arqPreMatricula" to ws-novo-arquivo
                                   move spaces            to ws-novo-detalhe
                                   string "Inscricao Aprovada " delimited by size
                                          pre-inscricao         delimited by size
                                          into ws-novo-detalhe
                                   end-string
                                   perform registrar-problema-codigo
                               end-if
                           end-if
                       end-if
                   end-perform
                   close arqPreMatricula
                   if ws-fs-arqPreMatricula <> 0 then
                       move 22                                      to ws-msn-erro-ofsset
                       move ws-fs-arqPreMatricula                   to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqPreMatricula "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               when 35
                   display "arqPreMatricula.dat Inexistente - Conferencia Pulada"
               when other
                   move 23                                      to ws-msn-erro-ofsset
                   move ws-fs-arqPreMatricula                   to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqPreMatricula "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       conferir-pre-matriculas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Transferencias - Linhas Seguidas do Mesmo Aluno Sao
      *>      Conferidas Uma Vez
      *>------------------------------------------------------------------------
       conferir-transferencias section.

           open input arqTransferencias
           evaluate ws-fs-arqTransferencias
               when 00
                   move 0 to ws-cod-anterior
                   set ws-nao-fim-arquivo to true
                   perform until ws-eh-fim-arquivo
                       read arqTransferencias next
                       if ws-fs-arqTransferencias = 10 then
                           set ws-eh-fim-arquivo to true
                       else
                           if ws-fs-arqTransferencias <> 00 then
                               move 24                                      to ws-msn-erro-ofsset
                               move ws-fs-arqTransferencias                 to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqTransferencias "   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           if trf-cod-aluno <> ws-cod-anterior then
                               move trf-cod-aluno to ws-cod-anterior
                               move trf-cod-aluno to ws-cod-conferido
                               perform conferir-codigo-aluno
                               if not ws-cod-no-cadastro then
                                   move "arqTransferencias" to ws-novo-arquivo
                                   move spaces              to ws-novo-detalhe
                                   string "Movimento de "    delimited by size
                                          trf-data-mov       delimited by size
                                          " Para "           delimited by size
                                          trf-turma-destino  delimited by size
                                          into ws-novo-detalhe
                                   end-string
                                   perform registrar-problema-codigo
                               end-if
                           end-if
                       end-if
                   end-perform
                   close arqTransferencias
                   if ws-fs-arqTransferencias <> 0 then
                       move 25                                      to ws-msn-erro-ofsset
                       move ws-fs-arqTransferencias                 to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqTransferencias " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               when 35
                   display "arqTransferencias.log Inexistente - Conferencia Pulada"
               when other
                   move 26                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTransferencias                 to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqTransferencias " to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       conferir-transferencias-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Procura ws-cod-conferido no Cadastro e, Quando Nao Esta
      *>      Nele, no Historico de Ex-Alunos
      *>------------------------------------------------------------------------
       conferir-codigo-aluno section.

           move ws-cod-conferido to fd-cod-aluno
           read arqCadAlunosIndex
           evaluate ws-fs-arqCadAlunosIndex
               when 00
                   set ws-cod-no-cadastro to true
               when 23
                   set ws-cod-orfao to true
                   if ws-hst-disponivel then
                       move ws-cod-conferido to hst-cod-aluno
                       read arqAlunosHistorico
                       evaluate ws-fs-arqAlunosHistorico
                           when 00
                               set ws-cod-no-historico to true
                           when 23
                               continue
                           when other
                               move 27                                         to ws-msn-erro-ofsset
                               move ws-fs-arqAlunosHistorico                   to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqAlunosHistorico "     to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate
                   end-if
               when other
                   move 9                                        to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlunosIndex                  to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqCadAlunosIndex "    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       conferir-codigo-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Registra o Codigo Conferido Fora do Cadastro - Tipo 01
      *>      (Inexistente) ou 02 (Somente no Historico)
      *>------------------------------------------------------------------------
       registrar-problema-codigo section.

           if ws-cod-no-historico then
               move 02 to ws-novo-tipo
           else
               move 01 to ws-novo-tipo
           end-if
           move ws-cod-conferido to ws-cod-ed
           move ws-cod-ed        to ws-novo-chave

           perform registrar-problema

           .
       registrar-problema-codigo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Guarda o Problema Montado em ws-novo-* na Tabela e Soma no
      *>      Total do Tipo
      *>------------------------------------------------------------------------
       registrar-problema section.

           add 1 to ws-tip-total (ws-novo-tipo)
           add 1 to ws-total-problemas

           if ws-prb-qtd >= 3000 then
               set ws-prb-tabela-cheia to true
           else
               add 1 to ws-prb-qtd
               move ws-novo-tipo    to ws-prb-tipo    (ws-prb-qtd)
               move ws-novo-arquivo to ws-prb-arquivo (ws-prb-qtd)
               move ws-novo-chave   to ws-prb-chave   (ws-prb-qtd)
               move ws-novo-detalhe to ws-prb-detalhe (ws-prb-qtd)
           end-if

           .
       registrar-problema-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Correção das Vagas - Para Cada Turma o Operador Confirma a
      *>      Lotação (Sugerida: Vagas Atuais + Ativos + Inativos Que Nao
      *>      Devolveram a Vaga) e as Vagas Passam a Lotação Menos os
      *>      Alunos Ativos; Lotação Zero Mantem a Turma Como Esta
      *>------------------------------------------------------------------------
       corrigir-vagas section.

           display "------- Correcao das Vagas por Turma -------"

           move 1 to ws-trm-ix
           perform until ws-trm-ix > ws-trm-qtd

               compute ws-lotacao-sugerida = ws-trm-vagas (ws-trm-ix)
                                           + ws-trm-ativos (ws-trm-ix)
                                           + ws-trm-inativos (ws-trm-ix)
               if ws-lotacao-sugerida > 999 then
                   move 999 to ws-lotacao-sugerida
               end-if

               display " "
               display "Turma " ws-trm-cod-turma (ws-trm-ix) " - " ws-trm-descricao (ws-trm-ix)
               display "Vagas Atuais: " ws-trm-vagas (ws-trm-ix)
                       "  Ativos: "     ws-trm-ativos (ws-trm-ix)
                       "  Inativos: "   ws-trm-inativos (ws-trm-ix)
               display "Lotacao Sugerida: " ws-lotacao-sugerida
               display "Lotacao da Turma (0 = Manter as Vagas Atuais): "
               accept ws-lotacao

               if ws-lotacao > 0 then
                   if ws-lotacao < ws-trm-ativos (ws-trm-ix) then
                       display "Lotacao Menor que os Alunos Ativos - Turma Mantida"
                   else
                       compute ws-vagas-novas = ws-lotacao - ws-trm-ativos (ws-trm-ix)
                       if ws-vagas-novas = ws-trm-vagas (ws-trm-ix) then
                           display "Vagas Ja Conferem - Turma Mantida"
                       else
                           perform regravar-vagas-turma
                       end-if
                   end-if
               end-if

               add 1 to ws-trm-ix
           end-perform

           .
       corrigir-vagas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Regrava as Vagas da Turma ws-trm-ix com ws-vagas-novas e
      *>      Registra a Imagem Antes/Depois na Auditoria
      *>------------------------------------------------------------------------
       regravar-vagas-turma section.

           move ws-trm-cod-turma (ws-trm-ix) to trm-cod-turma
           read arqTurmas
           if ws-fs-arqTurmas <> 00 then
               move 8                                       to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao Ler arq. arqTurmas "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move trm-registro   to ws-aud-dados-antigos
           move ws-vagas-novas to trm-vagas
           move trm-registro   to ws-aud-dados-novos

           rewrite trm-registro
           if ws-fs-arqTurmas <> 00 then
               move 28                                      to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqTurmas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Operação de Controle na Auditoria - Sem Aluno, Imagem da Turma
           move 0        to ws-cod-aluno
           move "VAGAS"  to ws-aud-operacao
           perform gravar-auditoria

           add 1 to ws-total-correcoes

           if ws-cor-qtd < 100 then
               add 1 to ws-cor-qtd
               move ws-trm-vagas (ws-trm-ix)  to ws-vagas-ed
               move ws-vagas-novas            to ws-qtd-ed
               move spaces to ws-cor-linha (ws-cor-qtd)
               string "  "                          delimited by size
                      ws-trm-cod-turma (ws-trm-ix)  delimited by size
                      "  Vagas de "                 delimited by size
                      ws-vagas-ed                   delimited by size
                      " Para "                      delimited by size
                      ws-qtd-ed                     delimited by size
                      into ws-cor-linha (ws-cor-qtd)
               end-string
           end-if

           move ws-vagas-novas to ws-trm-vagas (ws-trm-ix)

           display "Vagas da Turma " trm-cod-turma " Corrigidas Para " trm-vagas

           .
       regravar-vagas-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Relatorio - Problemas Listados por Tipo, Totais e, no Modo
      *>      Correção, as Vagas Corrigidas
      *>------------------------------------------------------------------------
       imprimir-relatorio section.

           move spaces to itg-linha
           string "INTEGRIDADE REFERENCIAL DO CADASTRO - " delimited by size
                  ws-ger-data                               delimited by size
                  " "                                       delimited by size
                  ws-ger-hora                               delimited by size
                  "  Operador: "                            delimited by size
                  ws-operador                               delimited by size
                  into itg-linha
           end-string
           perform gravar-linha-integridade

           move spaces to itg-linha
           perform gravar-linha-integridade

           move 1 to ws-tip-ix
           perform until ws-tip-ix > 5

               move ws-tip-ix to ws-tip-corrente

               move spaces to itg-linha
               string "TIPO " delimited by size
                      ws-tip-titulo (ws-tip-ix) delimited by size
                      into itg-linha
               end-string
               perform gravar-linha-integridade

               move "  Arquivo              Chave        Detalhe" to itg-linha
               perform gravar-linha-integridade

               move 1 to ws-prb-ix
               perform until ws-prb-ix > ws-prb-qtd
                   if ws-prb-tipo (ws-prb-ix) = ws-tip-corrente then
                       move spaces to itg-linha
                       string "  "                       delimited by size
                              ws-prb-arquivo (ws-prb-ix) delimited by size
                              " "                        delimited by size
                              ws-prb-chave (ws-prb-ix)   delimited by size
                              " "                        delimited by size
                              ws-prb-detalhe (ws-prb-ix) delimited by size
                              into itg-linha
                       end-string
                       perform gravar-linha-integridade
                   end-if
                   add 1 to ws-prb-ix
               end-perform

               move ws-tip-total (ws-tip-ix) to ws-total-ed
               move spaces to itg-linha
               string "  Total do Tipo: " delimited by size
                      ws-total-ed         delimited by size
                      into itg-linha
               end-string
               perform gravar-linha-integridade

               move spaces to itg-linha
               perform gravar-linha-integridade

               add 1 to ws-tip-ix
           end-perform

           if ws-prb-tabela-cheia then
               move "ATENCAO: Mais de 3000 Problemas - Lista Incompleta, Totais Corretos" to itg-linha
               perform gravar-linha-integridade
           end-if

           move ws-total-problemas to ws-total-ed
           move spaces to itg-linha
           string "Total de Problemas: " delimited by size
                  ws-total-ed            delimited by size
                  into itg-linha
           end-string
           perform gravar-linha-integridade

           if ws-modo-correcao then
               move spaces to itg-linha
               perform gravar-linha-integridade

               move "CORRECOES DE VAGAS APLICADAS" to itg-linha
               perform gravar-linha-integridade

               move 1 to ws-cor-ix
               perform until ws-cor-ix > ws-cor-qtd
                   move ws-cor-linha (ws-cor-ix) to itg-linha
                   perform gravar-linha-integridade
                   add 1 to ws-cor-ix
               end-perform

               move ws-total-correcoes to ws-total-ed
               move spaces to itg-linha
               string "Total de Turmas Corrigidas: " delimited by size
                      ws-total-ed                    delimited by size
                      into itg-linha
               end-string
               perform gravar-linha-integridade
           end-if

           move ws-total-problemas to ws-total-ed
           display "Problemas Encontrados: " ws-total-ed

           .
       imprimir-relatorio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava a Linha Montada em itg-linha no Relatorio
      *>------------------------------------------------------------------------
       gravar-linha-integridade section.

           write itg-linha
           if ws-fs-arqIntegridade <> 00 then
               move 29                                      to ws-msn-erro-ofsset
               move ws-fs-arqIntegridade                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqIntegridade "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-integridade-exit.
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
                           move usr-nivel to ws-nivel-acesso
                       else
                           display "Login ou Senha Invalidos!"
                           add 1 to ws-tentativas
                       end-if
                   when 23
                       display "Login ou Senha Invalidos!"
                       add 1 to ws-tentativas
                   when other
                       move 30                                     to ws-msn-erro-ofsset
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
      *>       Grava um Registro na Trilha de Auditoria
      *>       Espera Que o Chamador Ja Tenha Preenchido ws-cod-aluno,
      *>       ws-aud-operacao, ws-aud-dados-antigos e ws-aud-dados-novos
      *>------------------------------------------------------------------------
       gravar-auditoria section.

           accept ws-aud-data from date yyyymmdd
           accept ws-aud-hora from time

           move ws-cod-aluno         to aud-cod-aluno
           move ws-aud-data          to aud-data
           move ws-aud-hora          to aud-hora
           move ws-aud-operacao      to aud-operacao
           move ws-aud-dados-antigos to aud-dados-antigos
           move ws-aud-dados-novos   to aud-dados-novos
           move ws-operador          to aud-operador
           move spaces               to aud-lote

           write aud-registro
           if ws-fs-arqAuditoria <> 00 then
               move 31                                      to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                      to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqAuditoria "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-auditoria-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Reserva a Janela Batch no Modo Correção - Recusa se Outra
      *>       Rotina Batch Estiver Ativa ou Houver Sessões Online
      *>------------------------------------------------------------------------
       reservar-janela-batch section.

           set ws-janela-nao-reservada to true

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
               move "lista11ex3integridade" to ws-jnl-programa
               perform gravar-janela-batch
               set ws-janela-reservada to true
           end-if

           .
       reservar-janela-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Devolve a Janela Batch no Encerramento (Normal ou Anormal)
      *>------------------------------------------------------------------------
       liberar-janela-batch section.

           if ws-janela-reservada then
               set ws-janela-nao-reservada to true
               set ws-jnl-janela-livre to true
               move spaces to ws-jnl-programa
               perform gravar-janela-batch
           end-if

           .
       liberar-janela-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Le a Janela Batch Para ws-janela - Arquivo Inexistente
      *>       (Primeira Execução) Vale Como Janela Livre Sem Sessões
      *>------------------------------------------------------------------------
       ler-janela-batch section.

           set ws-jnl-janela-livre to true
           move spaces to ws-jnl-programa
           move 0      to ws-jnl-sessoes-online

           open input arqJanelaBatch
           evaluate ws-fs-arqJanelaBatch
               when 00
                   read arqJanelaBatch next
                   if ws-fs-arqJanelaBatch = 00 then
                       move jnl-situacao       to ws-jnl-situacao
                       move jnl-programa       to ws-jnl-programa
                       move jnl-sessoes-online to ws-jnl-sessoes-online
                   end-if
                   close arqJanelaBatch
                   if ws-fs-arqJanelaBatch <> 0 then
                       move 32                                      to ws-msn-erro-ofsset
                       move ws-fs-arqJanelaBatch                    to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqJanelaBatch "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               when 35
                   continue
               when other
                   move 33                                      to ws-msn-erro-ofsset
                   move ws-fs-arqJanelaBatch                    to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqJanelaBatch "    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       ler-janela-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Regrava a Janela Batch com o Conteudo de ws-janela
      *>------------------------------------------------------------------------
       gravar-janela-batch section.

           open output arqJanelaBatch
           if ws-fs-arqJanelaBatch <> 00 then
               move 33                                      to ws-msn-erro-ofsset
               move ws-fs-arqJanelaBatch                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqJanelaBatch "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-aud-data from date yyyymmdd
           accept ws-aud-hora from time

           move ws-jnl-situacao       to jnl-situacao
           move ws-jnl-programa       to jnl-programa
           move ws-jnl-sessoes-online to jnl-sessoes-online
           move ws-aud-data           to jnl-data
           move ws-aud-hora           to jnl-hora

           write jnl-registro
           if ws-fs-arqJanelaBatch <> 00 then
               move 34                                      to ws-msn-erro-ofsset
               move ws-fs-arqJanelaBatch                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqJanelaBatch "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqJanelaBatch
           if ws-fs-arqJanelaBatch <> 0 then
               move 32                                      to ws-msn-erro-ofsset
               move ws-fs-arqJanelaBatch                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqJanelaBatch "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-janela-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Registra a Geração Concluida no Catalogo de Relatorios
      *>------------------------------------------------------------------------
       gravar-catalogo section.

           open extend arqCatalogoRel
           if ws-fs-arqCatalogoRel  <> 00
           and ws-fs-arqCatalogoRel <> 05 then
               move 35                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqCatalogoRel "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "INTEGRIDADE"          to cat-relatorio
           move ws-ger-data            to cat-data
           move ws-ger-hora            to cat-hora
           move ws-operador            to cat-operador
           move ws-total-problemas     to cat-registros
           move ws-nome-arqIntegridade to cat-arquivo

           write cat-registro
           if ws-fs-arqCatalogoRel <> 00 then
               move 36                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqCatalogoRel "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCatalogoRel
           if ws-fs-arqCatalogoRel <> 0 then
               move 37                                      to ws-msn-erro-ofsset
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

      *>   Devolve a Janela Batch Antes de Encerrar (Quando Reservada)
           perform liberar-janela-batch

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

      *>   Devolve a Janela Batch Para as Sessões Online
           perform liberar-janela-batch

      *>   Fecha os Arquivos
           close arqCadAlunosIndex
           if ws-fs-arqCadAlunosIndex <> 0 then
               move 38                                         to ws-msn-erro-ofsset
               move ws-fs-arqCadAlunosIndex                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCadAlunosIndex "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-hst-disponivel then
               close arqAlunosHistorico
               if ws-fs-arqAlunosHistorico <> 0 then
                   move 39                                          to ws-msn-erro-ofsset
                   move ws-fs-arqAlunosHistorico                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAlunosHistorico "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqTurmas
           if ws-fs-arqTurmas <> 0 then
               move 40                                      to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-modo-correcao then
               close arqAuditoria
               if ws-fs-arqAuditoria <> 0 then
                   move 41                                      to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAuditoria "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqIntegridade
           if ws-fs-arqIntegridade <> 0 then
               move 42                                      to ws-msn-erro-ofsset
               move ws-fs-arqIntegridade                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqIntegridade "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Registra a Geração no Catalogo de Relatorios
           perform gravar-catalogo

           display "Relatorio de Integridade Gerado em " ws-nome-arqIntegridade

           stop run

           .
       finaliza-exit.
           exit.
