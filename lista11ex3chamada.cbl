      $set sourceformat"free"
      *>Divisão de Identificação do Programa
       identification division.
       program-id. "lista11ex3chamada".
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
      *>-----Chamada da Lista de Espera: Vence as Ofertas Fora do Prazo
      *>-----(a Vaga Volta Para a Fila) e, Para Cada Turma, Oferece as
      *>-----Vagas Livres Nao Reservadas por Chamadas em Aberto aos
      *>-----Proximos da Fila, com Prazo Para a Familia Confirmar a
      *>-----Matricula (lista11ex3matricula); as Vagas Sao Liberadas Pela
      *>-----Transferencia de Saida, Pela Exclusão e Pelo Arquivamento
       input-output section.
       file-control.

           select arqPreMatricula assign to "arqPreMatricula.dat"       *> Pre-Matriculas - Dados da Familia e Situação da Inscrição
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is pre-inscricao
           file status is ws-fs-arqPreMatricula.

           select arqListaEspera assign to "arqListaEspera.dat"         *> Lista de Espera - Posição na Fila e Prazo da Chamada por Inscrição
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is esp-inscricao
           file status is ws-fs-arqListaEspera.

           select arqTurmas assign to "arqTurmas.dat"                   *> Cadastro Mestre de Turmas - Vagas Livres
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is trm-cod-turma
           file status is ws-fs-arqTurmas.

           select arqChamada assign to ws-nome-arqChamada               *> Avisos de Chamada Impressos - Uma Geração Datada por Execução
           organization is line sequential
           file status is ws-fs-arqChamada.

           select arqChamadaEmail assign to "arqChamadaEmail.txt"       *> Copia Eletronica ";" Para a Mala Direta da Secretaria
           organization is line sequential
           file status is ws-fs-arqChamadaEmail.

           select arqUsuarios assign to "arqUsuarios.dat"               *> Cadastro de Usuarios - Identifica o Operador da Chamada
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is usr-login
           file status is ws-fs-arqUsuarios.

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
               88  pre-em-espera                        value "E".
               88  pre-expirada                         value "X".
           05  pre-cod-aluno                       pic 9(05).
           05  pre-data                            pic 9(08).

      *>   Lista de Espera - Inscrições Barradas por Turma Sem Vaga; a
      *>   Posição na Fila da Turma Segue a Data da Inscrição (pre-data) e
      *>   a Chamada Oferece as Vagas Liberadas com Prazo Para Confirmar -
      *>   Oferta Vencida Passa ao Proximo da Fila
       fd arqListaEspera.
       01  esp-registro.
           05  esp-inscricao                       pic 9(05).
           05  esp-turma                           pic x(10).
           05  esp-data-inscricao                  pic 9(08).
           05  esp-posicao                         pic 9(03).
           05  esp-situacao                        pic x(01).
               88  esp-aguardando                       value "E".
               88  esp-chamada-aberta                   value "C".
               88  esp-matriculada                      value "M".
               88  esp-expirada                         value "X".
               88  esp-desistente                       value "D".
           05  esp-data-entrada                    pic 9(08).
           05  esp-data-chamada                    pic 9(08).
           05  esp-prazo                           pic 9(08).

       fd arqTurmas.  *> Cadastro Mestre de Turmas - Uma Turma por Registro
       01  trm-registro.
           05  trm-cod-turma                       pic x(10).
           05  trm-descricao                       pic x(30).
           05  trm-cod-professor                   pic 9(05).
           05  filler                              pic x(20).
           05  trm-ano-letivo                      pic 9(04).
           05  trm-vagas                           pic 9(03).

       fd arqChamada.  *> Avisos de Chamada - Uma Linha de Texto por Registro
       01  cha-linha                               pic x(80).

       fd arqChamadaEmail.  *> Copia Eletronica - Email;Aluno;Turma;Prazo
       01  eml-linha                               pic x(90).

       fd arqUsuarios.  *> Cadastro de Usuarios - Um Usuario por Registro
       01  usr-registro.
           05  usr-login                           pic x(08).
           05  usr-senha                           pic x(08).
           05  usr-nivel                           pic 9(01).

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
       77  ws-fs-arqPreMatricula                   pic  9(02).
       77  ws-fs-arqListaEspera                    pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqChamada                        pic  9(02).
       77  ws-fs-arqChamadaEmail                   pic  9(02).
       77  ws-fs-arqUsuarios                       pic  9(02).
       77  ws-fs-arqCatalogoRel                    pic  9(02).

       77  ws-fim-arquivo                          pic x(01).
          88  ws-nao-fim-arquivo                    value "N".
          88  ws-eh-fim-arquivo                     value "S".

       77  ws-fim-turmas                           pic x(01).
          88  ws-nao-fim-turmas                     value "N".
          88  ws-eh-fim-turmas                      value "S".

      *>----Prazo da Chamada em Dias Corridos (Padrão 5) e as Datas
       77  ws-prazo-dias                           pic 9(02).
       77  ws-hoje                                 pic 9(08).

       01  ws-data-prazo.
           05  ws-prz-ano                          pic 9(04).
           05  ws-prz-mes                          pic 9(02).
           05  ws-prz-dia                          pic 9(02).
       01  ws-data-prazo-num redefines ws-data-prazo
                                                   pic 9(08).

       77  ws-prz-contador                         pic 9(02) comp.
       77  ws-prz-dias-mes                         pic 9(02).
       77  ws-prz-quociente                        pic 9(04) comp.
       77  ws-prz-resto4                           pic 9(04) comp.
       77  ws-prz-resto100                         pic 9(04) comp.
       77  ws-prz-resto400                         pic 9(04) comp.

       01  ws-tab-dias-mes.
           05  ws-dias-mes-valores                 pic x(24)
                                                   value "312831303130313130313031".
           05  ws-dias-mes redefines ws-dias-mes-valores
                                                   pic 9(02) occurs 12 times.

       01  ws-data-ed.
           05  ws-ded-dia                          pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-ded-mes                          pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-ded-ano                          pic 9(04).

      *>----Fila de Espera da Turma em Processamento - Aguardando e
      *>----Chamadas em Aberto, Numeradas Pela Data da Inscrição (e Pela
      *>----Inscrição, no Empate)
       77  ws-fila-turma                           pic x(10).

       01  ws-tab-fila.
           05  ws-fila-qtd                         pic 9(03) comp.
           05  ws-fila-entrada occurs 500 times.
               10  ws-fila-ordem.
                   15  ws-fila-data                pic 9(08).
                   15  ws-fila-inscricao           pic 9(05).
               10  ws-fila-situacao                pic x(01).
               10  ws-fila-prazo                   pic 9(08).
               10  ws-fila-posicao                 pic 9(03).

       77  ws-fila-ix                              pic 9(03) comp.
       77  ws-fila-menor                           pic 9(03) comp.
       77  ws-fila-pos                             pic 9(03) comp.
       77  ws-fila-aguardando                      pic 9(03) comp.
       77  ws-fila-chamadas                        pic 9(03) comp.

      *>----Vagas da Turma Ainda Sem Chamada em Aberto
       77  ws-vagas-livres                         pic 9(03) comp.

      *>----Totais da Execução
       77  ws-total-expiradas                      pic 9(05) comp.
       77  ws-total-chamadas                       pic 9(05) comp.
       77  ws-total-turmas                         pic 9(05) comp.
       77  ws-total-ed                             pic z(04)9.

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

       01  ws-data-hora-sistema.
           05  ws-aud-data                         pic 9(08).
           05  ws-aud-hora                         pic 9(06).
           05  filler                              pic x(10).

      *>----Variaveis de Apoio a Janela Batch
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
       77  ws-nome-arqChamada                      pic x(40).

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

           display "------- Chamada da Lista de Espera -------"
           display "Prazo Para Confirmar a Matricula, em Dias (0 = 5 Dias): "
           accept ws-prazo-dias
           if ws-prazo-dias = 0 then
               move 5 to ws-prazo-dias
           end-if

           accept ws-hoje     from date yyyymmdd
           accept ws-ger-data from date yyyymmdd
           accept ws-ger-hora from time

      *>   A Chamada Regrava a Lista de Espera e as Inscrições - Segura a
      *>   Janela Batch Antes de Abrir os Arquivos
           perform reservar-janela-batch

           move spaces to ws-nome-arqChamada
           string "arqChamada_"  delimited by size
                  ws-ger-data    delimited by size
                  "_"            delimited by size
                  ws-ger-hora    delimited by size
                  ".txt"         delimited by size
                  into ws-nome-arqChamada
           end-string

           open i-o arqPreMatricula
           if ws-fs-arqPreMatricula  <> 00 then
               move 3                                        to ws-msn-erro-ofsset
               move ws-fs-arqPreMatricula                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqPreMatricula "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqListaEspera
           if ws-fs-arqListaEspera  <> 00
           and ws-fs-arqListaEspera <> 05 then
               move 4                                        to ws-msn-erro-ofsset
               move ws-fs-arqListaEspera                     to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqListaEspera "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if ws-fs-arqTurmas  <> 00 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqTurmas "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqChamada
           if ws-fs-arqChamada  <> 00 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqChamada                        to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqChamada "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqChamadaEmail
           if ws-fs-arqChamadaEmail  <> 00 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqChamadaEmail                   to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqChamadaEmail "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-total-expiradas
           move 0 to ws-total-chamadas
           move 0 to ws-total-turmas

      *>   Prazo Unico de Todas as Chamadas Desta Execução
           move ws-hoje to ws-data-prazo-num
           perform somar-dias-prazo

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                         Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

      *>   Primeiro Vencem as Ofertas Fora do Prazo, Para a Vaga Delas
      *>   Ja Ser Oferecida ao Proximo da Fila Nesta Mesma Execução
           perform vencer-chamadas

           move low-values to trm-cod-turma
           start arqTurmas key is >= trm-cod-turma
           set ws-nao-fim-turmas to true
           if ws-fs-arqTurmas <> 0 then
               set ws-eh-fim-turmas to true
           end-if

           perform until ws-eh-fim-turmas

               read arqTurmas next

               if ws-fs-arqTurmas = 10 then
                   set ws-eh-fim-turmas to true
               else
                   if ws-fs-arqTurmas <> 00 then
                       move 8                                       to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas                         to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqTurmas "           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform chamar-fila-turma
               end-if

           end-perform

           perform imprimir-resumo

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Vence as Chamadas em Aberto com Prazo Anterior a Hoje - a
      *>      Inscrição Sai da Fila (Situação Expirada) e a Vaga Fica Livre
      *>------------------------------------------------------------------------
       vencer-chamadas section.

           move 0 to esp-inscricao
           start arqListaEspera key is >= esp-inscricao
           set ws-nao-fim-arquivo to true
           if ws-fs-arqListaEspera <> 0 then
               set ws-eh-fim-arquivo to true
           end-if

           perform until ws-eh-fim-arquivo

               read arqListaEspera next

               if ws-fs-arqListaEspera = 10 then
                   set ws-eh-fim-arquivo to true
               else
                   if ws-fs-arqListaEspera <> 00 then
                       move 9                                      to ws-msn-erro-ofsset
                       move ws-fs-arqListaEspera                   to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqListaEspera "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if esp-chamada-aberta
                   and esp-prazo < ws-hoje then
                       set esp-expirada to true
                       move 0 to esp-posicao
                       perform regravar-lista-espera

                       move esp-inscricao to pre-inscricao
                       read arqPreMatricula
                       if ws-fs-arqPreMatricula = 00 then
                           if pre-em-espera then
                               set pre-expirada to true
                               perform regravar-pre-matricula
                           end-if
                       else
                           if ws-fs-arqPreMatricula <> 23 then
                               move 10                                    to ws-msn-erro-ofsset
                               move ws-fs-arqPreMatricula                 to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqPreMatricula "   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                       add 1 to ws-total-expiradas
                       display "Chamada Vencida - Inscricao " esp-inscricao " Turma " esp-turma
                   end-if
               end-if

           end-perform

           .
       vencer-chamadas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Oferece as Vagas Livres da Turma Lida (Descontadas as
      *>      Chamadas Ainda em Aberto) aos Proximos da Fila e Renumera
      *>------------------------------------------------------------------------
       chamar-fila-turma section.

           move trm-cod-turma to ws-fila-turma
           perform carregar-fila-turma

           if ws-fila-aguardando > 0 then

               if trm-vagas > ws-fila-chamadas then
                   compute ws-vagas-livres = trm-vagas - ws-fila-chamadas
               else
                   move 0 to ws-vagas-livres
               end-if

               if ws-vagas-livres > 0 then
                   add 1 to ws-total-turmas
               end-if

      *>       Percorre a Fila na Ordem das Posições
               move 1 to ws-fila-pos
               perform until ws-fila-pos > ws-fila-qtd
                          or ws-vagas-livres = 0
                   move 1 to ws-fila-ix
                   perform until ws-fila-ix > ws-fila-qtd
                       if ws-fila-posicao (ws-fila-ix) = ws-fila-pos
                       and ws-fila-situacao (ws-fila-ix) = "E"
                       and ws-vagas-livres > 0 then
                           perform oferecer-vaga
                           subtract 1 from ws-vagas-livres
                       end-if
                       add 1 to ws-fila-ix
                   end-perform
                   add 1 to ws-fila-pos
               end-perform

           end-if

           perform renumerar-fila-turma

           .
       chamar-fila-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Abre a Chamada da Inscrição ws-fila-ix - Situação e Prazo na
      *>      Lista de Espera, Aviso Impresso e Linha da Copia Eletronica
      *>------------------------------------------------------------------------
       oferecer-vaga section.

           move ws-fila-inscricao (ws-fila-ix) to esp-inscricao
           perform ler-lista-espera

           set esp-chamada-aberta to true
           move ws-hoje           to esp-data-chamada
           move ws-data-prazo-num to esp-prazo
           perform regravar-lista-espera

           move "C"               to ws-fila-situacao (ws-fila-ix)
           move ws-data-prazo-num to ws-fila-prazo    (ws-fila-ix)

           move esp-inscricao to pre-inscricao
           read arqPreMatricula
           if ws-fs-arqPreMatricula <> 00 then
               move 10                                    to ws-msn-erro-ofsset
               move ws-fs-arqPreMatricula                 to ws-msn-erro-cod
               move "Erro ao Ler arq. arqPreMatricula "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform gerar-aviso-chamada
           perform gravar-linha-email

           add 1 to ws-total-chamadas
           display "Chamada Aberta - Inscricao " esp-inscricao " Turma " esp-turma

           .
       oferecer-vaga-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Aviso Impresso aos Responsaveis da Inscrição Chamada
      *>------------------------------------------------------------------------
       gerar-aviso-chamada section.

           move "===================================================" to cha-linha
           perform gravar-linha-chamada

           move "        CHAMADA DA LISTA DE ESPERA - MATRICULA" to cha-linha
           perform gravar-linha-chamada

           move spaces to cha-linha
           perform gravar-linha-chamada

           move spaces to cha-linha
           string "Aos Responsaveis: " delimited by size
                  pre-mae              delimited by size
                  into cha-linha
           end-string
           perform gravar-linha-chamada

           move spaces to cha-linha
           string "                  " delimited by size
                  pre-pai              delimited by size
                  into cha-linha
           end-string
           perform gravar-linha-chamada

           move spaces to cha-linha
           string "Endereco        : " delimited by size
                  pre-endereco         delimited by size
                  into cha-linha
           end-string
           perform gravar-linha-chamada

           move spaces to cha-linha
           string "Aluno           : " delimited by size
                  pre-aluno            delimited by size
                  into cha-linha
           end-string
           perform gravar-linha-chamada

           move spaces to cha-linha
           string "Inscricao       : " delimited by size
                  pre-inscricao        delimited by size
                  into cha-linha
           end-string
           perform gravar-linha-chamada

           move spaces to cha-linha
           string "Turma           : " delimited by size
                  trm-cod-turma        delimited by size
                  " - "                delimited by size
                  trm-descricao        delimited by size
                  into cha-linha
           end-string
           perform gravar-linha-chamada

           move spaces to cha-linha
           perform gravar-linha-chamada

           move "Abriu Uma Vaga na Turma Pretendida. Para Garantir a" to cha-linha
           perform gravar-linha-chamada

           move spaces to cha-linha
           string "Matricula Compareca a Secretaria Ate " delimited by size
                  ws-data-ed                               delimited by size
                  "."                                      delimited by size
                  into cha-linha
           end-string
           perform gravar-linha-chamada

           move "Apos Esse Prazo a Vaga Sera Oferecida ao Proximo da Fila." to cha-linha
           perform gravar-linha-chamada

           move "===================================================" to cha-linha
           perform gravar-linha-chamada

           move spaces to cha-linha
           perform gravar-linha-chamada

           .
       gerar-aviso-chamada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Resumo da Execução no Fim dos Avisos
      *>------------------------------------------------------------------------
       imprimir-resumo section.

           move "RESUMO DA CHAMADA DA LISTA DE ESPERA" to cha-linha
           perform gravar-linha-chamada

           move ws-total-expiradas to ws-total-ed
           move spaces to cha-linha
           string "Chamadas Vencidas         : " delimited by size
                  ws-total-ed                    delimited by size
                  into cha-linha
           end-string
           perform gravar-linha-chamada

           move ws-total-turmas to ws-total-ed
           move spaces to cha-linha
           string "Turmas com Vaga Oferecida : " delimited by size
                  ws-total-ed                    delimited by size
                  into cha-linha
           end-string
           perform gravar-linha-chamada

           move ws-total-chamadas to ws-total-ed
           move spaces to cha-linha
           string "Chamadas Abertas          : " delimited by size
                  ws-total-ed                    delimited by size
                  into cha-linha
           end-string
           perform gravar-linha-chamada

           move spaces to cha-linha
           string "Prazo Para Confirmar      : " delimited by size
                  ws-data-ed                     delimited by size
                  into cha-linha
           end-string
           perform gravar-linha-chamada

           move ws-total-expiradas to ws-total-ed
           display "Chamadas Vencidas: " ws-total-ed
           move ws-total-chamadas to ws-total-ed
           display "Chamadas Abertas : " ws-total-ed

           .
       imprimir-resumo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava a Linha Montada em cha-linha nos Avisos
      *>------------------------------------------------------------------------
       gravar-linha-chamada section.

           write cha-linha
           if ws-fs-arqChamada <> 00 then
               move 11                                      to ws-msn-erro-ofsset
               move ws-fs-arqChamada                        to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqChamada "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-chamada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava a Linha ";" da Copia Eletronica (Email;Aluno;Turma;Prazo)
      *>------------------------------------------------------------------------
       gravar-linha-email section.

           move spaces to eml-linha
           string pre-email    delimited by "  "
                  ";"          delimited by size
                  pre-aluno    delimited by "  "
                  ";"          delimited by size
                  pre-turma    delimited by "  "
                  ";"          delimited by size
                  ws-data-ed   delimited by size
                  into eml-linha
           end-string

           write eml-linha
           if ws-fs-arqChamadaEmail <> 00 then
               move 12                                       to ws-msn-erro-ofsset
               move ws-fs-arqChamadaEmail                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqChamadaEmail "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-email-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Soma ws-prazo-dias Dias Corridos a ws-data-prazo, Virando o
      *>      Mes e o Ano (Fevereiro com 29 Dias nos Anos Bissextos), e
      *>      Monta a Data Editada do Prazo
      *>------------------------------------------------------------------------
       somar-dias-prazo section.

           move 0 to ws-prz-contador
           perform until ws-prz-contador >= ws-prazo-dias

               move ws-dias-mes (ws-prz-mes) to ws-prz-dias-mes
               if ws-prz-mes = 2 then
                   divide ws-prz-ano by 4   giving ws-prz-quociente remainder ws-prz-resto4
                   divide ws-prz-ano by 100 giving ws-prz-quociente remainder ws-prz-resto100
                   divide ws-prz-ano by 400 giving ws-prz-quociente remainder ws-prz-resto400
                   if ws-prz-resto400 = 0
                   or (ws-prz-resto4 = 0 and ws-prz-resto100 <> 0) then
                       move 29 to ws-prz-dias-mes
                   end-if
               end-if

               add 1 to ws-prz-dia
               if ws-prz-dia > ws-prz-dias-mes then
                   move 1 to ws-prz-dia
                   add 1 to ws-prz-mes
                   if ws-prz-mes > 12 then
                       move 1 to ws-prz-mes
                       add 1 to ws-prz-ano
                   end-if
               end-if

               add 1 to ws-prz-contador
           end-perform

           move ws-prz-dia to ws-ded-dia
           move ws-prz-mes to ws-ded-mes
           move ws-prz-ano to ws-ded-ano

           .
       somar-dias-prazo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Carrega a Fila da Turma ws-fila-turma (Aguardando e Chamadas
      *>      em Aberto) e Calcula as Posições Pela Data da Inscrição;
      *>      Conta Quem Aguarda e as Chamadas Ainda no Prazo (ws-hoje)
      *>------------------------------------------------------------------------
       carregar-fila-turma section.

           move 0 to ws-fila-qtd
           move 0 to ws-fila-aguardando
           move 0 to ws-fila-chamadas

           move 0 to esp-inscricao
           start arqListaEspera key is >= esp-inscricao
           set ws-nao-fim-arquivo to true
           if ws-fs-arqListaEspera <> 0 then
               set ws-eh-fim-arquivo to true
           end-if

           perform until ws-eh-fim-arquivo

               read arqListaEspera next

               if ws-fs-arqListaEspera = 10 then
                   set ws-eh-fim-arquivo to true
               else
                   if ws-fs-arqListaEspera <> 00 then
                       move 9                                      to ws-msn-erro-ofsset
                       move ws-fs-arqListaEspera                   to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqListaEspera "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if esp-turma = ws-fila-turma
                   and (esp-aguardando or esp-chamada-aberta)
                   and ws-fila-qtd < 500 then
                       add 1 to ws-fila-qtd
                       move esp-data-inscricao to ws-fila-data      (ws-fila-qtd)
                       move esp-inscricao      to ws-fila-inscricao (ws-fila-qtd)
                       move esp-situacao       to ws-fila-situacao  (ws-fila-qtd)
                       move esp-prazo          to ws-fila-prazo     (ws-fila-qtd)
                       move 0                  to ws-fila-posicao   (ws-fila-qtd)
                       if esp-aguardando then
                           add 1 to ws-fila-aguardando
                       else
                           if esp-prazo >= ws-hoje then
                               add 1 to ws-fila-chamadas
                           end-if
                       end-if
                   end-if
               end-if

           end-perform

      *>   Numera a Fila: a Cada Passo a Menor (Data, Inscrição) Ainda Sem
      *>   Posição Recebe a Proxima
           move 1 to ws-fila-pos
           perform until ws-fila-pos > ws-fila-qtd
               move 0 to ws-fila-menor
               move 1 to ws-fila-ix
               perform until ws-fila-ix > ws-fila-qtd
                   if ws-fila-posicao (ws-fila-ix) = 0 then
                       if ws-fila-menor = 0 then
                           move ws-fila-ix to ws-fila-menor
                       else
                           if ws-fila-ordem (ws-fila-ix) < ws-fila-ordem (ws-fila-menor) then
                               move ws-fila-ix to ws-fila-menor
                           end-if
                       end-if
                   end-if
                   add 1 to ws-fila-ix
               end-perform
               move ws-fila-pos to ws-fila-posicao (ws-fila-menor)
               add 1 to ws-fila-pos
           end-perform

           .
       carregar-fila-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Regrava as Posições Calculadas da Fila da Turma
      *>------------------------------------------------------------------------
       renumerar-fila-turma section.

           move 1 to ws-fila-ix
           perform until ws-fila-ix > ws-fila-qtd
               move ws-fila-inscricao (ws-fila-ix) to esp-inscricao
               perform ler-lista-espera
               if esp-posicao <> ws-fila-posicao (ws-fila-ix) then
                   move ws-fila-posicao (ws-fila-ix) to esp-posicao
                   perform regravar-lista-espera
               end-if
               add 1 to ws-fila-ix
           end-perform

           .
       renumerar-fila-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Le a Lista de Espera Pela Inscrição em esp-inscricao
      *>------------------------------------------------------------------------
       ler-lista-espera section.

           read arqListaEspera
           if ws-fs-arqListaEspera <> 00 then
               move 9                                      to ws-msn-erro-ofsset
               move ws-fs-arqListaEspera                   to ws-msn-erro-cod
               move "Erro ao Ler arq. arqListaEspera "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       ler-lista-espera-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Regrava o Registro Lido da Lista de Espera
      *>------------------------------------------------------------------------
       regravar-lista-espera section.

           rewrite esp-registro
           if ws-fs-arqListaEspera <> 00 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqListaEspera                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqListaEspera "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       regravar-lista-espera-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Regrava o Registro Lido da Pre-Matricula
      *>------------------------------------------------------------------------
       regravar-pre-matricula section.

           rewrite pre-registro
           if ws-fs-arqPreMatricula <> 00 then
               move 14                                     to ws-msn-erro-ofsset
               move ws-fs-arqPreMatricula                  to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqPreMatricula " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       regravar-pre-matricula-exit.
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
                       move 15                                     to ws-msn-erro-ofsset
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
      *>       Reserva a Janela Batch - Recusa se Outra Rotina Batch Estiver
      *>       Ativa ou Houver Sessões Online Atualizando o Cadastro
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
               move "lista11ex3chamada" to ws-jnl-programa
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
                       move 16                                      to ws-msn-erro-ofsset
                       move ws-fs-arqJanelaBatch                    to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqJanelaBatch "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               when 35
                   continue
               when other
                   move 17                                      to ws-msn-erro-ofsset
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
               move 17                                      to ws-msn-erro-ofsset
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
               move 18                                      to ws-msn-erro-ofsset
               move ws-fs-arqJanelaBatch                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqJanelaBatch "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqJanelaBatch
           if ws-fs-arqJanelaBatch <> 0 then
               move 16                                      to ws-msn-erro-ofsset
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
               move 19                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqCatalogoRel "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "CHAMADA"          to cat-relatorio
           move ws-ger-data        to cat-data
           move ws-ger-hora        to cat-hora
           move ws-operador        to cat-operador
           move ws-total-chamadas  to cat-registros
           move ws-nome-arqChamada to cat-arquivo

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

      *>   Fecha os Arquivos
           close arqPreMatricula
           if ws-fs-arqPreMatricula <> 0 then
               move 22                                         to ws-msn-erro-ofsset
               move ws-fs-arqPreMatricula                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqPreMatricula "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqListaEspera
           if ws-fs-arqListaEspera <> 0 then
               move 23                                         to ws-msn-erro-ofsset
               move ws-fs-arqListaEspera                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqListaEspera "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTurmas
           if ws-fs-arqTurmas <> 0 then
               move 24                                      to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqChamada
           if ws-fs-arqChamada <> 0 then
               move 25                                      to ws-msn-erro-ofsset
               move ws-fs-arqChamada                        to ws-msn-erro-cod
               move "Erro ao fechar arq. arqChamada "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqChamadaEmail
           if ws-fs-arqChamadaEmail <> 0 then
               move 26                                      to ws-msn-erro-ofsset
               move ws-fs-arqChamadaEmail                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqChamadaEmail "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Registra a Geração no Catalogo de Relatorios
           perform gravar-catalogo

      *>   Devolve a Janela Batch Para as Sessões Online
           perform liberar-janela-batch

           display "Avisos de Chamada Gerados em " ws-nome-arqChamada
           display "Copia Eletronica Gerada em arqChamadaEmail.txt"

           stop run

           .
       finaliza-exit.
           exit.
