      $set sourceformat"free"
      *>Divisão de Identificação do Programa
       identification division.
       program-id. "lista11ex3cadeia".
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
      *>-----Cadeia Batch Noturna: Executa em Ordem os Passos Definidos em
      *>-----arqCadeiaPassos.txt, Segurando a Janela Batch Durante Toda a
      *>-----Cadeia; Cada Passo Tem Inicio, Fim e Resultado Gravados no
      *>-----Controle de Execução, a Cadeia Para no Primeiro Passo com
      *>-----Falha e a Execução Seguinte Oferece Retomar Daquele Passo;
      *>-----Retorno dos Passos: 0 = Concluido, 12 = Falha (Erro de Arquivo,
      *>-----Janela Ocupada, Tabela Excedida), 4 = Cancelado Pelo Operador ou
      *>-----Sem Dados a Processar, Nada Alterado - Tambem Interrompe a Cadeia
      *>-----Para Que o Operador Decida, e a Execução Seguinte Retoma Dele
       input-output section.
       file-control.

           select arqCadeiaPassos assign to "arqCadeiaPassos.txt"       *> Definição dos Passos da Cadeia - Um Programa por Linha, em Ordem
           organization is line sequential
           file status is ws-fs-arqCadeiaPassos.

           select arqCadeiaControle assign to "arqCadeiaControle.dat"   *> Controle de Execução - Inicio, Fim e Resultado de Cada Passo
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is ctr-chave
           file status is ws-fs-arqCadeiaControle.

           select arqResumoCadeia assign to ws-nome-arqResumoCadeia     *> Resumo da Execução - Uma Geração Datada por Execução
           organization is line sequential
           file status is ws-fs-arqResumoCadeia.

           select arqUsuarios assign to "arqUsuarios.dat"               *> Cadastro de Usuarios - Identifica o Operador da Cadeia
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

      *>   Definição dos Passos - Sequencia, Programa, Arquivo de Respostas
      *>   (Entrada Padrão do Programa - Login, Lote e Demais Perguntas;
      *>   em Branco Quando o Programa Nao Pergunta Nada) e Descrição;
      *>   Linha Sem Sequencia Numerica é Comentario e Fica de Fora
       fd arqCadeiaPassos.
       01  pss-registro.
           05  pss-sequencia                       pic x(02).
           05  pss-sequencia-num redefines pss-sequencia
                                                   pic 9(02).
           05  filler                              pic x(01).
           05  pss-programa                        pic x(25).
           05  filler                              pic x(01).
           05  pss-parametros                      pic x(30).
           05  filler                              pic x(01).
           05  pss-descricao                       pic x(30).

      *>   Controle de Execução - um Registro por Execução e Passo, Gravado
      *>   "E" no Inicio do Passo e Regravado com o Resultado no Fim; Passo
      *>   que Ficou em "E" Teve a Cadeia Derrubada no Meio e Conta Como
      *>   Falha na Hora de Retomar
       fd arqCadeiaControle.
       01  ctr-registro.
           05  ctr-chave.
               10  ctr-execucao                    pic 9(06).
               10  ctr-sequencia                   pic 9(02).
           05  ctr-programa                        pic x(25).
           05  ctr-data-inicio                     pic 9(08).
           05  ctr-hora-inicio                     pic 9(06).
           05  ctr-data-fim                        pic 9(08).
           05  ctr-hora-fim                        pic 9(06).
           05  ctr-resultado                       pic x(01).
               88  ctr-em-execucao                      value "E".
               88  ctr-concluido                        value "C".
               88  ctr-falhou                           value "F".
               88  ctr-pulado                           value "P".
           05  ctr-retorno                         pic 9(04).
           05  ctr-operador                        pic x(08).

       fd arqResumoCadeia.
       01  rsm-linha                               pic x(80).

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
       77  ws-fs-arqCadeiaPassos                   pic  9(02).
       77  ws-fs-arqCadeiaControle                 pic  9(02).
       77  ws-fs-arqResumoCadeia                   pic  9(02).
       77  ws-fs-arqUsuarios                       pic  9(02).
       77  ws-fs-arqCatalogoRel                    pic  9(02).

      *>----Variaveis de Apoio ao Controle de Acesso (Login do Operador)
       77  ws-operador                             pic x(08).
       77  ws-login                                pic x(08).
       77  ws-senha                                pic x(08).
       77  ws-tentativas                           pic 9(01).

       77  ws-login-status                         pic x(01).
          88  ws-login-ok                           value "S".
          88  ws-login-invalido                     value "N".

      *>----Passos da Cadeia Carregados da Definição, com o Resultado de
      *>----Cada Um Nesta Execução: "C" Concluido, "F" Falhou, "P" Pulado
      *>----(Ja Concluido na Execução Retomada) e "N" Nao Executado
       01  ws-tab-passos.
           05  ws-pss-qtd                          pic 9(02) comp.
           05  ws-pss-passo occurs 30 times.
               10  ws-pss-sequencia                pic 9(02).
               10  ws-pss-programa                 pic x(25).
               10  ws-pss-parametros               pic x(30).
               10  ws-pss-descricao                pic x(30).
               10  ws-pss-resultado                pic x(01).
                   88  ws-pss-concluido                 value "C".
                   88  ws-pss-falhou                    value "F".
                   88  ws-pss-pulado                    value "P".
                   88  ws-pss-nao-executado             value "N".
               10  ws-pss-hora-inicio              pic 9(06).
               10  ws-pss-hora-fim                 pic 9(06).
               10  ws-pss-retorno                  pic 9(04).

       77  ws-pss-ix                               pic 9(02) comp.

      *>----Execução Corrente e Ponto de Retomada da Execução Anterior
       77  ws-execucao                             pic 9(06).
       77  ws-ult-execucao                         pic 9(06).
       77  ws-ult-seq-registrada                   pic 9(02).
       77  ws-ult-seq-falha                        pic 9(02).
       77  ws-ult-programa-falha                   pic x(25).
       77  ws-seq-inicial                          pic 9(02).
       77  ws-seq-falha                            pic 9(02).

       77  ws-cadeia-status                        pic x(01).
          88  ws-cadeia-em-andamento                value "A".
          88  ws-cadeia-interrompida                value "I".

       77  ws-resposta                             pic x(01).

      *>----Linha de Comando do Passo - o Programa e, Quando Houver, o
      *>----Arquivo de Respostas Redirecionado Para a Entrada Padrão
       77  ws-comando                              pic x(80).
       77  ws-retorno-passo                        pic 9(04).

       77  ws-fim-arquivo                          pic x(01).
          88  ws-nao-fim-arquivo                    value "N".
          88  ws-eh-fim-arquivo                     value "S".

      *>----Totais do Resumo
       77  ws-total-concluidos                     pic 9(02) comp.
       77  ws-total-falhos                         pic 9(02) comp.
       77  ws-total-pulados                        pic 9(02) comp.
       77  ws-total-nao-executados                 pic 9(02) comp.
       77  ws-total-ed                             pic z9.
       77  ws-retorno-ed                           pic zzz9.
       77  ws-resultado-ed                         pic x(14).

       01 ws-msn-erro.
           05 ws-msn-erro-ofsset                   pic 9(04).
           05 filler                               pic x(01) value "-".
           05 ws-msn-erro-cod                      pic 9(02).
           05 filler                               pic x(01) value space.
           05 ws-msn-erro-text                     pic x(42).

      *>----Variaveis de Apoio a Janela Batch - Marca "B" Durante Toda a
      *>----Cadeia; os Passos Reconhecem a Cadeia Como Dona da Janela e
      *>----Nao a Reservam Nem a Devolvem
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
       77  ws-nome-arqResumoCadeia                 pic x(40).

       01  ws-data-geracao.
           05  ws-ger-data                         pic 9(08).
           05  ws-ger-hora                         pic 9(06).
           05  filler                              pic x(10).

       01  ws-data-hora-sistema.
           05  ws-sis-data                         pic 9(08).
           05  ws-sis-hora                         pic 9(06).
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

      *>   Identifica o Operador Antes de Tocar em Qualquer Arquivo de
      *>   Dados - o Login Sai no Controle de Execução e no Resumo
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

      *>   Carrega os Passos Antes de Reservar a Janela - Definição
      *>   Vazia ou Invalida Nao Chega a Bloquear as Sessões Online
           open input arqCadeiaPassos
           if ws-fs-arqCadeiaPassos  <> 00 then
               move 3                                       to ws-msn-erro-ofsset
               move ws-fs-arqCadeiaPassos                   to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqCadeiaPassos "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-passos

           close arqCadeiaPassos
           if ws-fs-arqCadeiaPassos <> 0 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqCadeiaPassos                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCadeiaPassos "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open i-o - Abre o Controle de Execução (Criado na Primeira Vez);
      *>   a Ultima Execução é Apurada Antes da Reserva da Janela, Que
      *>   Precisa Saber se a Cadeia Anterior Ficou Pela Metade
           open i-o arqCadeiaControle
           if ws-fs-arqCadeiaControle  <> 00
           and ws-fs-arqCadeiaControle <> 05 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqCadeiaControle                 to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqCadeiaControle " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform apurar-ultima-execucao

      *>   Segura a Janela Batch Para a Cadeia Inteira
           perform reservar-janela-batch

           perform definir-passo-inicial

      *>   Monta o Nome Datado do Resumo - Cada Execução Gera um
      *>   Arquivo Proprio ao Inves de Sobrescrever o Anterior
           move spaces to ws-nome-arqResumoCadeia
           string "arqResumoCadeia_" delimited by size
                  ws-ger-data        delimited by size
                  "_"                delimited by size
                  ws-ger-hora        delimited by size
                  ".txt"             delimited by size
                  into ws-nome-arqResumoCadeia
           end-string

           open output arqResumoCadeia
           if ws-fs-arqResumoCadeia  <> 00 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqResumoCadeia                   to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqResumoCadeia "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                         Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           display "------- Cadeia Batch Noturna - Execucao " ws-execucao " -------"

      *>   Passos Antes do Ponto de Retomada Ja Foram Concluidos na
      *>   Execução Anterior e Sao Somente Registrados Como Pulados
           set ws-cadeia-em-andamento to true
           move 1 to ws-pss-ix
           perform until ws-pss-ix > ws-pss-qtd

               evaluate true
                   when ws-cadeia-interrompida
                       set ws-pss-nao-executado (ws-pss-ix) to true
                   when ws-pss-sequencia (ws-pss-ix) < ws-seq-inicial
                       perform registrar-passo-pulado
                   when other
                       perform executar-passo
               end-evaluate

               add 1 to ws-pss-ix
           end-perform

           perform imprimir-resumo

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Carrega a Definição dos Passos - Sequencias Crescentes, Ate
      *>      30 Passos
      *>------------------------------------------------------------------------
       carregar-passos section.

           move 0 to ws-pss-qtd
           set ws-nao-fim-arquivo to true
           perform until ws-eh-fim-arquivo

               read arqCadeiaPassos next

               if ws-fs-arqCadeiaPassos = 10 then
                   set ws-eh-fim-arquivo to true
               else
                   if ws-fs-arqCadeiaPassos <> 00 then
                       move 4                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCadeiaPassos                   to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqCadeiaPassos "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if pss-sequencia is numeric
                   and pss-programa <> spaces then
                       if ws-pss-qtd >= 30 then
                           display "Mais de 30 Passos Definidos - Cadeia Cancelada"
                           move 12 to return-code
                           stop run
                       end-if
                       if ws-pss-qtd > 0 then
                           if pss-sequencia-num <= ws-pss-sequencia (ws-pss-qtd) then
                               display "Passo " pss-sequencia " Fora de Ordem - Cadeia Cancelada"
                               move 12 to return-code
                               stop run
                           end-if
                       end-if
                       add 1 to ws-pss-qtd
                       move pss-sequencia-num to ws-pss-sequencia  (ws-pss-qtd)
                       move pss-programa      to ws-pss-programa   (ws-pss-qtd)
                       move pss-parametros    to ws-pss-parametros (ws-pss-qtd)
                       move pss-descricao     to ws-pss-descricao  (ws-pss-qtd)
                       set ws-pss-nao-executado (ws-pss-qtd) to true
                       move 0 to ws-pss-hora-inicio (ws-pss-qtd)
                       move 0 to ws-pss-hora-fim    (ws-pss-qtd)
                       move 0 to ws-pss-retorno     (ws-pss-qtd)
                   end-if
               end-if

           end-perform

           if ws-pss-qtd = 0 then
               display "Nenhum Passo Definido em arqCadeiaPassos.txt - Cadeia Cancelada"
               move 12 to return-code
               stop run
           end-if

           .
       carregar-passos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Percorre o Controle de Execução e Guarda, da Ultima
      *>      Execução, o Primeiro Passo com Falha (ou Ainda em "E") e o
      *>      Ultimo Passo Registrado
      *>------------------------------------------------------------------------
       apurar-ultima-execucao section.

           move 0      to ws-ult-execucao
           move 0      to ws-ult-seq-registrada
           move 0      to ws-ult-seq-falha
           move spaces to ws-ult-programa-falha

           move 0 to ctr-execucao
           move 0 to ctr-sequencia
           start arqCadeiaControle key is >= ctr-chave
           set ws-nao-fim-arquivo to true
           if ws-fs-arqCadeiaControle <> 0 then
               set ws-eh-fim-arquivo to true
           end-if

           perform until ws-eh-fim-arquivo

               read arqCadeiaControle next

               if ws-fs-arqCadeiaControle = 10 then
                   set ws-eh-fim-arquivo to true
               else
                   if ws-fs-arqCadeiaControle <> 00 then
                       move 8                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCadeiaControle                 to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqCadeiaControle "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
      *>           Chave Crescente - Nova Execução Zera o Apurado da Anterior
                   if ctr-execucao <> ws-ult-execucao then
                       move ctr-execucao to ws-ult-execucao
                       move 0      to ws-ult-seq-falha
                       move spaces to ws-ult-programa-falha
                   end-if
                   move ctr-sequencia to ws-ult-seq-registrada
                   if (ctr-falhou or ctr-em-execucao)
                   and ws-ult-seq-falha = 0 then
                       move ctr-sequencia to ws-ult-seq-falha
                       move ctr-programa  to ws-ult-programa-falha
                   end-if
               end-if

           end-perform

           compute ws-execucao = ws-ult-execucao + 1

           .
       apurar-ultima-execucao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Oferece Retomar a Partir do Passo que Falhou na Execução
      *>      Anterior; Sem Falha (ou Recusada a Retomada) a Cadeia Roda
      *>      Desde o Primeiro Passo
      *>------------------------------------------------------------------------
       definir-passo-inicial section.

           move 0 to ws-seq-inicial

      *>   Execução Anterior Derrubada Entre Dois Passos - Sem Falha
      *>   Registrada, Mas Parou Antes do Ultimo Passo Definido
           if ws-ult-execucao > 0
           and ws-ult-seq-falha = 0
           and ws-ult-seq-registrada < ws-pss-sequencia (ws-pss-qtd) then
               move 1 to ws-pss-ix
               perform until ws-pss-ix > ws-pss-qtd
                   if ws-pss-sequencia (ws-pss-ix) > ws-ult-seq-registrada then
                       move ws-pss-sequencia (ws-pss-ix) to ws-ult-seq-falha
                       move ws-pss-programa  (ws-pss-ix) to ws-ult-programa-falha
                       move ws-pss-qtd to ws-pss-ix
                   end-if
                   add 1 to ws-pss-ix
               end-perform
           end-if

           if ws-ult-seq-falha > 0 then
               display "Execucao Anterior " ws-ult-execucao " Interrompida no Passo "
                       ws-ult-seq-falha " - " ws-ult-programa-falha
               display "Retomar a Partir Deste Passo? (S/N): "
               accept ws-resposta
               perform until ws-resposta = "S" or ws-resposta = "s"
                          or ws-resposta = "N" or ws-resposta = "n"
                   display "Resposta Invalida! Retomar a Partir Deste Passo? (S/N): "
                   accept ws-resposta
               end-perform
               if ws-resposta = "S" or ws-resposta = "s" then
                   move ws-ult-seq-falha to ws-seq-inicial
               else
                   display "Cadeia Sera Executada Desde o Primeiro Passo"
               end-if
           end-if

           .
       definir-passo-inicial-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Registra no Controle o Passo ws-pss-ix Como Pulado (Ja
      *>      Concluido na Execução que Esta Sendo Retomada)
      *>------------------------------------------------------------------------
       registrar-passo-pulado section.

           set ws-pss-pulado (ws-pss-ix) to true

           move ws-execucao                  to ctr-execucao
           move ws-pss-sequencia (ws-pss-ix) to ctr-sequencia
           move ws-pss-programa (ws-pss-ix)  to ctr-programa
           move 0                            to ctr-data-inicio
           move 0                            to ctr-hora-inicio
           move 0                            to ctr-data-fim
           move 0                            to ctr-hora-fim
           move 0                            to ctr-retorno
           move ws-operador                  to ctr-operador
           set ctr-pulado to true

           write ctr-registro
           if ws-fs-arqCadeiaControle <> 00 then
               move 9                                       to ws-msn-erro-ofsset
               move ws-fs-arqCadeiaControle                 to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqCadeiaControle " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Passo " ws-pss-sequencia (ws-pss-ix) " " ws-pss-programa (ws-pss-ix)
                   " Pulado - Concluido na Execucao " ws-ult-execucao

           .
       registrar-passo-pulado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Executa o Passo ws-pss-ix: Grava o Inicio no Controle, Roda o
      *>      Programa e Regrava com o Resultado; Retorno Diferente de Zero
      *>      Interrompe a Cadeia
      *>------------------------------------------------------------------------
       executar-passo section.

           accept ws-sis-data from date yyyymmdd
           accept ws-sis-hora from time

           move ws-execucao                  to ctr-execucao
           move ws-pss-sequencia (ws-pss-ix) to ctr-sequencia
           move ws-pss-programa (ws-pss-ix)  to ctr-programa
           move ws-sis-data                  to ctr-data-inicio
           move ws-sis-hora                  to ctr-hora-inicio
           move 0                            to ctr-data-fim
           move 0                            to ctr-hora-fim
           move 0                            to ctr-retorno
           move ws-operador                  to ctr-operador
           set ctr-em-execucao to true

           write ctr-registro
           if ws-fs-arqCadeiaControle <> 00 then
               move 9                                       to ws-msn-erro-ofsset
               move ws-fs-arqCadeiaControle                 to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqCadeiaControle " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-sis-hora to ws-pss-hora-inicio (ws-pss-ix)

           display "Passo " ws-pss-sequencia (ws-pss-ix) " " ws-pss-programa (ws-pss-ix)
                   " Iniciado as " ws-sis-hora

      *>   Monta a Linha de Comando e Roda o Programa do Passo
           move spaces to ws-comando
           if ws-pss-parametros (ws-pss-ix) = spaces then
               string ws-pss-programa (ws-pss-ix)   delimited by space
                      into ws-comando
               end-string
           else
               string ws-pss-programa (ws-pss-ix)   delimited by space
                      " < "                         delimited by size
                      ws-pss-parametros (ws-pss-ix) delimited by space
                      into ws-comando
               end-string
           end-if

           call "SYSTEM" using ws-comando
           move return-code to ws-retorno-passo
           move 0           to return-code

           accept ws-sis-data from date yyyymmdd
           accept ws-sis-hora from time

           move ws-sis-hora      to ws-pss-hora-fim (ws-pss-ix)
           move ws-retorno-passo to ws-pss-retorno (ws-pss-ix)

      *>   Regrava o Passo com o Fim e o Resultado
           move ws-execucao                  to ctr-execucao
           move ws-pss-sequencia (ws-pss-ix) to ctr-sequencia
           read arqCadeiaControle
           if ws-fs-arqCadeiaControle <> 00 then
               move 10                                      to ws-msn-erro-ofsset
               move ws-fs-arqCadeiaControle                 to ws-msn-erro-cod
               move "Erro ao Ler arq. arqCadeiaControle "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-sis-data      to ctr-data-fim
           move ws-sis-hora      to ctr-hora-fim
           move ws-retorno-passo to ctr-retorno
           if ws-retorno-passo = 0 then
               set ctr-concluido to true
               set ws-pss-concluido (ws-pss-ix) to true
           else
               set ctr-falhou to true
               set ws-pss-falhou (ws-pss-ix) to true
               set ws-cadeia-interrompida to true
               move ws-pss-sequencia (ws-pss-ix) to ws-seq-falha
           end-if

           rewrite ctr-registro
           if ws-fs-arqCadeiaControle <> 00 then
               move 11                                      to ws-msn-erro-ofsset
               move ws-fs-arqCadeiaControle                 to ws-msn-erro-cod
               move "Erro ao Regravar arq. arqCadeiaControle " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-pss-concluido (ws-pss-ix) then
               display "Passo " ws-pss-sequencia (ws-pss-ix) " Concluido as " ws-sis-hora
           else
               display "Passo " ws-pss-sequencia (ws-pss-ix) " Falhou (Retorno "
                       ws-retorno-passo ") - Cadeia Interrompida"
           end-if

           .
       executar-passo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Resumo de Uma Pagina Para o Turno da Manhã - Cabeçalho, Uma
      *>      Linha por Passo, Totais e a Situação Final da Cadeia
      *>------------------------------------------------------------------------
       imprimir-resumo section.

           accept ws-sis-data from date yyyymmdd
           accept ws-sis-hora from time

           move 0 to ws-total-concluidos
           move 0 to ws-total-falhos
           move 0 to ws-total-pulados
           move 0 to ws-total-nao-executados

           move spaces to rsm-linha
           string "RESUMO DA CADEIA BATCH NOTURNA - EXECUCAO " delimited by size
                  ws-execucao                                  delimited by size
                  into rsm-linha
           end-string
           perform gravar-linha-resumo

           move spaces to rsm-linha
           string "Operador: "   delimited by size
                  ws-operador    delimited by size
                  "  Inicio: "   delimited by size
                  ws-ger-data    delimited by size
                  " "            delimited by size
                  ws-ger-hora    delimited by size
                  "  Fim: "      delimited by size
                  ws-sis-data    delimited by size
                  " "            delimited by size
                  ws-sis-hora    delimited by size
                  into rsm-linha
           end-string
           perform gravar-linha-resumo

           move spaces to rsm-linha
           if ws-seq-inicial > 0 then
               string "Retomada da Execucao " delimited by size
                      ws-ult-execucao         delimited by size
                      " a Partir do Passo "   delimited by size
                      ws-seq-inicial          delimited by size
                      into rsm-linha
               end-string
           else
               string "Execucao Completa Desde o Primeiro Passo" delimited by size
                      into rsm-linha
               end-string
           end-if
           perform gravar-linha-resumo

           move spaces to rsm-linha
           perform gravar-linha-resumo

           move "Seq Programa                  Inicio Fim    Retorno Resultado" to rsm-linha
           perform gravar-linha-resumo
           move "--- ------------------------- ------ ------ ------- --------------" to rsm-linha
           perform gravar-linha-resumo

           move 1 to ws-pss-ix
           perform until ws-pss-ix > ws-pss-qtd
               perform imprimir-linha-passo
               add 1 to ws-pss-ix
           end-perform

           move spaces to rsm-linha
           perform gravar-linha-resumo

           move ws-total-concluidos to ws-total-ed
           move spaces to rsm-linha
           string "Passos Concluidos     : " delimited by size
                  ws-total-ed                delimited by size
                  into rsm-linha
           end-string
           perform gravar-linha-resumo

           move ws-total-pulados to ws-total-ed
           move spaces to rsm-linha
           string "Passos Pulados        : " delimited by size
                  ws-total-ed                delimited by size
                  into rsm-linha
           end-string
           perform gravar-linha-resumo

           move ws-total-falhos to ws-total-ed
           move spaces to rsm-linha
           string "Passos com Falha      : " delimited by size
                  ws-total-ed                delimited by size
                  into rsm-linha
           end-string
           perform gravar-linha-resumo

           move ws-total-nao-executados to ws-total-ed
           move spaces to rsm-linha
           string "Passos Nao Executados : " delimited by size
                  ws-total-ed                delimited by size
                  into rsm-linha
           end-string
           perform gravar-linha-resumo

           move spaces to rsm-linha
           perform gravar-linha-resumo

           move spaces to rsm-linha
           if ws-cadeia-interrompida then
               string "CADEIA INTERROMPIDA NO PASSO " delimited by size
                      ws-seq-falha                    delimited by size
                      " - RETOMAR NA PROXIMA EXECUCAO" delimited by size
                      into rsm-linha
               end-string
           else
               string "CADEIA CONCLUIDA" delimited by size
                      into rsm-linha
               end-string
           end-if
           perform gravar-linha-resumo

           .
       imprimir-resumo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Linha do Passo ws-pss-ix no Resumo
      *>------------------------------------------------------------------------
       imprimir-linha-passo section.

           evaluate true
               when ws-pss-concluido (ws-pss-ix)
                   move "Concluido"      to ws-resultado-ed
                   add 1 to ws-total-concluidos
               when ws-pss-falhou (ws-pss-ix)
                   move "FALHOU"         to ws-resultado-ed
                   add 1 to ws-total-falhos
               when ws-pss-pulado (ws-pss-ix)
                   move "Pulado"         to ws-resultado-ed
                   add 1 to ws-total-pulados
               when other
                   move "Nao Executado"  to ws-resultado-ed
                   add 1 to ws-total-nao-executados
           end-evaluate

           move ws-pss-retorno (ws-pss-ix) to ws-retorno-ed

           move spaces to rsm-linha
           string ws-pss-sequencia (ws-pss-ix)   delimited by size
                  "  "                           delimited by size
                  ws-pss-programa (ws-pss-ix)    delimited by size
                  " "                            delimited by size
                  ws-pss-hora-inicio (ws-pss-ix) delimited by size
                  " "                            delimited by size
                  ws-pss-hora-fim (ws-pss-ix)    delimited by size
                  "    "                         delimited by size
                  ws-retorno-ed                  delimited by size
                  " "                            delimited by size
                  ws-resultado-ed                delimited by size
                  into rsm-linha
           end-string
           perform gravar-linha-resumo

           .
       imprimir-linha-passo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava a Linha Montada em rsm-linha no Resumo
      *>------------------------------------------------------------------------
       gravar-linha-resumo section.

           write rsm-linha
           if ws-fs-arqResumoCadeia <> 00 then
               move 12                                      to ws-msn-erro-ofsset
               move ws-fs-arqResumoCadeia                   to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqResumoCadeia "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-resumo-exit.
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
                       move 13                                     to ws-msn-erro-ofsset
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
      *>       Reserva a Janela Batch Para a Cadeia - Recusa se Outra
      *>       Rotina Batch Estiver Ativa ou Houver Sessões Online; Janela
      *>       Presa Pela Propria Cadeia com a Ultima Execução Pela Metade
      *>       (Cadeia Derrubada no Meio) Pode Ser Assumida Pelo Operador
      *>------------------------------------------------------------------------
       reservar-janela-batch section.

           set ws-janela-nao-reservada to true

           perform ler-janela-batch

           if ws-jnl-batch-ativo
           and ws-jnl-programa = "lista11ex3cadeia" then
               perform assumir-janela-cadeia
           end-if

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
           move "lista11ex3cadeia" to ws-jnl-programa
           perform gravar-janela-batch
           set ws-janela-reservada to true

           .
       reservar-janela-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Janela Batch Marcada Pela Cadeia: Se a Ultima Execução Tem
      *>       Passo em "E" ou "F" ou Parou Antes do Ultimo Passo Definido,
      *>       Mostra o Ponto de Parada e, Confirmado Pelo Operador, Libera
      *>       a Marca Para Esta Execução Reservar a Janela; Sem Execução
      *>       Pela Metade a Cadeia Esta Rodando e a Recusa Continua
      *>------------------------------------------------------------------------
       assumir-janela-cadeia section.

           if ws-ult-execucao > 0
           and (ws-ult-seq-falha > 0
            or ws-ult-seq-registrada < ws-pss-sequencia (ws-pss-qtd)) then
               display "Janela Batch Presa Pela Cadeia - Execucao " ws-ult-execucao
                       " Parou Sem Devolver a Janela"
               if ws-ult-seq-falha > 0 then
                   display "Passo " ws-ult-seq-falha " - " ws-ult-programa-falha
                           " Ficou em Execucao ou Falhou"
               else
                   display "Ultimo Passo Registrado: " ws-ult-seq-registrada
               end-if
               display "Confirme que Nenhuma Cadeia Esta Rodando Agora"
               display "Assumir a Janela Batch Para Esta Execucao? (S/N): "
               accept ws-resposta
               perform until ws-resposta = "S" or ws-resposta = "s"
                          or ws-resposta = "N" or ws-resposta = "n"
                   display "Resposta Invalida! Assumir a Janela Batch? (S/N): "
                   accept ws-resposta
               end-perform
               if ws-resposta = "S" or ws-resposta = "s" then
                   set ws-jnl-janela-livre to true
                   move spaces to ws-jnl-programa
                   display "Janela Batch Assumida Pela Execucao " ws-execucao
               end-if
           end-if

           .
       assumir-janela-cadeia-exit.
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
                       move 14                                      to ws-msn-erro-ofsset
                       move ws-fs-arqJanelaBatch                    to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqJanelaBatch "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               when 35
                   continue
               when other
                   move 15                                      to ws-msn-erro-ofsset
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
               move 15                                      to ws-msn-erro-ofsset
               move ws-fs-arqJanelaBatch                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqJanelaBatch "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-sis-data from date yyyymmdd
           accept ws-sis-hora from time

           move ws-jnl-situacao       to jnl-situacao
           move ws-jnl-programa       to jnl-programa
           move ws-jnl-sessoes-online to jnl-sessoes-online
           move ws-sis-data           to jnl-data
           move ws-sis-hora           to jnl-hora

           write jnl-registro
           if ws-fs-arqJanelaBatch <> 00 then
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-arqJanelaBatch                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqJanelaBatch "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqJanelaBatch
           if ws-fs-arqJanelaBatch <> 0 then
               move 14                                      to ws-msn-erro-ofsset
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
               move 17                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqCatalogoRel "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "CADEIA"                to cat-relatorio
           move ws-ger-data             to cat-data
           move ws-ger-hora             to cat-hora
           move ws-operador             to cat-operador
           move ws-pss-qtd              to cat-registros
           move ws-nome-arqResumoCadeia to cat-arquivo

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
      *>                      Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.

      *>   Caso Finalize de Forma Anormal a Mensagem de Erro Aparecerá
      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro.

      *>   Devolve a Janela Batch Antes de Encerrar (Quando Reservada)
           perform liberar-janela-batch

      *>   Retorno Diferente de Zero Sinaliza a Falha Para o Agendador
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
           close arqCadeiaControle
           if ws-fs-arqCadeiaControle <> 0 then
               move 20                                      to ws-msn-erro-ofsset
               move ws-fs-arqCadeiaControle                 to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCadeiaControle " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqResumoCadeia
           if ws-fs-arqResumoCadeia <> 0 then
               move 21                                      to ws-msn-erro-ofsset
               move ws-fs-arqResumoCadeia                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqResumoCadeia "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Registra a Geração no Catalogo de Relatorios
           perform gravar-catalogo

           display "Resumo da Cadeia Gerado em " ws-nome-arqResumoCadeia

      *>   Cadeia Interrompida Termina com Retorno Diferente de Zero
           if ws-cadeia-interrompida then
               display "Cadeia Interrompida no Passo " ws-seq-falha
               move 12 to return-code
           else
               display "Cadeia Batch Noturna Concluida"
               move 0 to return-code
           end-if

           stop run

           .
       finaliza-exit.
           exit.
