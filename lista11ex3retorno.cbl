      $set sourceformat"free"
      *>Divisão de Identificação do Programa
       identification division.
       program-id. "lista11ex3retorno".
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
      *>-----Retorno Bancario: Le o Arquivo Diario de Pagamentos do Banco,
      *>-----Baixa as Cobranças Abertas de arqMensalidades (com Multa e
      *>-----Juros Quando Pagas Apos o Vencimento) e Relaciona as
      *>-----Divergencias Para a Secretaria Tratar Manualmente
       input-output section.
       file-control.

           select arqMensalidades assign to "arqMensalidades.dat"       *> Cobranças Mensais - Recebem a Baixa do Retorno
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is men-chave
           file status is ws-fs-arqMensalidades.

           select arqRetornoBanco assign to "arqRetornoBanco.txt"       *> Arquivo Diario de Retorno Entregue Pelo Banco
           organization is line sequential
           file status is ws-fs-arqRetornoBanco.

           select arqDivergencias assign to ws-nome-arqDivergencias     *> Relatorio de Divergencias - Uma Geração Datada por Execução
           organization is line sequential
           file status is ws-fs-arqDivergencias.

           select arqUsuarios assign to "arqUsuarios.dat"               *> Cadastro de Usuarios - Identifica o Operador do Lote
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

      *>   Retorno do Banco - Posicional, um Registro por Linha: "0"
      *>   Header (Data do Arquivo e Banco), "1" Detalhe (um Pagamento,
      *>   Identificado Pelo Nosso Numero = Aluno + Competencia) e "9"
      *>   Trailer (Quantidade e Valor Total dos Detalhes); Valores com
      *>   Duas Casas Decimais Implicitas, Sem Virgula
       fd arqRetornoBanco.
       01  ret-registro.
           05  ret-tipo-registro                   pic x(01).
               88  ret-header                           value "0".
               88  ret-detalhe                          value "1".
               88  ret-trailer                          value "9".
           05  ret-nosso-numero.
               10  ret-cod-aluno                   pic 9(05).
               10  ret-competencia                 pic 9(06).
           05  ret-data-pagamento                  pic 9(08).
           05  ret-valor-pago                      pic 9(06)v99.
           05  ret-autenticacao                    pic x(20).
           05  filler                              pic x(32).
       01  ret-registro-header.
           05  filler                              pic x(01).
           05  ret-hdr-data-arquivo                pic 9(08).
           05  ret-hdr-banco                       pic x(20).
           05  filler                              pic x(51).
       01  ret-registro-trailer.
           05  filler                              pic x(01).
           05  ret-trl-qtd-detalhes                pic 9(06).
           05  ret-trl-valor-total                 pic 9(10)v99.
           05  filler                              pic x(61).

       fd arqDivergencias.
       01  div-linha                               pic x(100).

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
       77  ws-fs-arqMensalidades                   pic  9(02).
       77  ws-fs-arqRetornoBanco                   pic  9(02).
       77  ws-fs-arqDivergencias                   pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
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

       77  ws-cod-aluno                            pic 9(05).

      *>----Numero do Lote Informado Pelo Operador - Carimbado em Toda
      *>----Baixa Gravada na Auditoria, Para Rastrear um Retorno Errado
       77  ws-numero-lote                          pic 9(06).

      *>----Regras de Cobrança - Vencimento no Dia 10 da Competencia;
      *>----Pagamento Apos o Vencimento Paga Multa de 2% Sobre o Valor e
      *>----Juros de 1% ao Mes, Proporcionais aos Dias de Atraso
       77  ws-dia-vencimento                       pic 9(02) value 10.
       77  ws-perc-multa                           pic 9(02)v99 value 2,00.
       77  ws-perc-juros-mes                       pic 9(02)v99 value 1,00.

       77  ws-data-vencimento                      pic 9(08).
       77  ws-dias-atraso                          pic 9(05).
       77  ws-valor-multa                          pic 9(06)v99.
       77  ws-valor-juros                          pic 9(06)v99.
       77  ws-valor-devido                         pic 9(07)v99.

      *>----Conversão de Uma Data (aaaammdd) em Numero de Dias Corridos,
      *>----Para Contar os Dias de Atraso Entre Vencimento e Pagamento
       01  ws-dc-data                              pic 9(08).
       01  ws-dc-data-r redefines ws-dc-data.
           05  ws-dc-ano                           pic 9(04).
           05  ws-dc-mes                           pic 9(02).
           05  ws-dc-dia                           pic 9(02).

       77  ws-dc-dias                              pic 9(07).
       77  ws-dc-ano-anterior                      pic 9(04).
       77  ws-dc-quociente                         pic 9(04).
       77  ws-dc-resto4                            pic 9(04).
       77  ws-dc-resto100                          pic 9(04).
       77  ws-dc-resto400                          pic 9(04).
       77  ws-dc-dias-vencimento                   pic 9(07).
       77  ws-dc-dias-pagamento                    pic 9(07).

      *>----Dias Acumulados Antes de Cada Mes em Ano Comum
       01  ws-tab-dias-acumulados.
           05  filler                              pic x(36)
               value "000031059090120151181212243273304334".
       01  ws-tab-dias-acumulados-r redefines ws-tab-dias-acumulados.
           05  ws-dias-acumulados                  pic 9(03) occurs 12 times.

       77  ws-data-status                          pic x(01).
          88  ws-data-valida                        value "S".
          88  ws-data-invalida                      value "N".

      *>----Cobranças Baixadas Nesta Execução - Um Segundo Pagamento da
      *>----Mesma Cobrança no Mesmo Retorno é Pagamento Duplicado, e Nao
      *>----Pagamento de Competencia Ja Paga Anteriormente
       01  ws-tab-baixadas.
           05  ws-bxa-qtd                          pic 9(04) comp.
           05  ws-bxa-chave                        pic 9(11) occurs 2000 times.

       77  ws-bxa-ix                               pic 9(04) comp.

       77  ws-bxa-status                           pic x(01).
          88  ws-baixada-neste-retorno              value "S".
          88  ws-nao-baixada-neste-retorno          value "N".

      *>----Imagem Gravada na Auditoria BAIXABANCO (Antes e Depois): a
      *>----Cobrança e os Encargos Cobrados no Pagamento
       01  ws-imagem-mensalidade.
           05  ws-imm-cod-aluno                    pic 9(05).
           05  ws-imm-competencia                  pic 9(06).
           05  ws-imm-valor                        pic 9(06)v99.
           05  ws-imm-situacao                     pic x(01).
           05  ws-imm-data-pagamento               pic 9(08).
           05  ws-imm-valor-pago                   pic 9(06)v99.
           05  ws-imm-valor-multa                  pic 9(06)v99.
           05  ws-imm-valor-juros                  pic 9(06)v99.
           05  ws-imm-dias-atraso                  pic 9(05).
           05  ws-imm-autenticacao                 pic x(20).
           05  filler                              pic x(123) value spaces.

      *>----Motivo da Divergencia Gravado no Relatorio
       77  ws-motivo-divergencia                   pic x(24).

       77  ws-ret-data-arquivo                     pic 9(08).
       77  ws-ret-banco                            pic x(20).

       77  ws-trailer-status                       pic x(01).
          88  ws-trailer-lido                       value "S".
          88  ws-trailer-ausente                    value "N".

       77  ws-trl-qtd-detalhes                     pic 9(06).
       77  ws-trl-valor-total                      pic 9(10)v99.

       77  ws-total-lidos                          pic 9(05) comp.
       77  ws-total-detalhes                       pic 9(06).
       77  ws-total-baixados                       pic 9(05) comp.
       77  ws-total-divergencias                   pic 9(05) comp.
       77  ws-total-com-atraso                     pic 9(05) comp.
       77  ws-soma-detalhes                        pic 9(10)v99.
       77  ws-soma-baixada                         pic 9(10)v99.
       77  ws-soma-multa                           pic 9(08)v99.
       77  ws-soma-juros                           pic 9(08)v99.

       77  ws-total-lidos-ed                       pic z(04)9.
       77  ws-total-baixados-ed                    pic z(04)9.
       77  ws-total-divergencias-ed                pic z(04)9.
       77  ws-total-com-atraso-ed                  pic z(04)9.
       77  ws-qtd-ed                               pic z(05)9.
       77  ws-valor-ed                             pic zzzzz9,99.
       77  ws-devido-ed                            pic zzzzzz9,99.
       77  ws-soma-ed                              pic zzzzzzzzz9,99.

       77  ws-fim-arquivo                          pic x(01).
          88  ws-nao-fim-arquivo                    value "N".
          88  ws-eh-fim-arquivo                     value "S".

       01 ws-msn-erro.
           05 ws-msn-erro-ofsset                   pic 9(04).
           05 filler                               pic x(01) value "-".
           05 ws-msn-erro-cod                      pic 9(02).
           05 filler                               pic x(01) value space.
           05 ws-msn-erro-text                     pic x(42).

      *>----Variaveis de Apoio a Janela Batch - Marca "B" Enquanto Esta
      *>----Rotina Roda, Impedindo Atualizações Online Simultaneas
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

      *>----Variaveis de Apoio a Geração Datada e ao Catalogo - Cada
      *>----Execução Grava um Relatorio Proprio e se Registra no Catalogo
       77  ws-nome-arqDivergencias                 pic x(40).

       01  ws-data-geracao.
           05  ws-ger-data                         pic 9(08).
           05  ws-ger-hora                         pic 9(06).
           05  filler                              pic x(10).

      *>----Variaveis de Apoio a Trilha de Auditoria
       01  ws-data-hora-sistema.
           05  ws-aud-data                         pic 9(08).
           05  ws-aud-hora                         pic 9(06).
           05  filler                              pic x(10).

       77  ws-aud-operacao                         pic x(10).

       01  ws-aud-dados-antigos                    pic x(200).
       01  ws-aud-dados-novos                      pic x(200).
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
      *>   Dados - o Login Sai em Todo Registro de Auditoria do Lote
           open input arqUsuarios
           if ws-fs-arqUsuarios  <> 00 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqUsuarios                       to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqUsuarios "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform efetuar-login

      *>   O Numero do Lote Identifica Esta Execução na Auditoria
           display "Numero do Lote (1 a 999999): "
           accept ws-numero-lote
           perform until ws-numero-lote > 0
               display "Numero Invalido! Informe um Valor Entre 1 e 999999"
               display "Numero do Lote (1 a 999999): "
               accept ws-numero-lote
           end-perform

           close arqUsuarios
           if ws-fs-arqUsuarios <> 0 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqUsuarios                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqUsuarios "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Reserva a Janela Batch - a Rotina Nao Inicia com Sessões
      *>   Online Atualizando os Dados Nem com Outra Rotina Batch
           perform reservar-janela-batch

      *>   Monta o Nome Datado do Relatorio de Divergencias
           accept ws-ger-data from date yyyymmdd
           accept ws-ger-hora from time

           move spaces to ws-nome-arqDivergencias
           string "arqDivergRetorno_" delimited by size
                  ws-ger-data         delimited by size
                  "_"                 delimited by size
                  ws-ger-hora         delimited by size
                  ".txt"              delimited by size
                  into ws-nome-arqDivergencias
           end-string

      *>   Open i-o - Abre as Cobranças Para a Baixa dos Pagamentos
           open i-o arqMensalidades
           if ws-fs-arqMensalidades  <> 00 then
               move 3                                        to ws-msn-erro-ofsset
               move ws-fs-arqMensalidades                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqMensalidades "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Abre o Retorno Entregue Pelo Banco
           open input arqRetornoBanco
           if ws-fs-arqRetornoBanco  <> 00 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqRetornoBanco                   to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqRetornoBanco "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Output - Abre o Relatorio de Divergencias Para Escrita
           open output arqDivergencias
           if ws-fs-arqDivergencias  <> 00 then
               move 5                                        to ws-msn-erro-ofsset
               move ws-fs-arqDivergencias                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqDivergencias "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Extend - Abre a Trilha de Auditoria Para Acrescentar Registros
           open extend arqAuditoria
           if ws-fs-arqAuditoria  <> 00
           and ws-fs-arqAuditoria <> 05 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                      to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqAuditoria "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           set ws-nao-fim-arquivo to true
           set ws-trailer-ausente to true
           move 0      to ws-ret-data-arquivo
           move spaces to ws-ret-banco
           move 0 to ws-bxa-qtd
           move 0 to ws-total-lidos
           move 0 to ws-total-detalhes
           move 0 to ws-total-baixados
           move 0 to ws-total-divergencias
           move 0 to ws-total-com-atraso
           move 0 to ws-soma-detalhes
           move 0 to ws-soma-baixada
           move 0 to ws-soma-multa
           move 0 to ws-soma-juros

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                         Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           move spaces to div-linha
           string "DIVERGENCIAS DO RETORNO BANCARIO - LOTE " delimited by size
                  ws-numero-lote                             delimited by size
                  "   Gerado em "                            delimited by size
                  ws-ger-data                                delimited by size
                  " por "                                    delimited by size
                  ws-operador                                delimited by size
                  into div-linha
           end-string
           perform gravar-linha-divergencia

           move spaces to div-linha
           perform gravar-linha-divergencia

           move spaces to div-linha
           string "Aluno Compet. Pagamento     Valor Pago   Valor Devido Motivo" delimited by size
                  into div-linha
           end-string
           perform gravar-linha-divergencia

      *>   Le a Primeira Linha do Retorno
           perform ler-proxima-linha-retorno

           perform until ws-eh-fim-arquivo

               evaluate true
                   when ret-header
                       move ret-hdr-data-arquivo to ws-ret-data-arquivo
                       move ret-hdr-banco        to ws-ret-banco
                   when ret-detalhe
                       add 1 to ws-total-detalhes
                       perform processar-pagamento
                   when ret-trailer
                       set ws-trailer-lido to true
                       move ret-trl-qtd-detalhes to ws-trl-qtd-detalhes
                       move ret-trl-valor-total  to ws-trl-valor-total
                   when other
                       move "09-REGISTRO DESCONHECIDO" to ws-motivo-divergencia
                       perform reportar-divergencia
               end-evaluate

               perform ler-proxima-linha-retorno

           end-perform

           perform imprimir-totais-retorno

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                  Leitura Sequencial do Retorno Bancario
      *>------------------------------------------------------------------------
       ler-proxima-linha-retorno section.

           read arqRetornoBanco next
      *>   Tratamento de Erro - Caso O File Status dê Igual a Dez Chegou ao Final do Arquivo
           if ws-fs-arqRetornoBanco = 10 then
               set ws-eh-fim-arquivo to true
           else
               if ws-fs-arqRetornoBanco  <> 00 then
                   move 7                                       to ws-msn-erro-ofsset
                   move ws-fs-arqRetornoBanco                   to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqRetornoBanco "     to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   add 1 to ws-total-lidos
               end-if
           end-if

           .
       ler-proxima-linha-retorno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Processa um Pagamento do Retorno: Localiza a Cobrança Pelo
      *>      Nosso Numero, Apura os Encargos e Baixa a Cobrança Aberta
      *>      Quando o Valor Pago Cobre o Devido; os Demais Casos Vao
      *>      Para o Relatorio de Divergencias Sem Tocar na Cobrança
      *>------------------------------------------------------------------------
       processar-pagamento section.

           move 0 to ws-valor-multa
           move 0 to ws-valor-juros
           move 0 to ws-valor-devido
           move 0 to ws-dias-atraso

           if ret-nosso-numero   is not numeric
           or ret-data-pagamento is not numeric
           or ret-valor-pago     is not numeric then
               move "08-DETALHE INVALIDO" to ws-motivo-divergencia
               perform reportar-divergencia
           else
               add ret-valor-pago to ws-soma-detalhes

               move ret-data-pagamento to ws-dc-data
               perform validar-data
               if ws-data-invalida then
                   move "07-DATA PAGTO INVALIDA" to ws-motivo-divergencia
                   perform reportar-divergencia
               else
                   move ret-cod-aluno   to men-cod-aluno
                   move ret-competencia to men-competencia
                   read arqMensalidades
                   evaluate ws-fs-arqMensalidades
                       when 00
                           if men-paga then
                               perform conferir-baixa-retorno
                               if ws-baixada-neste-retorno then
                                   move "03-PAGAMENTO DUPLICADO"  to ws-motivo-divergencia
                               else
                                   move "04-COMPETENCIA JA PAGA"  to ws-motivo-divergencia
                               end-if
                               perform reportar-divergencia
                           else
                               perform calcular-encargos
                               if ret-valor-pago < ws-valor-devido then
                                   move "02-PAGAMENTO A MENOR" to ws-motivo-divergencia
                                   perform reportar-divergencia
                               else
                                   perform baixar-cobranca
      *>                           O Excesso Foi Baixado, Mas a Secretaria
      *>                           Precisa Saber Para Devolver ou Compensar
                                   if ret-valor-pago > ws-valor-devido then
                                       move "05-PAGO A MAIOR (BAIXADO)" to ws-motivo-divergencia
                                       perform reportar-divergencia
                                   end-if
                               end-if
                           end-if
                       when 23
                           move "01-SEM COBRANCA" to ws-motivo-divergencia
                           perform reportar-divergencia
                       when other
                           move 8                                     to ws-msn-erro-ofsset
                           move ws-fs-arqMensalidades                 to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqMensalidades "   to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               end-if
           end-if

           .
       processar-pagamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Apura Multa e Juros do Pagamento Sobre a Cobrança Lida: o
      *>      Vencimento é o Dia ws-dia-vencimento da Competencia; Pago
      *>      Ate o Vencimento, o Devido é o Proprio Valor da Cobrança
      *>------------------------------------------------------------------------
       calcular-encargos section.

           compute ws-data-vencimento = men-competencia * 100 + ws-dia-vencimento

           move men-valor to ws-valor-devido

           if ret-data-pagamento > ws-data-vencimento then
               move ws-data-vencimento to ws-dc-data
               perform calcular-dias-corridos
               move ws-dc-dias to ws-dc-dias-vencimento

               move ret-data-pagamento to ws-dc-data
               perform calcular-dias-corridos
               move ws-dc-dias to ws-dc-dias-pagamento

               compute ws-dias-atraso = ws-dc-dias-pagamento - ws-dc-dias-vencimento

               compute ws-valor-multa rounded = men-valor * ws-perc-multa / 100
               compute ws-valor-juros rounded =
                       men-valor * ws-perc-juros-mes / 100 * ws-dias-atraso / 30

               compute ws-valor-devido = men-valor + ws-valor-multa + ws-valor-juros
           end-if

           .
       calcular-encargos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Confere a Data em ws-dc-data (aaaammdd) - Mes de 1 a 12 e
      *>      Dia Dentro do Mes (Fevereiro Aceita o Dia 29 em Ano Bissexto)
      *>------------------------------------------------------------------------
       validar-data section.

           set ws-data-valida to true

           if ws-dc-ano < 1900 or ws-dc-mes < 1 or ws-dc-mes > 12 or ws-dc-dia < 1 then
               set ws-data-invalida to true
           else
               perform apurar-ano-bissexto
               evaluate ws-dc-mes
                   when 2
                       if ws-dc-dia > 29
                       or (ws-dc-dia = 29 and ws-dc-resto4 <> 0)
                       or (ws-dc-dia = 29 and ws-dc-resto100 = 0 and ws-dc-resto400 <> 0) then
                           set ws-data-invalida to true
                       end-if
                   when 4
                   when 6
                   when 9
                   when 11
                       if ws-dc-dia > 30 then
                           set ws-data-invalida to true
                       end-if
                   when other
                       if ws-dc-dia > 31 then
                           set ws-data-invalida to true
                       end-if
               end-evaluate
           end-if

           .
       validar-data-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Restos da Divisão do Ano de ws-dc-data por 4, 100 e 400 -
      *>      Bissexto Quando Divisivel por 4, Exceto os Seculos Nao
      *>      Divisiveis por 400
      *>------------------------------------------------------------------------
       apurar-ano-bissexto section.

           divide ws-dc-ano by 4   giving ws-dc-quociente remainder ws-dc-resto4
           divide ws-dc-ano by 100 giving ws-dc-quociente remainder ws-dc-resto100
           divide ws-dc-ano by 400 giving ws-dc-quociente remainder ws-dc-resto400

           .
       apurar-ano-bissexto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Converte ws-dc-data em Dias Corridos (ws-dc-dias) Contados
      *>      Desde o Inicio do Calendario, Para Subtrair Duas Datas
      *>------------------------------------------------------------------------
       calcular-dias-corridos section.

           compute ws-dc-ano-anterior = ws-dc-ano - 1

           compute ws-dc-dias = ws-dc-ano-anterior * 365
                              + ws-dias-acumulados (ws-dc-mes)
                              + ws-dc-dia

      *>   Um Dia a Mais por Ano Bissexto Ja Decorrido
           divide ws-dc-ano-anterior by 4   giving ws-dc-quociente
           add ws-dc-quociente to ws-dc-dias
           divide ws-dc-ano-anterior by 100 giving ws-dc-quociente
           subtract ws-dc-quociente from ws-dc-dias
           divide ws-dc-ano-anterior by 400 giving ws-dc-quociente
           add ws-dc-quociente to ws-dc-dias

      *>   O 29 de Fevereiro do Proprio Ano Conta a Partir de Março
           if ws-dc-mes > 2 then
               perform apurar-ano-bissexto
               if ws-dc-resto4 = 0
               and (ws-dc-resto100 <> 0 or ws-dc-resto400 = 0) then
                   add 1 to ws-dc-dias
               end-if
           end-if

           .
       calcular-dias-corridos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Procura a Cobrança Lida Entre as Baixadas Nesta Execução
      *>------------------------------------------------------------------------
       conferir-baixa-retorno section.

           set ws-nao-baixada-neste-retorno to true
           move 1 to ws-bxa-ix
           perform until ws-bxa-ix > ws-bxa-qtd or ws-baixada-neste-retorno
               if ws-bxa-chave (ws-bxa-ix) = men-chave then
                   set ws-baixada-neste-retorno to true
               end-if
               add 1 to ws-bxa-ix
           end-perform

           .
       conferir-baixa-retorno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Baixa a Cobrança Lida com a Data e o Valor do Retorno e
      *>      Registra a Baixa na Auditoria com o Numero do Lote
      *>------------------------------------------------------------------------
       baixar-cobranca section.

      *>   Guarda a Cobrança Antes da Baixa Para a Trilha de Auditoria
           move 0 to ws-imm-valor-multa
           move 0 to ws-imm-valor-juros
           move 0 to ws-imm-dias-atraso
           move spaces to ws-imm-autenticacao
           perform montar-imagem-mensalidade
           move ws-imagem-mensalidade to ws-aud-dados-antigos

           set men-paga to true
           move ret-data-pagamento to men-data-pagamento
           move ret-valor-pago     to men-valor-pago

           rewrite men-registro
           if ws-fs-arqMensalidades <> 00 then
               move 9                                        to ws-msn-erro-ofsset
               move ws-fs-arqMensalidades                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqMensalidades "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-bxa-qtd < 2000 then
               add 1 to ws-bxa-qtd
               move men-chave to ws-bxa-chave (ws-bxa-qtd)
           end-if

           add 1                 to ws-total-baixados
           add ret-valor-pago    to ws-soma-baixada
           add ws-valor-multa    to ws-soma-multa
           add ws-valor-juros    to ws-soma-juros
           if ws-dias-atraso > 0 then
               add 1 to ws-total-com-atraso
           end-if

      *>   Registra a Baixa na Trilha de Auditoria
           move ws-valor-multa   to ws-imm-valor-multa
           move ws-valor-juros   to ws-imm-valor-juros
           move ws-dias-atraso   to ws-imm-dias-atraso
           move ret-autenticacao to ws-imm-autenticacao
           perform montar-imagem-mensalidade

           move men-cod-aluno         to ws-cod-aluno
           move "BAIXABANCO"          to ws-aud-operacao
           move ws-imagem-mensalidade to ws-aud-dados-novos
           perform gravar-auditoria

           .
       baixar-cobranca-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Monta a Imagem de Auditoria BAIXABANCO com a Cobrança Corrente
      *>------------------------------------------------------------------------
       montar-imagem-mensalidade section.

           move men-cod-aluno      to ws-imm-cod-aluno
           move men-competencia    to ws-imm-competencia
           move men-valor          to ws-imm-valor
           move men-situacao       to ws-imm-situacao
           move men-data-pagamento to ws-imm-data-pagamento
           move men-valor-pago     to ws-imm-valor-pago

           .
       montar-imagem-mensalidade-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava no Relatorio a Linha do Registro Divergente, com o
      *>      Valor Devido (Quando Apurado) e o Motivo
      *>------------------------------------------------------------------------
       reportar-divergencia section.

           add 1 to ws-total-divergencias

           move spaces to div-linha
           if ret-detalhe
           and ret-nosso-numero   is numeric
           and ret-data-pagamento is numeric
           and ret-valor-pago     is numeric then
               move ret-valor-pago  to ws-valor-ed
               move ws-valor-devido to ws-devido-ed
               string ret-cod-aluno         delimited by size
                      " "                   delimited by size
                      ret-competencia       delimited by size
                      " "                   delimited by size
                      ret-data-pagamento    delimited by size
                      "   "                 delimited by size
                      ws-valor-ed           delimited by size
                      "     "               delimited by size
                      ws-devido-ed          delimited by size
                      " "                   delimited by size
                      ws-motivo-divergencia delimited by size
                      into div-linha
               end-string
           else
               string ret-registro (1:50)   delimited by size
                      " "                   delimited by size
                      ws-motivo-divergencia delimited by size
                      into div-linha
               end-string
           end-if
           perform gravar-linha-divergencia

           .
       reportar-divergencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Totais do Retorno e Conferencia com o Trailer do Banco
      *>------------------------------------------------------------------------
       imprimir-totais-retorno section.

           move spaces to div-linha
           perform gravar-linha-divergencia

           move spaces to div-linha
           string "Arquivo do Banco: " delimited by size
                  ws-ret-banco         delimited by size
                  " Data: "            delimited by size
                  ws-ret-data-arquivo  delimited by size
                  into div-linha
           end-string
           perform gravar-linha-divergencia

      *>   O Trailer Confere Quantidade e Valor dos Detalhes Recebidos -
      *>   Diferença Indica Retorno Truncado ou Corrompido
           move spaces to div-linha
           if ws-trailer-ausente then
               string "ATENCAO: Retorno Sem Trailer - Arquivo Pode Estar Incompleto" delimited by size
                      into div-linha
               end-string
           else
               if ws-trl-qtd-detalhes <> ws-total-detalhes
               or ws-trl-valor-total  <> ws-soma-detalhes then
                   string "ATENCAO: Trailer Nao Confere com os Detalhes Recebidos" delimited by size
                          into div-linha
                   end-string
               else
                   string "Trailer Conferido com os Detalhes Recebidos" delimited by size
                          into div-linha
                   end-string
               end-if
           end-if
           perform gravar-linha-divergencia

           move ws-total-detalhes to ws-qtd-ed
           move ws-soma-detalhes  to ws-soma-ed
           move spaces to div-linha
           string "Pagamentos no Retorno : " delimited by size
                  ws-qtd-ed                  delimited by size
                  "  Valor: "                delimited by size
                  ws-soma-ed                 delimited by size
                  into div-linha
           end-string
           perform gravar-linha-divergencia

           move ws-total-baixados to ws-total-baixados-ed
           move ws-soma-baixada   to ws-soma-ed
           move spaces to div-linha
           string "Cobrancas Baixadas    : " delimited by size
                  ws-total-baixados-ed       delimited by size
                  "   Valor: "               delimited by size
                  ws-soma-ed                 delimited by size
                  into div-linha
           end-string
           perform gravar-linha-divergencia

           move ws-total-com-atraso to ws-total-com-atraso-ed
           move ws-soma-multa       to ws-soma-ed
           move spaces to div-linha
           string "Pagas com Atraso      : " delimited by size
                  ws-total-com-atraso-ed     delimited by size
                  "   Multa: "               delimited by size
                  ws-soma-ed                 delimited by size
                  into div-linha
           end-string
           perform gravar-linha-divergencia

           move ws-soma-juros to ws-soma-ed
           move spaces to div-linha
           string "                                 Juros: " delimited by size
                  ws-soma-ed                                 delimited by size
                  into div-linha
           end-string
           perform gravar-linha-divergencia

           move ws-total-divergencias to ws-total-divergencias-ed
           move spaces to div-linha
           string "Divergencias          : " delimited by size
                  ws-total-divergencias-ed   delimited by size
                  into div-linha
           end-string
           perform gravar-linha-divergencia

           move ws-total-lidos        to ws-total-lidos-ed
           display "Total de Linhas Lidas      : " ws-total-lidos-ed
           display "Total de Cobrancas Baixadas: " ws-total-baixados-ed
           display "Total de Divergencias      : " ws-total-divergencias-ed
           display "Lote Aplicado              : " ws-numero-lote

           .
       imprimir-totais-retorno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava a Linha Montada em div-linha no Relatorio
      *>------------------------------------------------------------------------
       gravar-linha-divergencia section.

           write div-linha
           if ws-fs-arqDivergencias <> 00 then
               move 10                                       to ws-msn-erro-ofsset
               move ws-fs-arqDivergencias                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqDivergencias "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-divergencia-exit.
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
                       move 11                                     to ws-msn-erro-ofsset
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
           move ws-numero-lote       to aud-lote

           write aud-registro
      *>   Tratamento de Erro - Caso O File Status dê Diferente de Zero Aparecerá a Mensagem de Erro na Section Finaliza Anormal
           if ws-fs-arqAuditoria <> 00 then
               move 12                                      to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                      to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqAuditoria "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-auditoria-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Reserva a Janela Batch Para Esta Rotina: Recusa a Execução
      *>       Quando Outra Rotina Batch Esta em Andamento ou Quando Ha
      *>       Sessões Online Atualizando o Cadastro
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
               move "lista11ex3retorno" to ws-jnl-programa
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
                       move 13                                      to ws-msn-erro-ofsset
                       move ws-fs-arqJanelaBatch                    to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqJanelaBatch "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               when 35
                   continue
               when other
                   move 14                                      to ws-msn-erro-ofsset
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
               move 14                                      to ws-msn-erro-ofsset
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
               move 15                                      to ws-msn-erro-ofsset
               move ws-fs-arqJanelaBatch                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqJanelaBatch "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqJanelaBatch
           if ws-fs-arqJanelaBatch <> 0 then
               move 13                                      to ws-msn-erro-ofsset
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
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqCatalogoRel "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "RETORNO"               to cat-relatorio
           move ws-ger-data             to cat-data
           move ws-ger-hora             to cat-hora
           move ws-operador             to cat-operador
           move ws-total-divergencias   to cat-registros
           move ws-nome-arqDivergencias to cat-arquivo

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
           close arqMensalidades
           if ws-fs-arqMensalidades <> 0 then
               move 19                                       to ws-msn-erro-ofsset
               move ws-fs-arqMensalidades                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqMensalidades "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRetornoBanco
           if ws-fs-arqRetornoBanco <> 0 then
               move 20                                      to ws-msn-erro-ofsset
               move ws-fs-arqRetornoBanco                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqRetornoBanco "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDivergencias
           if ws-fs-arqDivergencias <> 0 then
               move 21                                       to ws-msn-erro-ofsset
               move ws-fs-arqDivergencias                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDivergencias "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria
           if ws-fs-arqAuditoria <> 0 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAuditoria "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Registra a Geração no Catalogo de Relatorios
           perform gravar-catalogo

           display "Retorno Bancario Processado - Divergencias em " ws-nome-arqDivergencias

           stop run

           .
       finaliza-exit.
           exit.
