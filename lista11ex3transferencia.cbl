           organization is line sequential
           file status is ws-fs-arqTransferencias.

           select arqListaEspera assign to "arqListaEspera.dat"         *> Lista de Espera - Fila e Chamadas em Aberto da Turma de Destino
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is esp-inscricao
           file status is ws-fs-arqListaEspera.

           select arqUsuarios assign to "arqUsuarios.dat"               *> Cadastro de Usuarios - Identifica o Operador do Lote
           organization is indexed
           access mode is dynamic
       01  trm-registro.
           05  trm-cod-turma                       pic x(10).
           05  trm-descricao                       pic x(30).
           05  trm-cod-professor                   pic 9(05).
           05  filler                              pic x(20).
           05  trm-ano-letivo                      pic 9(04).
           05  trm-vagas                           pic 9(03).

      *>   Lista de Espera - Inscrições Barradas por Turma Sem Vaga; a
      *>   Chamada (lista11ex3chamada) Oferece as Vagas Liberadas com
      *>   Prazo Para Confirmar - Vaga Oferecida Nao é da Transferencia
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

      *>   Layout ";" - Codigo;TurmaOrigem;TurmaDestino;Data(aaaammdd);Motivo
       fd arqTransfLote.
       01  lote-linha                              pic x(120).
       77  ws-fs-arqTransferencias                 pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-fs-arqUsuarios                       pic  9(02).
       77  ws-fs-arqListaEspera                    pic  9(02).

      *>----Variaveis de Apoio ao Controle de Acesso (Login do Operador)
       77  ws-operador                             pic x(08).
          88  ws-turma-valida                       value "S".
          88  ws-turma-invalida                     value "N".

      *>----Fila da Turma de Destino - Quem Aguarda e as Chamadas Ainda
      *>----no Prazo (ws-hoje); Com Fila Formada as Vagas Livres Sao da
      *>----Fila, o Mesmo Criterio da Aprovação da Pre-Matricula
       77  ws-esp-arquivo-status                   pic x(01).
          88  ws-esp-disponivel                     value "S".
          88  ws-esp-indisponivel                   value "N".

       77  ws-hoje                                 pic 9(08).
       77  ws-fila-aguardando                      pic 9(03) comp.
       77  ws-fila-chamadas                        pic 9(03) comp.

       77  ws-lst-fim                              pic x(01).
          88  ws-lst-nao-fim                        value "N".
          88  ws-lst-eh-fim                         value "S".

      *>----Motivo de Rejeição Gravado no Arquivo de Rejeitos
       77  ws-motivo-rejeicao                      pic x(25).

               perform finaliza-anormal
           end-if

      *>   Open Input - Abre a Lista de Espera Para Conferir a Fila da
      *>   Turma de Destino (Arquivo Inexistente - Nenhuma Fila Formada)
           set ws-esp-disponivel to true
           open input arqListaEspera
           if ws-fs-arqListaEspera = 35 then
               set ws-esp-indisponivel to true
           else
               if ws-fs-arqListaEspera <> 00 then
                   move 27                                      to ws-msn-erro-ofsset
                   move ws-fs-arqListaEspera                    to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqListaEspera "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   Open Input - Abre o Lote de Transferencias da Coordenação
           open input arqTransfLote
           if ws-fs-arqTransfLote  <> 00 then
           end-unstring

      *>   A Turma de Destino Deve Existir no Cadastro Mestre de Turmas
      *>   e Ter Vaga Livre Fora da Fila de Espera - o Mesmo Criterio Que
      *>   a Pre-Matricula (lista11ex3matricula) Aplica na Aprovação
           move ws-turma-destino to trm-cod-turma
           perform ler-turma-mestre
           move 0 to ws-fila-aguardando
           move 0 to ws-fila-chamadas
           if ws-turma-valida then
               perform contar-fila-turma
           end-if
           evaluate true
               when ws-turma-invalida
                   move "03-TURMA DESTINO INVALIDA" to ws-motivo-rejeicao
               when trm-vagas = 0
                   move "06-TURMA SEM VAGAS" to ws-motivo-rejeicao
                   perform rejeitar-linha
      *>       As Vagas Livres Ja Oferecidas Pela Chamada, ou Qualquer Vaga
      *>       Com Gente Aguardando, Pertencem a Fila da Turma
               when ws-fila-aguardando > 0
               or   trm-vagas <= ws-fila-chamadas
                   move "07-TURMA COM LISTA ESPERA" to ws-motivo-rejeicao
                   perform rejeitar-linha
               when other
      *>           A Turma de Origem Informada Tambem Deve Existir no
      *>           Mestre - Uma Origem Errada Indica Lote Montado Sobre
       processar-linha-lote-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Conta a Fila da Turma de Destino: Inscrições Aguardando e
      *>      Chamadas em Aberto Ainda no Prazo (Chamada Vencida Ja Nao
      *>      Segura a Vaga)
      *>------------------------------------------------------------------------
       contar-fila-turma section.

           if ws-esp-disponivel then
               accept ws-hoje from date yyyymmdd

               move 0 to esp-inscricao
               start arqListaEspera key is >= esp-inscricao
               set ws-lst-nao-fim to true
               if ws-fs-arqListaEspera <> 0 then
                   set ws-lst-eh-fim to true
               end-if

               perform until ws-lst-eh-fim
                   read arqListaEspera next
                   if ws-fs-arqListaEspera = 10 then
                       set ws-lst-eh-fim to true
                   else
                       if ws-fs-arqListaEspera <> 00 then
                           move 28                                     to ws-msn-erro-ofsset
                           move ws-fs-arqListaEspera                   to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqListaEspera "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if esp-turma = ws-turma-destino then
                           if esp-aguardando then
                               add 1 to ws-fila-aguardando
                           end-if
                           if esp-chamada-aberta
                           and esp-prazo >= ws-hoje then
                               add 1 to ws-fila-chamadas
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

           .
       contar-fila-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Localiza o Aluno no Cadastro e Confere a Situação e a Turma
      *>      de Origem Antes de Aplicar a Transferencia
      *>------------------------------------------------------------------------

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
               move "lista11ex3transferencia" to ws-jnl-programa
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

           if ws-esp-disponivel then
               close arqListaEspera
               if ws-fs-arqListaEspera <> 0 then
                   move 29                                      to ws-msn-erro-ofsset
                   move ws-fs-arqListaEspera                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqListaEspera "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display "Transferencias em Lote Concluidas"
           display "Historico Atualizado em arqTransferencias.log"

