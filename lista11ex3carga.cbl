       01  trm-registro.
           05  trm-cod-turma                       pic x(10).
           05  trm-descricao                       pic x(30).
           05  trm-cod-professor                   pic 9(05).
           05  filler                              pic x(20).
           05  trm-ano-letivo                      pic 9(04).
           05  trm-vagas                           pic 9(03).


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
               move "lista11ex3carga" to ws-jnl-programa
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
