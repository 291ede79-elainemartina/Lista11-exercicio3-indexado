           accept ws-confirma
           if not ws-confirmado then
               display "Conversao Cancelada - Nenhum Arquivo Foi Gerado"
               move 4 to return-code
               stop run
           end-if

      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro.

      *>   Retorno Diferente de Zero Sinaliza a Falha Para a Cadeia Batch
           move 12 to return-code

           stop run

           .
