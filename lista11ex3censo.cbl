       01  trm-registro.
           05  trm-cod-turma                       pic x(10).
           05  trm-descricao                       pic x(30).
           05  trm-cod-professor                   pic 9(05).
           05  filler                              pic x(20).
           05  trm-ano-letivo                      pic 9(04).
           05  trm-vagas                           pic 9(03).

      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro.

      *>   Retorno Diferente de Zero Sinaliza a Falha Para a Cadeia Batch
           move 12 to return-code

           stop run

           .
