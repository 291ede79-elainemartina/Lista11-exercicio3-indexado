
      *>------------------------------------------------------------------------
      *>-----Declaração dos Recursos Externos
      *>-----Estorno de um Lote de Notas: os Registros NOTAS (Cadastro) e
      *>-----NOTADISC (Notas por Disciplina) da Trilha de Auditoria
      *>-----Carimbados com o Numero do Lote Informado Sao Desfeitos
      *>-----Reaplicando as Imagens Anteriores Cada Uma no Seu Arquivo -
      *>-----Bem Mais Estreito e Seguro Que a Reconstrução Completa da
      *>-----Recuperação (lista11ex3recuperacao)
       input-output section.
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAlunosIndex.

           select arqNotas assign to "arqNotas.dat"                     *> Notas por Disciplina - Recebe as Imagens NOTADISC de Volta
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is not-chave
           file status is ws-fs-arqNotas.

           select arqFechamento assign to "arqFechamento.dat"           *> Situação dos Bimestres por Turma - Bimestre Fechado Nao é Estornado
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fec-chave
           file status is ws-fs-arqFechamento.

           select arqUsuarios assign to "arqUsuarios.dat"               *> Cadastro de Usuarios - Identifica o Operador do Estorno
           organization is indexed
           access mode is dynamic
               10  fd-nota3                        pic 9(02)v99.
               10  fd-nota4                        pic 9(02)v99.

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

      *>   Fechamento de Bimestres - um Registro por Turma e Bimestre;
      *>   Bimestre Sem Registro Esta Aberto
       fd arqFechamento.
       01  fec-registro.
           05  fec-chave.
               10  fec-cod-turma                   pic x(10).
               10  fec-bimestre                    pic 9(01).
           05  fec-situacao                        pic x(01).
               88  fec-aberto                           value "A".
               88  fec-fechado                          value "F".
           05  fec-data                            pic 9(08).
           05  fec-hora                            pic 9(06).
           05  fec-operador                        pic x(08).

       fd arqUsuarios.  *> Cadastro de Usuarios - Um Usuario por Registro
       01  usr-registro.
           05  usr-login                           pic x(08).
       77  ws-fs-arqCadAlunosIndex                 pic  9(02).
       77  ws-fs-arqUsuarios                       pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-fs-arqNotas                          pic  9(02).
       77  ws-fs-arqFechamento                     pic  9(02).

      *>----Variaveis de Apoio ao Controle de Acesso (Login do Operador)
       77  ws-operador                             pic x(08).
      *>----Carga de Notas em Lote (lista11ex3notaslote)
       77  ws-numero-lote                          pic 9(06).

      *>----Entradas NOTAS/NOTADISC do Lote Colhidas da Trilha, na Ordem em Que
      *>----Foram Gravadas - o Estorno Reaplica as Imagens Anteriores da
      *>----Ultima Para a Primeira, de Modo Que o Registro Termina na
      *>----Imagem de Antes da Primeira Atualização do Lote
           05  ws-lote-qtd                         pic 9(03) comp.
           05  ws-lote-entrada occurs 999 times.
               10  ws-lote-cod                     pic 9(05).
               10  ws-lote-operacao                pic x(10).
               10  ws-lote-imagem                  pic x(200).

       77  ws-lote-ix                              pic 9(03) comp.
           05  ws-ant-alunos                       pic x(197).
           05  filler                              pic x(03).

      *>----Imagem Anterior NOTADISC - Aluno, Disciplina, as Cinco Notas e
      *>----a Marca de Exame; Somente os Quatro Bimestres Voltam (o Exame
      *>----Nao Vem do Lote)
       01  ws-imagem-notas.
           05  ws-imn-cod-aluno                    pic 9(05).
           05  ws-imn-cod-disciplina               pic x(06).
           05  ws-imn-nota                         pic 9(02)v99 occurs 5 times.
           05  ws-imn-exame-status                 pic x(01).
               88  ws-imn-exame-lancado                 value "S".
               88  ws-imn-exame-pendente                value "N".
           05  filler                              pic x(168).

      *>----Notas Correntes da Disciplina (Deixadas Pelo Lote), Gravadas
      *>----Como Imagem Anterior do Registro de Estorno
       01  ws-imagem-corrente.
           05  ws-imc-cod-aluno                    pic 9(05).
           05  ws-imc-cod-disciplina               pic x(06).
           05  ws-imc-nota                         pic 9(02)v99 occurs 5 times.
           05  ws-imc-exame-status                 pic x(01).
           05  filler                              pic x(168).

       77  ws-nd-ix                                pic 9(01).

      *>----Bimestre Fechado - a Entrada NOTADISC Que Mudaria a Nota de um
      *>----Bimestre Fechado na Turma do Aluno Nao é Estornada; Sem o
      *>----Arquivo de Fechamento Todos os Bimestres Estao Abertos
       77  ws-fec-disponivel-status                pic x(01).
          88  ws-fec-disponivel                     value "S".
          88  ws-fec-indisponivel                   value "N".

       77  ws-fec-violacao-status                  pic x(01).
          88  ws-fec-violado                        value "S".
          88  ws-fec-respeitado                     value "N".

       77  ws-fec-cod-turma                        pic x(10).

      *>----Aluno da Entrada NOTADISC no Cadastro - Codigo Fora do
      *>----Cadastro (Arquivado Depois do Lote) Nao Recebe Notas de Volta
       77  ws-aluno-cadastro-status                pic x(01).
          88  ws-aluno-no-cadastro                  value "S".
          88  ws-aluno-fora-cadastro                value "N".

       77  ws-total-estornados                     pic 9(05) comp.
       77  ws-total-nao-encontrados                pic 9(05) comp.
       77  ws-total-sem-imagem                     pic 9(05) comp.
       77  ws-total-bimestre-fechado               pic 9(05) comp.

       77  ws-total-estornados-ed                  pic z(04)9.
       77  ws-total-nao-encontrados-ed             pic z(04)9.
       77  ws-total-sem-imagem-ed                  pic z(04)9.
       77  ws-total-bimestre-fechado-ed            pic z(04)9.
       77  ws-lote-qtd-ed                          pic z(04)9.

       77  ws-fim-arquivo                          pic x(01).
           move 0 to ws-total-estornados
           move 0 to ws-total-nao-encontrados
           move 0 to ws-total-sem-imagem
           move 0 to ws-total-bimestre-fechado

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Primeira Fase - Varre a Trilha de Auditoria e Guarda na
      *>      Tabela as Entradas NOTAS e NOTADISC Carimbadas com o Lote
      *>------------------------------------------------------------------------
       montar-tabela-do-lote section.

       montar-tabela-do-lote-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Guarda na Tabela uma Entrada NOTAS ou NOTADISC do Lote Informado
      *>------------------------------------------------------------------------
       selecionar-entrada-lote section.

           if (aud-operacao = "NOTAS" or aud-operacao = "NOTADISC")
           and aud-lote = ws-numero-lote then
               if ws-lote-qtd >= 999 then
                   display "Lote com Mais de 999 Entradas - Estorno Cancelado"
                   move 22                                      to ws-msn-erro-ofsset
                   move 0                                       to ws-msn-erro-cod
                   move "Tabela do Lote Excedida "              to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-lote-qtd
               move aud-cod-aluno     to ws-lote-cod (ws-lote-qtd)
               move aud-operacao      to ws-lote-operacao (ws-lote-qtd)
               move aud-dados-antigos to ws-lote-imagem (ws-lote-qtd)
           end-if

       confirmar-estorno section.

           if ws-lote-qtd = 0 then
               display "Nenhuma Entrada de Notas Encontrada Para o Lote " ws-numero-lote
               display "Estorno Cancelado - Nenhum Dado Alterado"
               move 4 to return-code
               stop run
           end-if

           accept ws-confirma
           if not ws-confirmado then
               display "Estorno Cancelado - Nenhum Dado Alterado"
               move 4 to return-code
               stop run
           end-if

               perform finaliza-anormal
           end-if

      *>   Open i-o - Abre as Notas por Disciplina Para as Imagens NOTADISC
           open i-o arqNotas
           if ws-fs-arqNotas  <> 00
           and ws-fs-arqNotas <> 05 then
               move 15                                      to ws-msn-erro-ofsset
               move ws-fs-arqNotas                          to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqNotas "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Abre a Situação dos Bimestres; Quando o Arquivo
      *>   Ainda Nao Existe Nenhum Bimestre Foi Fechado
           set ws-fec-disponivel to true
           open input arqFechamento
           if ws-fs-arqFechamento = 35 then
               set ws-fec-indisponivel to true
           else
               if ws-fs-arqFechamento <> 00 then
                   move 19                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFechamento                     to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqFechamento "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   Open Extend - Reabre a Trilha Para Receber os Registros ESTORNO
           open extend arqAuditoria
           if ws-fs-arqAuditoria  <> 00

           move ws-lote-imagem (ws-lote-ix) to ws-imagem-antiga

      *>   Entradas NOTADISC Voltam Para as Notas por Disciplina; Entradas
      *>   Sem Imagem Anterior Nao Tem o Que Reaplicar
           evaluate true
               when ws-lote-operacao (ws-lote-ix) = "NOTADISC"
                   perform estornar-entrada-disciplina
               when ws-ant-alunos = spaces
                   add 1 to ws-total-sem-imagem
               when other
                   move ws-lote-cod (ws-lote-ix) to fd-cod-aluno
                   read arqCadAlunosIndex
                   evaluate ws-fs-arqCadAlunosIndex
                       when 00
      *>                   Guarda a Imagem Corrente Para a Auditoria do Estorno
                           move fd-alunos to ws-aud-dados-antigos

                           move ws-ant-alunos to fd-alunos
                           perform regravar-aluno-cadastro
                           if ws-fs-arqCadAlunosIndex <> 00 then
                               move 7                                          to ws-msn-erro-ofsset
                               move ws-fs-arqCadAlunosIndex                    to ws-msn-erro-cod
                               move "Erro ao Gravar arq. arqCadAlunosIndex "   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           add 1 to ws-total-estornados

      *>                   Registra a Operação na Trilha de Auditoria
                           move fd-cod-aluno to ws-cod-aluno
                           move "ESTORNO"    to ws-aud-operacao
                           move fd-alunos    to ws-aud-dados-novos
                           perform gravar-auditoria
      *>               Aluno Ja Nao Existe no Cadastro (Arquivado Depois do Lote)
                       when 23
                           display "Aluno " ws-lote-cod (ws-lote-ix) " Nao Encontrado - Entrada Ignorada"
                           add 1 to ws-total-nao-encontrados
                       when other
                           move 8                                        to ws-msn-erro-ofsset
                           move ws-fs-arqCadAlunosIndex                  to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqCadAlunosIndex "    to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
           end-evaluate

           .
       estornar-entrada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Estorna uma Entrada NOTADISC: Sem Imagem Anterior Nao Ha o
      *>      Que Reaplicar; Aluno Fora do Cadastro e a Entrada Que
      *>      Mudaria um Bimestre Fechado da Turma Sao Ignorados; as
      *>      Demais Voltam Para arqNotas
      *>------------------------------------------------------------------------
       estornar-entrada-disciplina section.

           move ws-imagem-antiga to ws-imagem-notas
           set ws-fec-respeitado to true
           if ws-imagem-antiga <> spaces then
               perform ler-aluno-disciplina
               if ws-aluno-no-cadastro then
                   perform conferir-bimestres-fechados
               end-if
           end-if

           evaluate true
               when ws-imagem-antiga = spaces
                   add 1 to ws-total-sem-imagem
      *>       Aluno Ja Nao Existe no Cadastro (Arquivado Depois do Lote)
               when ws-aluno-fora-cadastro
                   display "Aluno " ws-imn-cod-aluno " Nao Encontrado - Entrada Ignorada"
                   add 1 to ws-total-nao-encontrados
               when ws-fec-violado
                   display "Aluno " ws-imn-cod-aluno " Disciplina " ws-imn-cod-disciplina
                           " - Bimestre Fechado na Turma " ws-fec-cod-turma " - Entrada Ignorada"
                   add 1 to ws-total-bimestre-fechado
               when other
                   perform restaurar-notas-disciplina
           end-evaluate

           .
       estornar-entrada-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Le o Aluno da Entrada NOTADISC no Cadastro - a Turma Atual
      *>      Dele Decide os Bimestres Fechados
      *>------------------------------------------------------------------------
       ler-aluno-disciplina section.

           move spaces to ws-fec-cod-turma

           move ws-imn-cod-aluno to fd-cod-aluno
           read arqCadAlunosIndex
           evaluate ws-fs-arqCadAlunosIndex
               when 00
                   set ws-aluno-no-cadastro to true
                   move fd-turma to ws-fec-cod-turma
               when 23
                   set ws-aluno-fora-cadastro to true
               when other
                   move 8                                        to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlunosIndex                  to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqCadAlunosIndex "    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       ler-aluno-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Confere se a Imagem Anterior da Entrada Muda a Nota de Algum
      *>      Bimestre Fechado na Turma Atual do Aluno (ws-fec-cod-turma,
      *>      Lida por ler-aluno-disciplina) - Bimestre Cuja Nota Corrente
      *>      Ja é a da Imagem Nao Impede o Estorno
      *>------------------------------------------------------------------------
       conferir-bimestres-fechados section.

           set ws-fec-respeitado to true

           if ws-fec-disponivel
           and ws-fec-cod-turma <> spaces then
               move 1 to ws-nd-ix
               perform until ws-nd-ix > 4 or ws-fec-violado
                   move ws-fec-cod-turma to fec-cod-turma
                   move ws-nd-ix         to fec-bimestre
                   read arqFechamento
                   evaluate ws-fs-arqFechamento
                       when 00
                           if fec-fechado then
                               move ws-imn-cod-aluno      to not-cod-aluno
                               move ws-imn-cod-disciplina to not-cod-disciplina
                               move ws-nd-ix              to not-bimestre
                               read arqNotas
                               evaluate ws-fs-arqNotas
                                   when 00
                                       continue
                                   when 23
                                       move 0 to not-nota
                                   when other
                                       move 16                                   to ws-msn-erro-ofsset
                                       move ws-fs-arqNotas                       to ws-msn-erro-cod
                                       move "Erro ao Ler arq. arqNotas "         to ws-msn-erro-text
                                       perform finaliza-anormal
                               end-evaluate
                               if not-nota <> ws-imn-nota (ws-nd-ix) then
                                   set ws-fec-violado to true
                               end-if
                           end-if
                       when 23
                           continue
                       when other
                           move 20                                   to ws-msn-erro-ofsset
                           move ws-fs-arqFechamento                  to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqFechamento "    to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
                   add 1 to ws-nd-ix
               end-perform
           end-if

           .
       conferir-bimestres-fechados-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Devolve as Quatro Notas Bimestrais da Imagem Anterior Para
      *>      arqNotas e Registra o Estorno na Auditoria (ESTORNODIS)
      *>------------------------------------------------------------------------
       restaurar-notas-disciplina section.

           move ws-imagem-antiga to ws-imagem-corrente

      *>   O Exame Nao Vem do Lote - as Duas Imagens Levam o Exame Atual
           move ws-imn-cod-aluno      to not-cod-aluno
           move ws-imn-cod-disciplina to not-cod-disciplina
           move 5                     to not-bimestre
           read arqNotas
           evaluate ws-fs-arqNotas
               when 00
                   move not-nota to ws-imn-nota (5)
                   set ws-imn-exame-lancado  to true
               when 23
                   move 0        to ws-imn-nota (5)
                   set ws-imn-exame-pendente to true
               when other
                   move 16                                   to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                       to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqNotas "         to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           move ws-imn-nota (5)     to ws-imc-nota (5)
           move ws-imn-exame-status to ws-imc-exame-status

           move 1 to ws-nd-ix
           perform until ws-nd-ix > 4
               move ws-imn-cod-aluno      to not-cod-aluno
               move ws-imn-cod-disciplina to not-cod-disciplina
               move ws-nd-ix              to not-bimestre
               read arqNotas
               evaluate ws-fs-arqNotas
                   when 00
                       move not-nota to ws-imc-nota (ws-nd-ix)
                       move ws-imn-nota (ws-nd-ix) to not-nota
                       rewrite not-registro
                   when 23
                       move ws-imn-cod-aluno      to not-cod-aluno
                       move ws-imn-cod-disciplina to not-cod-disciplina
                       move ws-nd-ix              to not-bimestre
                       move 0                     to ws-imc-nota (ws-nd-ix)
                       move ws-imn-nota (ws-nd-ix) to not-nota
                       write not-registro
                   when other
                       move 16                                   to ws-msn-erro-ofsset
                       move ws-fs-arqNotas                       to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqNotas "         to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
               if ws-fs-arqNotas <> 00 then
                   move 17                                   to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                       to ws-msn-erro-cod
                   move "Erro ao Gravar arq. arqNotas "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-nd-ix
           end-perform

           add 1 to ws-total-estornados

      *>   Registra a Operação na Trilha de Auditoria - Antes Fica a
      *>   Imagem Corrente (Notas Que o Lote Deixou), Depois a Restaurada
           move ws-imagem-corrente  to ws-aud-dados-antigos
           move ws-imn-cod-aluno    to ws-cod-aluno
           move "ESTORNODIS"        to ws-aud-operacao
           move ws-imagem-notas     to ws-aud-dados-novos
           perform gravar-auditoria

           .
       restaurar-notas-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Regrava fd-alunos Tratando Registro Bloqueado por Outra

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
               move "lista11ex3estorno" to ws-jnl-programa
               perform gravar-janela-batch
               set ws-janela-reservada to true
           end-if

           .
       reservar-janela-batch-exit.

           if ws-login-invalido then
               display "Numero de Tentativas Esgotado - Encerrando o Programa"
               move 12 to return-code
               stop run
           end-if

      *>   Devolve a Janela Batch Antes de Encerrar (Quando Reservada)
           perform liberar-janela-batch

      *>   Retorno Diferente de Zero Sinaliza a Falha Para a Cadeia Batch
           move 12 to return-code

           stop run

           .
               perform finaliza-anormal
           end-if

           close arqNotas
           if ws-fs-arqNotas <> 0 then
               move 18                                      to ws-msn-erro-ofsset
               move ws-fs-arqNotas                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arqNotas "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fec-disponivel then
               close arqFechamento
               if ws-fs-arqFechamento <> 0 then
                   move 21                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFechamento                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqFechamento "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqAuditoria
           if ws-fs-arqAuditoria <> 0 then
               move 5                                       to ws-msn-erro-ofsset
           move ws-total-estornados      to ws-total-estornados-ed
           move ws-total-nao-encontrados to ws-total-nao-encontrados-ed
           move ws-total-sem-imagem      to ws-total-sem-imagem-ed
           move ws-total-bimestre-fechado to ws-total-bimestre-fechado-ed

           display "Registros Estornados               : " ws-total-estornados-ed
           display "Entradas Sem Aluno no Cadastro     : " ws-total-nao-encontrados-ed
           display "Entradas Sem Imagem Anterior       : " ws-total-sem-imagem-ed
           display "Entradas de Bimestre Fechado       : " ws-total-bimestre-fechado-ed
           display "Estorno do Lote " ws-numero-lote " Concluido"

           stop run
