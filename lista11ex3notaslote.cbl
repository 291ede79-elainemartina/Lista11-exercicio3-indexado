       input-output section.
       file-control.

           select arqCadAlunosIndex assign to "arqCadAlunosIndex.dat"   *> Cadastro Indexado - Situação e Turma do Aluno
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAlunosIndex.

           select arqDisciplinas assign to "arqDisciplinas.dat"         *> Cadastro Mestre de Disciplinas - Confere a Oferta na Turma
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is dis-cod-disciplina
           file status is ws-fs-arqDisciplinas.

           select arqNotas assign to "arqNotas.dat"                     *> Notas por Aluno, Disciplina e Bimestre - Recebe as Notas do Lote
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is not-chave
           file status is ws-fs-arqNotas.

           select arqFechamento assign to "arqFechamento.dat"           *> Situação dos Bimestres por Turma - Bimestre Fechado Nao Recebe Nota
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fec-chave
           file status is ws-fs-arqFechamento.

           select arqNotasLote assign to "arqNotasLote.txt"             *> Arquivo de Notas Entregue Pelos Professores
           organization is line sequential
           file status is ws-fs-arqNotasLote.
               10  fd-nota3                        pic 9(02)v99.
               10  fd-nota4                        pic 9(02)v99.

       fd arqDisciplinas.  *> Cadastro Mestre de Disciplinas - Uma Disciplina por Registro
       01  dis-registro.
           05  dis-cod-disciplina                  pic x(06).
           05  dis-nome                            pic x(30).
           05  dis-carga-horaria                   pic 9(03).
           05  dis-turmas.
               10  dis-turma                       pic x(10) occurs 10 times.

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

      *>   Layout ";" - Codigo;Disciplina;Nota1;Nota2;Nota3;Nota4 (Notas no
      *>   Formato da Exportação, com a Virgula Literal - Ex: 7,50)
       fd arqNotasLote.
       01  lote-linha                              pic x(80).

       77  ws-fs-arqNotasRejeitos                  pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-fs-arqUsuarios                       pic  9(02).
       77  ws-fs-arqDisciplinas                    pic  9(02).
       77  ws-fs-arqNotas                          pic  9(02).
       77  ws-fs-arqFechamento                     pic  9(02).

      *>----Variaveis de Apoio ao Controle de Acesso (Login do Operador)
       77  ws-operador                             pic x(08).
          88  ws-login-invalido                     value "N".

       77  ws-cod-aluno                            pic 9(05).
       77  ws-cod-disciplina                       pic x(06).

      *>----Numero do Lote Informado Pelo Operador - Carimbado em Todo
      *>----Registro de Auditoria do Lote, Para um Eventual Estorno
           05  ws-nota2                            pic 9(02)v99.
           05  ws-nota3                            pic 9(02)v99.
           05  ws-nota4                            pic 9(02)v99.
       01  ws-notas-lote-tab redefines ws-notas.
           05  ws-nota-lote                        pic 9(02)v99 occurs 4 times.

      *>----Notas do Lote em Texto, Antes da Validação e Conversão
       77  ws-lote-nota1-txt                       pic x(05).
          88  ws-linha-ok                           value "S".
          88  ws-linha-erro                         value "N".

      *>----Notas da Disciplina Antes da Carga - Quatro Bimestres e o
      *>----Exame Final; o Exame Lançado Online Nao é Tocado Pelo Lote
       01  ws-notas-disciplina.
           05  ws-nd-nota                          pic 9(02)v99 occurs 5 times.

       77  ws-nd-exame-status                      pic x(01).
          88  ws-nd-exame-lancado                   value "S".
          88  ws-nd-exame-pendente                  value "N".

       77  ws-nd-ix                                pic 9(01).

       77  ws-nd-gravacao-status                   pic x(01).
          88  ws-nd-gravacao-ok                     value "S".
          88  ws-nd-gravacao-falhou                 value "N".

       77  ws-dis-ix                               pic 9(02) comp.

       77  ws-disciplina-oferta-status             pic x(01).
          88  ws-disciplina-oferecida               value "S".
          88  ws-disciplina-nao-oferecida           value "N".

      *>----Imagem Gravada na Auditoria NOTADISC (Antes e Depois): Aluno,
      *>----Disciplina, as Cinco Notas da Disciplina e a Marca de Exame
      *>----Lançado (Distingue Exame Pendente de Exame com Nota Zero)
       01  ws-imagem-notas.
           05  ws-imn-cod-aluno                    pic 9(05).
           05  ws-imn-cod-disciplina               pic x(06).
           05  ws-imn-nota                         pic 9(02)v99 occurs 5 times.
           05  ws-imn-exame-status                 pic x(01).
               88  ws-imn-exame-lancado                 value "S".
               88  ws-imn-exame-pendente                value "N".
           05  filler                              pic x(168) value spaces.

      *>----Bimestre Fechado - a Linha Que Muda a Nota de um Bimestre
      *>----Fechado da Turma é Rejeitada Inteira; Sem o Arquivo de
      *>----Fechamento Todos os Bimestres Estao Abertos
       77  ws-fec-disponivel-status                pic x(01).
          88  ws-fec-disponivel                     value "S".
          88  ws-fec-indisponivel                   value "N".

       77  ws-fec-violacao-status                  pic x(01).
          88  ws-fec-violado                        value "S".
          88  ws-fec-respeitado                     value "N".

      *>----Situação de Cada Bimestre na Turma do Aluno, Apurada na
      *>----Conferencia da Linha - Bimestre Fechado Nao é Regravado
       01  ws-fechamento-bimestres.
           05  ws-fb-status                        pic x(01) occurs 4 times.
               88  ws-fb-fechado                        value "F".
               88  ws-fb-aberto                         value "A".

      *>----Motivo de Rejeição Gravado no Arquivo de Rejeitos
       77  ws-motivo-rejeicao                      pic x(22).

          88  ws-janela-reservada                   value "S".
          88  ws-janela-nao-reservada               value "N".

      *>----Variaveis de Apoio a Trilha de Auditoria
       01  ws-data-hora-sistema.
           05  ws-aud-data                         pic 9(08).
      *>   Online Atualizando o Cadastro Nem com Outra Rotina Batch
           perform reservar-janela-batch

      *>   Open Input - Abre o Cadastro Para Conferir Situação e Turma
           open input arqCadAlunosIndex
           if ws-fs-arqCadAlunosIndex  <> 00 then
               move 1                                          to ws-msn-erro-ofsset
               move ws-fs-arqCadAlunosIndex                    to ws-msn-erro-cod
               perform finaliza-anormal
           end-if

      *>   Open Input - Abre o Cadastro Mestre de Disciplinas
           open input arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00 then
               move 20                                      to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqDisciplinas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open i-o - Abre as Notas por Disciplina Para Gravação do Lote
           open i-o arqNotas
           if ws-fs-arqNotas  <> 00
           and ws-fs-arqNotas <> 05 then
               move 21                                      to ws-msn-erro-ofsset
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
                   move 26                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFechamento                     to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqFechamento "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   Open Input - Abre o Arquivo de Notas Entregue Pelo Professor
           open input arqNotasLote
           if ws-fs-arqNotasLote  <> 00 then
           exit.
      *>------------------------------------------------------------------------
      *>      Processa Uma Linha do Lote: Valida o Codigo, a Situação do
      *>      Aluno, a Disciplina e as Quatro Notas; Aplica as Notas Boas
      *>      em arqNotas e Manda as Linhas Ruins Para o Arquivo de Rejeitos
      *>------------------------------------------------------------------------
       processar-linha-lote section.

      *>   Limpa os Campos Receptores Antes do UNSTRING - Linhas com Menos
      *>   Campos Que o Layout Nao Podem Herdar Valores da Linha Anterior
           move 0      to ws-cod-aluno
           move spaces to ws-cod-disciplina
           move spaces to ws-lote-nota1-txt
           move spaces to ws-lote-nota2-txt
           move spaces to ws-lote-nota3-txt

           unstring lote-linha delimited by ";"
               into ws-cod-aluno
                    ws-cod-disciplina
                    ws-lote-nota1-txt
                    ws-lote-nota2-txt
                    ws-lote-nota3-txt
                           move "02-ALUNO INATIVO" to ws-motivo-rejeicao
                           perform rejeitar-linha
                       else
                           perform validar-disciplina
                       end-if
                   when 23
                       move "01-CODIGO INEXISTENTE" to ws-motivo-rejeicao
       validar-nota-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Confere a Disciplina da Linha: Deve Existir no Cadastro
      *>      Mestre e Ser Oferecida na Turma do Aluno Lido em fd-alunos
      *>------------------------------------------------------------------------
       validar-disciplina section.

           move ws-cod-disciplina to dis-cod-disciplina
           read arqDisciplinas
           evaluate ws-fs-arqDisciplinas
               when 00
                   set ws-disciplina-nao-oferecida to true
                   move 1 to ws-dis-ix
                   perform until ws-dis-ix > 10 or ws-disciplina-oferecida
                       if dis-turma (ws-dis-ix) = fd-turma
                       and fd-turma <> spaces then
                           set ws-disciplina-oferecida to true
                       end-if
                       add 1 to ws-dis-ix
                   end-perform

                   if ws-disciplina-oferecida then
                       perform conferir-bimestres-fechados
                       if ws-fec-violado then
                           move "06-BIMESTRE FECHADO" to ws-motivo-rejeicao
                           perform rejeitar-linha
                       else
                           perform aplicar-notas
                       end-if
                   else
                       move "05-NAO OFERECIDA TURMA" to ws-motivo-rejeicao
                       perform rejeitar-linha
                   end-if
               when 23
                   move "04-DISCIPLINA INVALIDA" to ws-motivo-rejeicao
                   perform rejeitar-linha
               when other
                   move 24                                      to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqDisciplinas "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       validar-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Confere se a Linha Muda a Nota de Algum Bimestre Fechado na
      *>      Turma do Aluno (fd-turma) - Repetir a Nota Ja Lançada de um
      *>      Bimestre Fechado é Aceito, Alterá-la Nao; Guarda a Situação
      *>      de Cada Bimestre Para a Gravação
      *>------------------------------------------------------------------------
       conferir-bimestres-fechados section.

           set ws-fec-respeitado to true

           move 1 to ws-nd-ix
           perform until ws-nd-ix > 4
               set ws-fb-aberto (ws-nd-ix) to true
               add 1 to ws-nd-ix
           end-perform

           if ws-fec-disponivel then
               perform ler-notas-disciplina
               move 1 to ws-nd-ix
               perform until ws-nd-ix > 4 or ws-fec-violado
                   move fd-turma to fec-cod-turma
                   move ws-nd-ix to fec-bimestre
                   read arqFechamento
                   evaluate ws-fs-arqFechamento
                       when 00
                           if fec-fechado then
                               set ws-fb-fechado (ws-nd-ix) to true
                               if ws-nota-lote (ws-nd-ix) <> ws-nd-nota (ws-nd-ix) then
                                   set ws-fec-violado to true
                               end-if
                           end-if
                       when 23
                           continue
                       when other
                           move 27                                   to ws-msn-erro-ofsset
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
      *>      Aplica as Notas Validadas em arqNotas (um Registro por
      *>      Bimestre da Disciplina) e Registra a Operação na Auditoria
      *>------------------------------------------------------------------------
       aplicar-notas section.

      *>   Guarda as Notas Antes da Alteração Para a Trilha de Auditoria
           perform ler-notas-disciplina
           perform montar-imagem-notas
           move ws-imagem-notas to ws-aud-dados-antigos

           move ws-nota1 to ws-nd-nota (1)
           move ws-nota2 to ws-nd-nota (2)
           move ws-nota3 to ws-nd-nota (3)
           move ws-nota4 to ws-nd-nota (4)

      *>   Gravando as Notas - um Registro por Bimestre Aberto; Bimestre
      *>   Fechado Fica Como Esta (Sem Nota Continua Sem Registro) e Entra
      *>   na Imagem com o Valor Ja Lido
           set ws-nd-gravacao-ok to true
           move 1 to ws-nd-ix
           perform until ws-nd-ix > 4 or ws-nd-gravacao-falhou
               if ws-fb-aberto (ws-nd-ix) then
                   perform gravar-nota-bimestre
               end-if
               add 1 to ws-nd-ix
           end-perform

           add 1 to ws-total-aplicadas
      *>   Registra a Operação na Trilha de Auditoria
           perform montar-imagem-notas
           move "NOTADISC"       to ws-aud-operacao
           move ws-imagem-notas  to ws-aud-dados-novos
           perform gravar-auditoria

           .
       aplicar-notas-exit.
           exit.

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
               move "lista11ex3notaslote" to ws-jnl-programa
               perform gravar-janela-batch
               set ws-janela-reservada to true
           end-if

           .
       reservar-janela-batch-exit.
       gravar-janela-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Le as Cinco Notas (Quatro Bimestres e o Exame Final) do
      *>      Aluno em ws-cod-aluno na Disciplina em ws-cod-disciplina;
      *>      Bimestre Sem Registro Vale Nota Zero
      *>------------------------------------------------------------------------
       ler-notas-disciplina section.

           set ws-nd-exame-pendente to true
           move 1 to ws-nd-ix
           perform until ws-nd-ix > 5
               move 0 to ws-nd-nota (ws-nd-ix)

               move ws-cod-aluno      to not-cod-aluno
               move ws-cod-disciplina to not-cod-disciplina
               move ws-nd-ix          to not-bimestre
               read arqNotas
               evaluate ws-fs-arqNotas
                   when 00
                       move not-nota to ws-nd-nota (ws-nd-ix)
                       if ws-nd-ix = 5 then
                           set ws-nd-exame-lancado to true
                       end-if
                   when 23
                       continue
                   when other
                       move 25                                   to ws-msn-erro-ofsset
                       move ws-fs-arqNotas                       to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqNotas "         to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

               add 1 to ws-nd-ix
           end-perform

           .
       ler-notas-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava (ou Regrava) a Nota do Bimestre ws-nd-ix da Disciplina
      *>      Corrente a Partir de ws-nd-nota
      *>------------------------------------------------------------------------
       gravar-nota-bimestre section.

           move ws-cod-aluno      to not-cod-aluno
           move ws-cod-disciplina to not-cod-disciplina
           move ws-nd-ix          to not-bimestre
           read arqNotas
           evaluate ws-fs-arqNotas
      *>       Nota Ja Lançada - o Valor do Lote Substitui o Antigo
               when 00
                   move ws-nd-nota (ws-nd-ix) to not-nota
                   rewrite not-registro
               when 23
                   move ws-cod-aluno          to not-cod-aluno
                   move ws-cod-disciplina     to not-cod-disciplina
                   move ws-nd-ix              to not-bimestre
                   move ws-nd-nota (ws-nd-ix) to not-nota
                   write not-registro
               when other
                   set ws-nd-gravacao-falhou to true
                   move 25                                   to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                       to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqNotas "         to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-fs-arqNotas <> 00 then
               set ws-nd-gravacao-falhou to true
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqNotas                       to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqNotas "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-nota-bimestre-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Monta a Imagem de Auditoria NOTADISC com as Notas Correntes
      *>      da Disciplina (ws-notas-disciplina)
      *>------------------------------------------------------------------------
       montar-imagem-notas section.

           move ws-cod-aluno      to ws-imn-cod-aluno
           move ws-cod-disciplina to ws-imn-cod-disciplina
           move 1 to ws-nd-ix
           perform until ws-nd-ix > 5
               move ws-nd-nota (ws-nd-ix) to ws-imn-nota (ws-nd-ix)
               add 1 to ws-nd-ix
           end-perform

           move ws-nd-exame-status to ws-imn-exame-status

           .
       montar-imagem-notas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização  Anormal
      *>   Devolve a Janela Batch Antes de Encerrar (Quando Reservada)
           perform liberar-janela-batch

      *>   Retorno Diferente de Zero Sinaliza a Falha Para a Cadeia Batch
           move 12 to return-code

           stop run

           .
               perform finaliza-anormal
           end-if

           close arqDisciplinas
           if ws-fs-arqDisciplinas <> 0 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDisciplinas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqNotas
           if ws-fs-arqNotas <> 0 then
               move 23                                      to ws-msn-erro-ofsset
               move ws-fs-arqNotas                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arqNotas "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fec-disponivel then
               close arqFechamento
               if ws-fs-arqFechamento <> 0 then
                   move 28                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFechamento                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqFechamento "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqNotasLote
           if ws-fs-arqNotasLote <> 0 then
               move 11                                      to ws-msn-erro-ofsset
