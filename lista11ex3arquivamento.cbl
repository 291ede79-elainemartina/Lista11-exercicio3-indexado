           alternate record key is hst-aluno with duplicates
           file status is ws-fs-arqAlunosHistorico.

           select arqTurmas assign to "arqTurmas.dat"                   *> Cadastro Mestre de Turmas - Recebe a Vaga Ainda Presa do Arquivado
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is trm-cod-turma
           file status is ws-fs-arqTurmas.

           select arqNotas assign to "arqNotas.dat"                     *> Notas por Disciplina - Excluidas Junto com o Aluno Arquivado
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is not-chave
           file status is ws-fs-arqNotas.

           select arqUsuarios assign to "arqUsuarios.dat"               *> Cadastro de Usuarios - Identifica o Operador do Arquivamento
           organization is indexed
           access mode is dynamic
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

       fd arqNotas.  *> Notas por Disciplina - Quatro Bimestres e o Exame (Bimestre 5)
       01  not-registro.
           05  not-chave.
               10  not-cod-aluno                   pic 9(05).
               10  not-cod-disciplina              pic x(06).
               10  not-bimestre                    pic 9(01).
           05  not-nota                            pic 9(02)v99.

       fd arqUsuarios.  *> Cadastro de Usuarios - Um Usuario por Registro
       01  usr-registro.
           05  usr-login                           pic x(08).
       77  ws-fs-arqAlunosHistorico                pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-fs-arqUsuarios                       pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqNotas                          pic  9(02).

      *>----Variaveis de Apoio ao Controle de Acesso (Login do Operador)
       77  ws-operador                             pic x(08).

       77  ws-data-exclusao                        pic 9(08).

      *>----Ultima Movimentação de Vaga de Cada Codigo na Trilha - "D"
      *>----Quando a Exclusão Ja Devolveu a Vaga (DEVOLVAGA), "O" Quando
      *>----a Reativação a Ocupou de Novo (OCUPAVAGA); Inativo Sem "D"
      *>----Ainda Prende a Vaga, Devolvida a Turma no Arquivamento
       01  ws-tab-vaga.
           05  ws-tab-vaga-situacao                pic x(01)
               occurs 99999 times.

       77  ws-turma-arquivada                      pic x(10).

      *>----Imagem do Aluno Arquivado Para a Entrada ARQUIVO - Gravada
      *>----Depois das Exclusões de Notas, Como Ultima Operação do Codigo
       01  ws-imagem-arquivada                     pic x(200).
       77  ws-total-vagas                          pic 9(05) comp.
       77  ws-total-vagas-ed                       pic z(04)9.

       77  ws-total-disciplinas                    pic 9(05) comp.
       77  ws-total-disciplinas-ed                 pic z(04)9.

      *>----Notas por Disciplina do Aluno Arquivado - Arquivo Inexistente
      *>----(Nenhuma Nota Lançada Ainda) Nao Tem o Que Excluir
       77  ws-not-arquivo-status                   pic x(01).
          88  ws-not-disponivel                     value "S".
          88  ws-not-indisponivel                   value "N".

      *>----Disciplinas com Notas do Aluno Arquivado, Colhidas Antes da
      *>----Exclusão (a Colheita Separada Evita Misturar a Leitura
      *>----Sequencial com as Exclusões por Chave)
       01  ws-disciplinas-arq.
           05  ws-dar-qtd                          pic 9(03) comp.
           05  ws-dar-cod-disciplina               pic x(06) occurs 100 times.

       77  ws-dar-ix                               pic 9(03) comp.
       77  ws-cod-disciplina                       pic x(06).
       77  ws-nd-ix                                pic 9(01).

       77  ws-notas-fim                            pic x(01).
          88  ws-notas-nao-fim                      value "N".
          88  ws-notas-eh-fim                       value "S".

      *>----Imagem Gravada na Auditoria NOTADISC (Antes e Depois): Aluno,
      *>----Disciplina, as Cinco Notas da Disciplina e a Marca de Exame
      *>----Lançado - Imagem Nova em Branco Indica Notas Excluidas
       01  ws-imagem-notas.
           05  ws-imn-cod-aluno                    pic 9(05).
           05  ws-imn-cod-disciplina               pic x(06).
           05  ws-imn-nota                         pic 9(02)v99 occurs 5 times.
           05  ws-imn-exame-status                 pic x(01).
               88  ws-imn-exame-lancado                 value "S".
               88  ws-imn-exame-pendente                value "N".
           05  filler                              pic x(168) value spaces.

       77  ws-total-arquivados                     pic 9(05) comp.
       77  ws-total-mantidos                       pic 9(05) comp.

           accept ws-confirma
           if not ws-confirmado then
               display "Arquivamento Cancelado - Nenhum Arquivo Foi Alterado"
               move 4 to return-code
               stop run
           end-if

               perform finaliza-anormal
           end-if

      *>   Open i-o - Abre as Notas por Disciplina Para Excluir as Notas
      *>   dos Arquivados (Arquivo Inexistente Nao Tem Notas a Excluir)
           set ws-not-disponivel to true
           open i-o arqNotas
           if ws-fs-arqNotas = 35 then
               set ws-not-indisponivel to true
           else
               if ws-fs-arqNotas <> 00 then
                   move 20                                      to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                          to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqNotas "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   Open i-o - Abre as Turmas Para Devolver as Vagas Ainda Presas
           open i-o arqTurmas
           if ws-fs-arqTurmas  <> 00 then
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqTurmas "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-total-arquivados
           move 0 to ws-total-mantidos
           move 0 to ws-total-vagas
           move 0 to ws-total-disciplinas

           .
       inicializa-exit.
      *>------------------------------------------------------------------------
       montar-datas-exclusao section.

           move zeros  to ws-tab-exclusao
           move spaces to ws-tab-vaga

           open input arqAuditoria
           if ws-fs-arqAuditoria  <> 00 then
                       and aud-cod-aluno > 0 then
                           move aud-data to ws-tab-data-exclusao (aud-cod-aluno)
                       end-if
                       if aud-operacao = "DEVOLVAGA"
                       and aud-cod-aluno > 0 then
                           move "D" to ws-tab-vaga-situacao (aud-cod-aluno)
                       end-if
                       if aud-operacao = "OCUPAVAGA"
                       and aud-cod-aluno > 0 then
                           move "O" to ws-tab-vaga-situacao (aud-cod-aluno)
                       end-if
                   end-if
               end-if

           exit.
      *>------------------------------------------------------------------------
      *>      Move um Aluno Inativo Para o Historico: Grava no Historico,
      *>      Exclui Fisicamente do Cadastro (Liberando o Codigo),
      *>      Registra a Operação ARQUIVO na Trilha de Auditoria e Exclui
      *>      as Notas por Disciplina do Codigo Liberado
      *>------------------------------------------------------------------------
       arquivar-aluno section.

               when 00
      *>           Guarda a Imagem Antes da Exclusão Para a Auditoria
                   move fd-cod-aluno to ws-cod-aluno
                   move fd-alunos    to ws-imagem-arquivada
                   move fd-turma     to ws-turma-arquivada

                   delete arqCadAlunosIndex
                   if ws-fs-arqCadAlunosIndex <> 00 then

                   add 1 to ws-total-arquivados

      *>           Codigo Liberado Nao Pode Levar Notas Para um Novo Aluno
                   if ws-not-disponivel then
                       perform excluir-notas-aluno
                   end-if

      *>           Registra a Operação na Trilha de Auditoria - Depois das
      *>           Notas, o ARQUIVO Fica Como Ultima Operação do Codigo
                   move "ARQUIVO"           to ws-aud-operacao
                   move ws-imagem-arquivada to ws-aud-dados-antigos
                   move spaces              to ws-aud-dados-novos
                   perform gravar-auditoria

      *>           Inativo Excluido Sem Devolução da Vaga Libera a Vaga Agora
                   if ws-cod-aluno > 0 then
                       if ws-tab-vaga-situacao (ws-cod-aluno) <> "D" then
                           perform devolver-vaga-turma
                       end-if
                   end-if
      *>       Tratamento de Erro - Caso O File Status dê Igual 22 o Codigo Ja Esta no Historico
               when 22
                   display "Codigo " fd-cod-aluno " Ja Existe no Historico - Registro Mantido no Cadastro"
       arquivar-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Exclui as Notas por Disciplina do Aluno Arquivado, Disciplina
      *>      a Disciplina - Cada Disciplina Gera uma Entrada NOTADISC na
      *>      Auditoria com as Notas Excluidas e a Imagem Nova em Branco
      *>------------------------------------------------------------------------
       excluir-notas-aluno section.

      *>   Primeira Passada - Colhe as Disciplinas com Notas do Aluno
           move 0 to ws-dar-qtd

           move ws-cod-aluno to not-cod-aluno
           move low-values   to not-cod-disciplina
           move 0            to not-bimestre
           start arqNotas key is >= not-chave

           if ws-fs-arqNotas = 00 then
               set ws-notas-nao-fim to true
               perform until ws-notas-eh-fim
                   read arqNotas next
                   if ws-fs-arqNotas = 10
                   or (ws-fs-arqNotas = 00 and not-cod-aluno <> ws-cod-aluno) then
                       set ws-notas-eh-fim to true
                   else
                       if ws-fs-arqNotas <> 00 then
                           move 21                                      to ws-msn-erro-ofsset
                           move ws-fs-arqNotas                          to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqNotas "            to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if ws-dar-qtd = 0 then
                           add 1 to ws-dar-qtd
                           move not-cod-disciplina to ws-dar-cod-disciplina (ws-dar-qtd)
                       else
                           if not-cod-disciplina <> ws-dar-cod-disciplina (ws-dar-qtd) then
                               if ws-dar-qtd >= 100 then
                                   display "Aluno " ws-cod-aluno " com Mais de 100 Disciplinas - Excedentes Mantidas"
                                   set ws-notas-eh-fim to true
                               else
                                   add 1 to ws-dar-qtd
                                   move not-cod-disciplina to ws-dar-cod-disciplina (ws-dar-qtd)
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

      *>   Segunda Passada - Exclui Cada Disciplina Colhida
           move 1 to ws-dar-ix
           perform until ws-dar-ix > ws-dar-qtd
               move ws-dar-cod-disciplina (ws-dar-ix) to ws-cod-disciplina
               perform excluir-notas-disciplina
               add 1 to ws-dar-ix
           end-perform

           .
       excluir-notas-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Exclui os Cinco Bimestres da Disciplina ws-cod-disciplina do
      *>      Aluno Arquivado e Registra as Notas Excluidas (NOTADISC)
      *>------------------------------------------------------------------------
       excluir-notas-disciplina section.

           move ws-cod-aluno      to ws-imn-cod-aluno
           move ws-cod-disciplina to ws-imn-cod-disciplina
           set ws-imn-exame-pendente to true

           move 1 to ws-nd-ix
           perform until ws-nd-ix > 5
               move 0 to ws-imn-nota (ws-nd-ix)
               move ws-cod-aluno      to not-cod-aluno
               move ws-cod-disciplina to not-cod-disciplina
               move ws-nd-ix          to not-bimestre
               read arqNotas
               evaluate ws-fs-arqNotas
                   when 00
                       move not-nota to ws-imn-nota (ws-nd-ix)
                       if ws-nd-ix = 5 then
                           set ws-imn-exame-lancado to true
                       end-if
                       delete arqNotas
                       if ws-fs-arqNotas <> 00 then
                           move 22                                      to ws-msn-erro-ofsset
                           move ws-fs-arqNotas                          to ws-msn-erro-cod
                           move "Erro ao Excluir arq. arqNotas "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   when 23
                       continue
                   when other
                       move 21                                      to ws-msn-erro-ofsset
                       move ws-fs-arqNotas                          to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqNotas "            to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
               add 1 to ws-nd-ix
           end-perform

      *>   Registra a Exclusão na Trilha (a Imagem Nova em Branco Indica
      *>   Notas Excluidas)
           move "NOTADISC"       to ws-aud-operacao
           move ws-imagem-notas  to ws-aud-dados-antigos
           move spaces           to ws-aud-dados-novos
           perform gravar-auditoria

           add 1 to ws-total-disciplinas

           .
       excluir-notas-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Devolve a Vaga Presa do Aluno Arquivado a Turma Dele e
      *>      Registra a Imagem da Turma Antes/Depois (DEVOLVAGA) - Turma
      *>      Fora do Cadastro Mestre Nao Tem Vaga a Devolver
      *>------------------------------------------------------------------------
       devolver-vaga-turma section.

           move ws-turma-arquivada to trm-cod-turma
           read arqTurmas
           evaluate ws-fs-arqTurmas
               when 00
                   if trm-vagas < 999 then
                       move trm-registro to ws-aud-dados-antigos
                       add 1 to trm-vagas
                       rewrite trm-registro
                       if ws-fs-arqTurmas <> 00 then
                           move 17                                  to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas                     to ws-msn-erro-cod
                           move "Erro ao Gravar arq. arqTurmas "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       move "DEVOLVAGA"  to ws-aud-operacao
                       move trm-registro to ws-aud-dados-novos
                       perform gravar-auditoria
                       add 1 to ws-total-vagas
                   end-if
               when 23
                   continue
               when other
                   move 18                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                     to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqTurmas "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       devolver-vaga-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Identificação do Operador - Login e Senha Conferidos no
      *>       Cadastro de Usuarios, com Tres Tentativas Antes de Encerrar
      *>------------------------------------------------------------------------

           if ws-login-invalido then
               display "Numero de Tentativas Esgotado - Encerrando o Programa"
               move 12 to return-code
               stop run
           end-if

      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro.

      *>   Retorno Diferente de Zero Sinaliza a Falha Para a Cadeia Batch
           move 12 to return-code

           stop run

           .
               perform finaliza-anormal
           end-if

           close arqTurmas
           if ws-fs-arqTurmas <> 0 then
               move 19                                      to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-not-disponivel then
               close arqNotas
               if ws-fs-arqNotas <> 0 then
                   move 23                                      to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                          to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqNotas "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqAuditoria
           if ws-fs-arqAuditoria <> 0 then
               move 12                                      to ws-msn-erro-ofsset

           move ws-total-arquivados to ws-total-arquivados-ed
           move ws-total-mantidos   to ws-total-mantidos-ed
           move ws-total-vagas      to ws-total-vagas-ed
           move ws-total-disciplinas to ws-total-disciplinas-ed

           display "Alunos Arquivados no Historico : " ws-total-arquivados-ed
           display "Registros Mantidos no Cadastro : " ws-total-mantidos-ed
           display "Codigos Liberados              : " ws-total-arquivados-ed
           display "Vagas Devolvidas as Turmas     : " ws-total-vagas-ed
           display "Disciplinas com Notas Excluidas: " ws-total-disciplinas-ed
           display "Arquivamento Concluido"

           stop run
