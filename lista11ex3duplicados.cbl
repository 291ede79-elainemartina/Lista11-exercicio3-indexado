           record key is exa-cod-aluno
           file status is ws-fs-arqExames.

           select arqNotas assign to "arqNotas.dat"                     *> Notas por Disciplina - Rechaveadas Para o Codigo Sobrevivente
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is not-chave
           file status is ws-fs-arqNotas.

           select arqMensalidades assign to "arqMensalidades.dat"       *> Cobranças Mensais - Abertas Rechaveadas Para o Sobrevivente
           organization is indexed
           access mode is dynamic
           05  exa-cod-aluno                       pic 9(05).
           05  exa-nota-exame                      pic 9(02)v99.

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

       fd arqMensalidades.  *> Cobranças - Chave Composta Aluno + Competencia (aaaamm)
       01  men-registro.
           05  men-chave.
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqExames                         pic  9(02).
       77  ws-fs-arqMensalidades                   pic  9(02).
       77  ws-fs-arqNotas                          pic  9(02).
       77  ws-fs-arqDuplicados                     pic  9(02).
       77  ws-fs-arqUsuarios                       pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-mov-faltas                           pic 9(02).
       77  ws-mov-nota-exame                       pic 9(02)v99.

      *>----Disciplinas com Notas do Duplicado, Colhidas Antes da
      *>----Rechaveação (Mesmo Motivo da Colheita das Cobranças Abaixo)
       01  ws-disciplinas-dup.
           05  ws-ddp-qtd                          pic 9(03) comp.
           05  ws-ddp-cod-disciplina               pic x(06) occurs 100 times.

       77  ws-ddp-ix                               pic 9(03) comp.
       77  ws-cod-disciplina                       pic x(06).

       77  ws-notas-fim                            pic x(01).
          88  ws-notas-nao-fim                      value "N".
          88  ws-notas-eh-fim                       value "S".

      *>----Notas da Disciplina Corrente no Sobrevivente e no Duplicado -
      *>----Quatro Bimestres e o Exame Final; a Marca de Gravada Distingue
      *>----Bimestre Sem Registro de Bimestre com Nota Zero
       01  ws-notas-sobrevivente.
           05  ws-nsb-bimestre occurs 5 times.
               10  ws-nsb-nota                     pic 9(02)v99.
               10  ws-nsb-gravada                  pic x(01).
                   88  ws-nsb-existe                    value "S".
                   88  ws-nsb-nao-existe                value "N".

       01  ws-notas-duplicado.
           05  ws-ndu-bimestre occurs 5 times.
               10  ws-ndu-nota                     pic 9(02)v99.
               10  ws-ndu-gravada                  pic x(01).
                   88  ws-ndu-existe                    value "S".
                   88  ws-ndu-nao-existe                value "N".

       77  ws-nd-ix                                pic 9(01).

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

      *>----Cobranças Abertas do Duplicado Colhidas Antes da Rechaveação
      *>----(a Colheita Separada Evita Misturar a Leitura Sequencial com
      *>----as Leituras por Chave do Sobrevivente) - as Pagas Ficam no
               perform finaliza-anormal
           end-if

      *>   Open i-o - Abre as Notas por Disciplina Para a Rechaveação
           open i-o arqNotas
           if ws-fs-arqNotas  <> 00
           and ws-fs-arqNotas <> 05 then
               move 32                                      to ws-msn-erro-ofsset
               move ws-fs-arqNotas                          to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqNotas "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open i-o - Abre as Mensalidades Para a Rechaveação das
      *>   Cobranças Abertas do Duplicado
           open i-o arqMensalidades
      *>      Fusao Supervisionada - o Operador Informa o Codigo Que
      *>      Sobrevive e o Codigo Duplicado, Confere os Dois Cadastros
      *>      na Tela e Confirma; a Fusao Consolida as Notas, Rechaveia
      *>      as Notas por Disciplina, a Frequencia e o Exame e Inativa o
      *>      Duplicado
      *>------------------------------------------------------------------------
       executar-fusao section.

           display "DUPLICADO : " ws-dup-cod-aluno " " ws-dup-aluno " Turma: " ws-dup-turma
           display "   Mae    : " ws-dup-mae
           display " "
           display "O Duplicado Sera Inativado e Suas Notas (Por Disciplina), Frequencia,"
           display "Exame e Mensalidades Abertas Consolidados no Sobrevivente"
           display "Confirma a Fusao? 'S' Para Continuar"
           accept ws-confirma
               display "Fusao Cancelada - Nenhum Dado Alterado"
           else
               perform consolidar-notas
               perform rechavear-notas
               perform rechavear-frequencia
               perform rechavear-exame
               perform rechavear-mensalidades
       consolidar-notas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Rechaveia as Notas por Disciplina do Duplicado Para o
      *>      Sobrevivente, Disciplina a Disciplina - Bimestres Que o
      *>      Sobrevivente Ja Possui Prevalecem do Sobrevivente; Cada
      *>      Disciplina Gera Duas Entradas NOTADISC na Auditoria (a Nova
      *>      Imagem do Sobrevivente e a Exclusão das Notas do Duplicado)
      *>------------------------------------------------------------------------
       rechavear-notas section.

      *>   Primeira Passada - Colhe as Disciplinas com Notas do Duplicado
           move 0 to ws-ddp-qtd

           move ws-dup-cod-aluno to not-cod-aluno
           move low-values       to not-cod-disciplina
           move 0                to not-bimestre
           start arqNotas key is >= not-chave

           if ws-fs-arqNotas = 00 then
               set ws-notas-nao-fim to true
               perform until ws-notas-eh-fim
                   read arqNotas next
                   if ws-fs-arqNotas = 10
                   or (ws-fs-arqNotas = 00 and not-cod-aluno <> ws-dup-cod-aluno) then
                       set ws-notas-eh-fim to true
                   else
                       if ws-fs-arqNotas <> 00 then
                           move 33                                      to ws-msn-erro-ofsset
                           move ws-fs-arqNotas                          to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqNotas "            to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if ws-ddp-qtd = 0 then
                           add 1 to ws-ddp-qtd
                           move not-cod-disciplina to ws-ddp-cod-disciplina (ws-ddp-qtd)
                       else
                           if not-cod-disciplina <> ws-ddp-cod-disciplina (ws-ddp-qtd) then
                               if ws-ddp-qtd >= 100 then
                                   display "Duplicado com Mais de 100 Disciplinas - Excedentes Mantidas no Codigo Antigo"
                                   set ws-notas-eh-fim to true
                               else
                                   add 1 to ws-ddp-qtd
                                   move not-cod-disciplina to ws-ddp-cod-disciplina (ws-ddp-qtd)
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

      *>   Segunda Passada - Funde Cada Disciplina Colhida
           move 1 to ws-ddp-ix
           perform until ws-ddp-ix > ws-ddp-qtd
               move ws-ddp-cod-disciplina (ws-ddp-ix) to ws-cod-disciplina
               perform fundir-notas-disciplina
               add 1 to ws-ddp-ix
           end-perform

           .
       rechavear-notas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Funde as Notas da Disciplina ws-cod-disciplina: Grava no
      *>      Sobrevivente os Bimestres Que Ele Ainda Nao Tem, Exclui as
      *>      Notas do Duplicado e Registra as Duas Imagens na Auditoria
      *>------------------------------------------------------------------------
       fundir-notas-disciplina section.

           move 1 to ws-nd-ix
           perform until ws-nd-ix > 5
               set ws-nsb-nao-existe (ws-nd-ix) to true
               move 0 to ws-nsb-nota (ws-nd-ix)
               move ws-sob-cod-aluno  to not-cod-aluno
               move ws-cod-disciplina to not-cod-disciplina
               move ws-nd-ix          to not-bimestre
               read arqNotas
               evaluate ws-fs-arqNotas
                   when 00
                       move not-nota to ws-nsb-nota (ws-nd-ix)
                       set ws-nsb-existe (ws-nd-ix) to true
                   when 23
                       continue
                   when other
                       move 33                                      to ws-msn-erro-ofsset
                       move ws-fs-arqNotas                          to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqNotas "            to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

               set ws-ndu-nao-existe (ws-nd-ix) to true
               move 0 to ws-ndu-nota (ws-nd-ix)
               move ws-dup-cod-aluno  to not-cod-aluno
               move ws-cod-disciplina to not-cod-disciplina
               move ws-nd-ix          to not-bimestre
               read arqNotas
               evaluate ws-fs-arqNotas
                   when 00
                       move not-nota to ws-ndu-nota (ws-nd-ix)
                       set ws-ndu-existe (ws-nd-ix) to true
                   when 23
                       continue
                   when other
                       move 33                                      to ws-msn-erro-ofsset
                       move ws-fs-arqNotas                          to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqNotas "            to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

               add 1 to ws-nd-ix
           end-perform

      *>   Imagem Antiga do Sobrevivente na Disciplina
           perform montar-imagem-sobrevivente
           move ws-imagem-notas to ws-aud-dados-antigos

      *>   Bimestres do Duplicado Que o Sobrevivente Nao Tem Passam Para
      *>   o Sobrevivente; Todos os Registros do Duplicado Sao Excluidos
           move 1 to ws-nd-ix
           perform until ws-nd-ix > 5
               if ws-ndu-existe (ws-nd-ix) then
                   if ws-nsb-nao-existe (ws-nd-ix) then
                       move ws-sob-cod-aluno       to not-cod-aluno
                       move ws-cod-disciplina      to not-cod-disciplina
                       move ws-nd-ix               to not-bimestre
                       move ws-ndu-nota (ws-nd-ix) to not-nota
                       write not-registro
                       if ws-fs-arqNotas <> 00 then
                           move 34                                      to ws-msn-erro-ofsset
                           move ws-fs-arqNotas                          to ws-msn-erro-cod
                           move "Erro ao Gravar arq. arqNotas "         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       move ws-ndu-nota (ws-nd-ix) to ws-nsb-nota (ws-nd-ix)
                       set ws-nsb-existe (ws-nd-ix) to true
                   end-if

                   move ws-dup-cod-aluno  to not-cod-aluno
                   move ws-cod-disciplina to not-cod-disciplina
                   move ws-nd-ix          to not-bimestre
                   delete arqNotas
                   if ws-fs-arqNotas <> 00 then
                       move 35                                      to ws-msn-erro-ofsset
                       move ws-fs-arqNotas                          to ws-msn-erro-cod
                       move "Erro ao Excluir arq. arqNotas "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               add 1 to ws-nd-ix
           end-perform

      *>   Registra a Nova Imagem do Sobrevivente na Disciplina
           perform montar-imagem-sobrevivente
           move ws-sob-cod-aluno to ws-cod-aluno
           move "NOTADISC"       to ws-aud-operacao
           move ws-imagem-notas  to ws-aud-dados-novos
           perform gravar-auditoria

      *>   Registra a Exclusão das Notas do Duplicado na Disciplina (a
      *>   Imagem Nova em Branco Indica Notas Excluidas)
           move ws-dup-cod-aluno  to ws-imn-cod-aluno
           move ws-cod-disciplina to ws-imn-cod-disciplina
           move 1 to ws-nd-ix
           perform until ws-nd-ix > 5
               move ws-ndu-nota (ws-nd-ix) to ws-imn-nota (ws-nd-ix)
               add 1 to ws-nd-ix
           end-perform
           if ws-ndu-existe (5) then
               set ws-imn-exame-lancado to true
           else
               set ws-imn-exame-pendente to true
           end-if

           move ws-dup-cod-aluno to ws-cod-aluno
           move "NOTADISC"       to ws-aud-operacao
           move ws-imagem-notas  to ws-aud-dados-antigos
           move spaces           to ws-aud-dados-novos
           perform gravar-auditoria

           .
       fundir-notas-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Monta a Imagem de Auditoria NOTADISC com as Notas Correntes
      *>      do Sobrevivente na Disciplina ws-cod-disciplina
      *>------------------------------------------------------------------------
       montar-imagem-sobrevivente section.

           move ws-sob-cod-aluno  to ws-imn-cod-aluno
           move ws-cod-disciplina to ws-imn-cod-disciplina
           move 1 to ws-nd-ix
           perform until ws-nd-ix > 5
               move ws-nsb-nota (ws-nd-ix) to ws-imn-nota (ws-nd-ix)
               add 1 to ws-nd-ix
           end-perform

           if ws-nsb-existe (5) then
               set ws-imn-exame-lancado to true
           else
               set ws-imn-exame-pendente to true
           end-if

           .
       montar-imagem-sobrevivente-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Rechaveia a Frequencia do Duplicado Para o Sobrevivente -
      *>      Meses Que o Sobrevivente Ja Possui Prevalecem do
      *>      Sobrevivente e o Registro do Duplicado é Apenas Excluido

           if ws-login-invalido then
               display "Numero de Tentativas Esgotado - Encerrando o Programa"
               move 12 to return-code
               stop run
           end-if

      *>   Devolve a Sessao Registrada na Janela Batch Antes de Encerrar
           perform liberar-sessao-online

      *>   Retorno Diferente de Zero Sinaliza a Falha Para a Cadeia Batch
           move 12 to return-code

           stop run

           .
               perform finaliza-anormal
           end-if

           close arqNotas
           if ws-fs-arqNotas <> 0 then
               move 36                                      to ws-msn-erro-ofsset
               move ws-fs-arqNotas                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arqNotas "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqMensalidades
           if ws-fs-arqMensalidades <> 0 then
               move 31                                       to ws-msn-erro-ofsset
