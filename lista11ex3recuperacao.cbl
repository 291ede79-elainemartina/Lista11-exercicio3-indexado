           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqCadAlunosIndex.

           select arqNotas assign to "arqNotas.dat"                     *> Notas por Disciplina Reconstruidas Pela Trilha (NOTADISC)
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is not-chave
           file status is ws-fs-arqNotas.

           select arqAlunosExport assign to "arqAlunosExport.txt"       *> Backup Sequencial Usado Como Ponto de Partida
           organization is line sequential
           file status is ws-fs-arqAlunosExport.
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

      *>   Layout ";" - Mesmo Padrão Gerado Pela Exportação (lista11ex3exportacao)
       fd arqAlunosExport.
       01  exp-linha                               pic x(220).
           05  aud-hora                            pic 9(06).
           05  filler                              pic x(01).
           05  aud-operacao                        pic x(10).
      *>           Operações de Controle - Nao Trazem Imagem de Aluno
      *>           Nem de Notas e Nao Sao Reaplicadas (a Baixa Bancaria
      *>           Traz a Imagem da Mensalidade, Fora da Recuperação)
               88  aud-operacao-controle                value "FECHAMENTO"
                                                              "REABERTURA"
                                                              "BAIXABANCO"
                                                              "VAGAS"
                                                              "DEVOLVAGA"
                                                              "OCUPAVAGA".
           05  filler                              pic x(01).
           05  aud-dados-antigos                   pic x(200).
           05  filler                              pic x(01).
       77  ws-fs-arqCadAlunosIndex                 pic  9(02).
       77  ws-fs-arqAlunosExport                   pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-fs-arqNotas                          pic  9(02).

       01  ws-alunos.
           05  ws-cod-aluno                        pic 9(05).
           05  ws-nov-alunos                       pic x(197).
           05  filler                              pic x(03).

      *>----Imagem NOTADISC/ESTORNODIS - Aluno, Disciplina, as Cinco Notas
      *>----e a Marca de Exame Lançado; o Bimestre 5 (Exame) Só é Gravado
      *>----Quando Lançado, Para Nao Virar Exame com Nota Zero
       01  ws-imagem-notas.
           05  ws-imn-cod-aluno                    pic 9(05).
           05  ws-imn-cod-disciplina               pic x(06).
           05  ws-imn-nota                         pic 9(02)v99 occurs 5 times.
           05  ws-imn-exame-status                 pic x(01).
               88  ws-imn-exame-lancado                 value "S".
               88  ws-imn-exame-pendente                value "N".
           05  filler                              pic x(168).

       77  ws-nd-ix                                pic 9(01).

       77  ws-notas-fim                            pic x(01).
          88  ws-notas-nao-fim                      value "N".
          88  ws-notas-eh-fim                       value "S".

      *>----Ponto de Corte da Recuperação (Data/Hora Limite)
       77  ws-corte-data                           pic 9(08).
       77  ws-corte-hora                           pic 9(06).
       77  ws-total-aplicados                      pic 9(05) comp.
       77  ws-total-apos-corte                     pic 9(05) comp.
       77  ws-total-sem-imagem                     pic 9(05) comp.
       77  ws-total-controle                       pic 9(05) comp.

       77  ws-total-restaurados-ed                 pic z(04)9.
       77  ws-total-aplicados-ed                   pic z(04)9.
       77  ws-total-apos-corte-ed                  pic z(04)9.
       77  ws-total-sem-imagem-ed                  pic z(04)9.
       77  ws-total-controle-ed                    pic z(04)9.

       77  ws-confirma                             pic x(01).
          88  ws-confirmado                         value "S" "s".
           display "------- Recuperacao do Cadastro de Alunos -------"
           display "O Cadastro Indexado Sera RECRIADO a Partir do Backup"
           display "arqAlunosExport.txt e da Trilha arqAuditoria.log"
           display "As Notas por Disciplina (arqNotas.dat) Tambem Serao"
           display "RECRIADAS, Somente a Partir da Trilha"
           display " "
           display "Data de Corte aaaammdd (0 Para Reaplicar Tudo): "
           accept ws-corte-data
           accept ws-confirma
           if not ws-confirmado then
               display "Recuperacao Cancelada - Nenhum Arquivo Foi Alterado"
               move 4 to return-code
               stop run
           end-if

               perform finaliza-anormal
           end-if

      *>   Open Output - Recria as Notas por Disciplina do Zero; Elas Nao
      *>   Constam do Backup e Voltam Inteiras Pelas Entradas da Trilha
           open output arqNotas
           if ws-fs-arqNotas  <> 00 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqNotas                          to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqNotas "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqNotas
           open i-o arqNotas
           if ws-fs-arqNotas  <> 00 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqNotas                          to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqNotas "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-total-restaurados
           move 0 to ws-total-aplicados
           move 0 to ws-total-apos-corte
           move 0 to ws-total-sem-imagem
           move 0 to ws-total-controle

           .
       inicializa-exit.

           move aud-dados-novos to ws-imagem-nova

      *>   Operações de Controle (Fechamento/Reabertura de Bimestre) Nao
      *>   Alteram Cadastro Nem Notas
           if aud-operacao-controle then
               add 1 to ws-total-controle
           else
      *>   As Operações NOTADISC (Lançamento) e ESTORNODIS (Estorno de Lote)
      *>   Trazem Imagens das Notas por Disciplina, Nao do Cadastro
           if aud-operacao = "NOTADISC" or aud-operacao = "ESTORNODIS" then
               perform aplicar-imagem-notas
           else
      *>   A Virada do Ano (PROMOCAO) Apaga as Notas por Disciplina do Aluno
           if aud-operacao = "PROMOCAO" then
               perform excluir-notas-aluno
           end-if
      *>   A Operação ARQUIVO (Arquivamento Anual) Excluiu o Registro do
      *>   Cadastro - na Reaplicação Ela Vira uma Exclusão Fisica
           if aud-operacao = "ARQUIVO" then
               end-evaluate
           end-if
           end-if
           end-if
           end-if

           .
       aplicar-imagem-nova-exit.
       excluir-registro-arquivado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Reaplica uma Imagem NOTADISC/ESTORNODIS: Grava os Quatro
      *>      Bimestres e, Quando Lançado, o Exame da Disciplina; Imagem
      *>      Nova em Branco Exclui as Notas da Disciplina (Chave na
      *>      Imagem Anterior)
      *>------------------------------------------------------------------------
       aplicar-imagem-notas section.

           if aud-dados-novos = spaces then
               move aud-dados-antigos to ws-imagem-notas
               if ws-imagem-notas = spaces then
                   add 1 to ws-total-sem-imagem
               else
                   move 1 to ws-nd-ix
                   perform until ws-nd-ix > 5
                       move ws-imn-cod-aluno      to not-cod-aluno
                       move ws-imn-cod-disciplina to not-cod-disciplina
                       move ws-nd-ix              to not-bimestre
                       delete arqNotas
                       if ws-fs-arqNotas <> 00 and ws-fs-arqNotas <> 23 then
                           move 14                                      to ws-msn-erro-ofsset
                           move ws-fs-arqNotas                          to ws-msn-erro-cod
                           move "Erro ao Excluir arq. arqNotas "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-nd-ix
                   end-perform
                   add 1 to ws-total-aplicados
               end-if
           else
               move aud-dados-novos to ws-imagem-notas
               move 1 to ws-nd-ix
               perform until ws-nd-ix > 5
                   if ws-nd-ix < 5 or ws-imn-exame-lancado then
                       perform gravar-nota-reaplicada
                   end-if
                   add 1 to ws-nd-ix
               end-perform
               add 1 to ws-total-aplicados
           end-if

           .
       aplicar-imagem-notas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava (ou Regrava) a Nota do Bimestre ws-nd-ix da Imagem
      *>      em ws-imagem-notas
      *>------------------------------------------------------------------------
       gravar-nota-reaplicada section.

           move ws-imn-cod-aluno      to not-cod-aluno
           move ws-imn-cod-disciplina to not-cod-disciplina
           move ws-nd-ix              to not-bimestre
           read arqNotas
           evaluate ws-fs-arqNotas
               when 00
                   move ws-imn-nota (ws-nd-ix) to not-nota
                   rewrite not-registro
               when 23
                   move ws-imn-cod-aluno       to not-cod-aluno
                   move ws-imn-cod-disciplina  to not-cod-disciplina
                   move ws-nd-ix               to not-bimestre
                   move ws-imn-nota (ws-nd-ix) to not-nota
                   write not-registro
               when other
                   move 15                                      to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                          to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqNotas "            to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-fs-arqNotas <> 00 then
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-arqNotas                          to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqNotas "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-nota-reaplicada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Reaplica a Virada do Ano: Exclui Todas as Notas por
      *>      Disciplina do Aluno em aud-cod-aluno
      *>------------------------------------------------------------------------
       excluir-notas-aluno section.

           move aud-cod-aluno to not-cod-aluno
           move low-values    to not-cod-disciplina
           move 0             to not-bimestre
           start arqNotas key is >= not-chave

           if ws-fs-arqNotas = 00 then
               set ws-notas-nao-fim to true
               perform until ws-notas-eh-fim
                   read arqNotas next
                   if ws-fs-arqNotas = 10
                   or (ws-fs-arqNotas = 00 and not-cod-aluno <> aud-cod-aluno) then
                       set ws-notas-eh-fim to true
                   else
                       if ws-fs-arqNotas <> 00 then
                           move 15                                      to ws-msn-erro-ofsset
                           move ws-fs-arqNotas                          to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqNotas "            to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       delete arqNotas
                       if ws-fs-arqNotas <> 00 then
                           move 14                                      to ws-msn-erro-ofsset
                           move ws-fs-arqNotas                          to ws-msn-erro-cod
                           move "Erro ao Excluir arq. arqNotas "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           .
       excluir-notas-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro.

      *>   Retorno Diferente de Zero Sinaliza a Falha Para a Cadeia Batch
           move 12 to return-code

           stop run

           .
               perform finaliza-anormal
           end-if

           close arqNotas
           if ws-fs-arqNotas <> 0 then
               move 17                                      to ws-msn-erro-ofsset
               move ws-fs-arqNotas                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arqNotas "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria
           if ws-fs-arqAuditoria <> 0 then
               move 11                                      to ws-msn-erro-ofsset
           move ws-total-aplicados   to ws-total-aplicados-ed
           move ws-total-apos-corte  to ws-total-apos-corte-ed
           move ws-total-sem-imagem  to ws-total-sem-imagem-ed
           move ws-total-controle    to ws-total-controle-ed

           display "Registros Restaurados do Backup    : " ws-total-restaurados-ed
           display "Imagens da Trilha Reaplicadas      : " ws-total-aplicados-ed
           display "Registros Ignorados (Apos o Corte) : " ws-total-apos-corte-ed
           display "Registros Ignorados (Sem Imagem)   : " ws-total-sem-imagem-ed
           display "Registros de Controle Ignorados    : " ws-total-controle-ed
           display "Recuperacao do Cadastro Concluida"

           stop run
