           record key is pre-inscricao
           file status is ws-fs-arqPreMatricula.

           select arqListaEspera assign to "arqListaEspera.dat"         *> Lista de Espera - Posição na Fila e Prazo da Chamada por Inscrição
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is esp-inscricao
           file status is ws-fs-arqListaEspera.

           select arqCadAlunosIndex assign to "arqCadAlunosIndex.dat"   *> Cadastro Indexado - Recebe os Alunos Aprovados
           organization is indexed
           access mode is dynamic
               88  pre-pendente                         value "P".
               88  pre-aprovada                         value "A".
               88  pre-recusada                         value "R".
               88  pre-em-espera                        value "E".
               88  pre-expirada                         value "X".
           05  pre-cod-aluno                       pic 9(05).
           05  pre-data                            pic 9(08).

      *>   Lista de Espera - Inscrições Barradas por Turma Sem Vaga; a
      *>   Posição na Fila da Turma Segue a Data da Inscrição (pre-data) e
      *>   a Chamada (lista11ex3chamada) Oferece as Vagas Liberadas com
      *>   Prazo Para Confirmar - Oferta Vencida Passa ao Proximo da Fila
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

       fd arqCadAlunosIndex.  *> Inicio da Declração das Variaveis do Arquivo
       01  fd-alunos.
           05  fd-cod-aluno                        pic 9(05).
       01  trm-registro.
           05  trm-cod-turma                       pic x(10).
           05  trm-descricao                       pic x(30).
           05  trm-cod-professor                   pic 9(05).
           05  filler                              pic x(20).
           05  trm-ano-letivo                      pic 9(04).
           05  trm-vagas                           pic 9(03).

      *>----Variaveis de Trabalho
       working-storage section.
       77  ws-fs-arqPreMatricula                   pic  9(02).
       77  ws-fs-arqListaEspera                    pic  9(02).
       77  ws-fs-arqCadAlunosIndex                 pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqControle                       pic  9(02).
          88  ws-lst-nao-fim                        value "N".
          88  ws-lst-eh-fim                         value "S".

      *>----Fila de Espera de Uma Turma - Inscrições Aguardando ou com
      *>----Chamada em Aberto, Numeradas Pela Data da Inscrição (e Pela
      *>----Inscrição, no Empate)
       77  ws-fila-turma                           pic x(10).
       77  ws-hoje                                 pic 9(08).

       01  ws-tab-fila.
           05  ws-fila-qtd                         pic 9(03) comp.
           05  ws-fila-entrada occurs 500 times.
               10  ws-fila-ordem.
                   15  ws-fila-data                pic 9(08).
                   15  ws-fila-inscricao           pic 9(05).
               10  ws-fila-situacao                pic x(01).
               10  ws-fila-prazo                   pic 9(08).
               10  ws-fila-posicao                 pic 9(03).

       77  ws-fila-ix                              pic 9(03) comp.
       77  ws-fila-menor                           pic 9(03) comp.
       77  ws-fila-pos                             pic 9(03) comp.
       77  ws-fila-aguardando                      pic 9(03) comp.
       77  ws-fila-chamadas                        pic 9(03) comp.

      *>----Variaveis de Apoio a Janela Batch - Enquanto Uma Rotina Batch
      *>----Segura a Janela o Programa Abre em Modo Consulta e as Opções
      *>----Que Atualizam o Cadastro Ficam Bloqueadas; a Sessao
               perform finaliza-anormal
           end-if

      *>   Open i-o - Abre (ou Cria) a Lista de Espera das Turmas Cheias
           open i-o arqListaEspera
           if ws-fs-arqListaEspera  <> 00
           and ws-fs-arqListaEspera <> 05 then
               move 21                                       to ws-msn-erro-ofsset
               move ws-fs-arqListaEspera                     to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqListaEspera "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open i-o - Abre o Cadastro Para Gravar os Aprovados
           open i-o arqCadAlunosIndex
           if ws-fs-arqCadAlunosIndex  <> 00
               display "Insira '3' Para Recusar Pre-Matricula"
               display "Insira '4' Para Consultar Pre-Matricula"
               display "Insira '5' Para Listar Pendentes"
               display "Insira '6' Para Listar a Lista de Espera da Turma"
               display "Insira 'S' Para Sair"
               accept ws-menu

       *>          Listar as Pre-Matriculas Pendentes
                   when = '5'
                       perform listar-pendentes
       *>          Listar a Fila de Espera de Uma Turma
                   when = '6'
                       perform listar-lista-espera
       *>          Fechar o Programa
                   when = "S"
                       perform finaliza
           read arqPreMatricula
           evaluate ws-fs-arqPreMatricula
               when 00
      *>           Inscrição da Lista de Espera So Se Matricula Pela Chamada
                   evaluate true
                       when pre-pendente
                           perform conferir-vagas-turma
                       when pre-em-espera
                           perform confirmar-chamada
                       when other
                           display "Inscricao " ws-inscricao " Nao Esta Pendente!"
                   end-evaluate
               when 23
                   display "Inscricao Nao Encontrada!"
               when other
           exit.
      *>------------------------------------------------------------------------
      *>      Confere a Turma e as Vagas da Pre-Matricula Lida - Turma
      *>      Cheia Manda a Inscrição Para a Lista de Espera da Turma; com
      *>      Fila Formada as Vagas Livres Sao da Fila (Oferecidas Pela
      *>      Chamada) e a Nova Inscrição Entra no Fim Dela
      *>------------------------------------------------------------------------
       conferir-vagas-turma section.

           read arqTurmas
           evaluate ws-fs-arqTurmas
               when 00
                   move pre-turma to ws-fila-turma
                   perform carregar-fila-turma
                   evaluate true
                       when trm-vagas = 0
                           display "Turma " trm-cod-turma " Sem Vagas - Matricula Bloqueada"
                           perform incluir-lista-espera
                       when ws-fila-aguardando > 0
                       or   trm-vagas <= ws-fila-chamadas
                           display "Turma " trm-cod-turma " com Lista de Espera Formada"
                           perform incluir-lista-espera
                       when other
                           perform efetivar-matricula
                   end-evaluate
               when 23
                   display "Turma " pre-turma " Nao Esta Mais Cadastrada!"
               when other
      *>   O Cadastro So Comporta Codigos de Ate Cinco Digitos - Sem
      *>   Codigo Livre a Matricula Fica Bloqueada (o Arquivamento Anual
      *>   Libera Codigos de Inativos Antigos)
           set ws-cod-nao-gravado to true

           if ws-prox-cod-aluno > 99999 then
               display "Sem Codigo de Aluno Livre - Execute o Arquivamento Anual"
           else

               perform until ws-cod-gravado or ws-prox-cod-aluno > 99999

                   move ws-prox-cod-aluno to fd-cod-aluno
       efetivar-matricula-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Inclui a Pre-Matricula Lida na Lista de Espera da Turma e
      *>      Renumera a Fila - a Posição Segue a Data da Inscrição
      *>------------------------------------------------------------------------
       incluir-lista-espera section.

           accept ws-hoje from date yyyymmdd

           move pre-inscricao to esp-inscricao
           move pre-turma     to esp-turma
           move pre-data      to esp-data-inscricao
           move 0             to esp-posicao
           set esp-aguardando to true
           move ws-hoje       to esp-data-entrada
           move 0             to esp-data-chamada
           move 0             to esp-prazo

      *>   Registro Ja Existente Para a Inscrição (Passagem Anterior Pela
      *>   Fila) é Reaproveitado
           write esp-registro
           if ws-fs-arqListaEspera = 22 then
               rewrite esp-registro
           end-if
           if ws-fs-arqListaEspera <> 00 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-arqListaEspera                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqListaEspera "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           set pre-em-espera to true
           rewrite pre-registro
           if ws-fs-arqPreMatricula <> 00 then
               move 11                                     to ws-msn-erro-ofsset
               move ws-fs-arqPreMatricula                  to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqPreMatricula " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move pre-turma to ws-fila-turma
           perform renumerar-fila-turma

           move pre-inscricao to esp-inscricao
           perform ler-lista-espera
           display "Inscricao " pre-inscricao " Incluida na Lista de Espera da Turma " pre-turma
           display "Posicao na Fila: " esp-posicao

           .
       incluir-lista-espera-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Confirma a Matricula de Quem Esta na Lista de Espera - So
      *>      com Chamada em Aberto e Dentro do Prazo; a Vaga Reservada
      *>      Pela Chamada é Abatida na Efetivação
      *>------------------------------------------------------------------------
       confirmar-chamada section.

           accept ws-hoje from date yyyymmdd

           move pre-inscricao to esp-inscricao
           perform ler-lista-espera

           evaluate true
               when esp-aguardando
                   display "Inscricao na Lista de Espera - Posicao " esp-posicao
                   display "Aguarde a Chamada da Turma " esp-turma
               when esp-chamada-aberta
               and  esp-prazo < ws-hoje
                   display "Prazo da Chamada Vencido em " esp-prazo
                   display "a Vaga Passa ao Proximo da Fila na Proxima Chamada"
               when esp-chamada-aberta
                   move pre-turma to trm-cod-turma
                   read arqTurmas
                   evaluate ws-fs-arqTurmas
                       when 00
                           if trm-vagas = 0 then
                               display "Turma " trm-cod-turma " Sem Vagas - Confirmacao Bloqueada"
                           else
                               perform efetivar-matricula
                               if ws-cod-gravado then
                                   move pre-inscricao to esp-inscricao
                                   perform ler-lista-espera
                                   set esp-matriculada to true
                                   move 0 to esp-posicao
                                   perform regravar-lista-espera
                                   move pre-turma to ws-fila-turma
                                   perform renumerar-fila-turma
                               end-if
                           end-if
                       when 23
                           display "Turma " pre-turma " Nao Esta Mais Cadastrada!"
                       when other
                           move 8                                to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas                  to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqTurmas "    to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               when other
                   display "Inscricao Fora da Fila de Espera!"
           end-evaluate

           .
       confirmar-chamada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Retira da Fila a Inscrição Recusada (Desistencia da Familia)
      *>      e Renumera a Fila da Turma
      *>------------------------------------------------------------------------
       retirar-lista-espera section.

           move pre-inscricao to esp-inscricao
           perform ler-lista-espera
           set esp-desistente to true
           move 0 to esp-posicao
           perform regravar-lista-espera

           move pre-turma to ws-fila-turma
           perform renumerar-fila-turma

           .
       retirar-lista-espera-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Mostra a Posição e a Chamada da Inscrição em Espera
      *>------------------------------------------------------------------------
       exibir-lista-espera section.

           move pre-inscricao to esp-inscricao
           read arqListaEspera
           if ws-fs-arqListaEspera = 00 then
               display "Lista Espera : Posicao " esp-posicao " Desde " esp-data-entrada
               if esp-chamada-aberta then
                   display "Chamada      : " esp-data-chamada " Prazo " esp-prazo
               end-if
           end-if

           .
       exibir-lista-espera-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Lista a Fila de Espera de Uma Turma na Ordem das Posições
      *>------------------------------------------------------------------------
       listar-lista-espera section.

           display erase
           display "------- Lista de Espera da Turma -------"
           display "Turma: "
           accept ws-fila-turma

           accept ws-hoje from date yyyymmdd
           perform carregar-fila-turma

           if ws-fila-qtd = 0 then
               display "Nenhuma Inscricao na Lista de Espera da Turma!"
           else
               display "Pos Inscr Aluno                     Situacao"
               move 1 to ws-fila-pos
               perform until ws-fila-pos > ws-fila-qtd
                   move 1 to ws-fila-ix
                   perform until ws-fila-ix > ws-fila-qtd
                       if ws-fila-posicao (ws-fila-ix) = ws-fila-pos then
                           move ws-fila-inscricao (ws-fila-ix) to pre-inscricao
                           read arqPreMatricula
                           if ws-fs-arqPreMatricula <> 00 then
                               move spaces to pre-aluno
                           end-if
                           if ws-fila-situacao (ws-fila-ix) = "C" then
                               display ws-fila-posicao (ws-fila-ix) " "
                                       ws-fila-inscricao (ws-fila-ix) " "
                                       pre-aluno " Chamada - Prazo "
                                       ws-fila-prazo (ws-fila-ix)
                           else
                               display ws-fila-posicao (ws-fila-ix) " "
                                       ws-fila-inscricao (ws-fila-ix) " "
                                       pre-aluno " Aguardando"
                           end-if
                       end-if
                       add 1 to ws-fila-ix
                   end-perform
                   add 1 to ws-fila-pos
               end-perform
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       listar-lista-espera-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Carrega a Fila da Turma ws-fila-turma (Aguardando e Chamadas
      *>      em Aberto) e Calcula as Posições Pela Data da Inscrição;
      *>      Conta Quem Aguarda e as Chamadas Ainda no Prazo (ws-hoje)
      *>------------------------------------------------------------------------
       carregar-fila-turma section.

           move 0 to ws-fila-qtd
           move 0 to ws-fila-aguardando
           move 0 to ws-fila-chamadas

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
                       move 23                                     to ws-msn-erro-ofsset
                       move ws-fs-arqListaEspera                   to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqListaEspera "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if esp-turma = ws-fila-turma
                   and (esp-aguardando or esp-chamada-aberta)
                   and ws-fila-qtd < 500 then
                       add 1 to ws-fila-qtd
                       move esp-data-inscricao to ws-fila-data      (ws-fila-qtd)
                       move esp-inscricao      to ws-fila-inscricao (ws-fila-qtd)
                       move esp-situacao       to ws-fila-situacao  (ws-fila-qtd)
                       move esp-prazo          to ws-fila-prazo     (ws-fila-qtd)
                       move 0                  to ws-fila-posicao   (ws-fila-qtd)
                       if esp-aguardando then
                           add 1 to ws-fila-aguardando
                       else
                           if esp-prazo >= ws-hoje then
                               add 1 to ws-fila-chamadas
                           end-if
                       end-if
                   end-if
               end-if

           end-perform

      *>   Numera a Fila: a Cada Passo a Menor (Data, Inscrição) Ainda Sem
      *>   Posição Recebe a Proxima
           move 1 to ws-fila-pos
           perform until ws-fila-pos > ws-fila-qtd
               move 0 to ws-fila-menor
               move 1 to ws-fila-ix
               perform until ws-fila-ix > ws-fila-qtd
                   if ws-fila-posicao (ws-fila-ix) = 0 then
                       if ws-fila-menor = 0 then
                           move ws-fila-ix to ws-fila-menor
                       else
                           if ws-fila-ordem (ws-fila-ix) < ws-fila-ordem (ws-fila-menor) then
                               move ws-fila-ix to ws-fila-menor
                           end-if
                       end-if
                   end-if
                   add 1 to ws-fila-ix
               end-perform
               move ws-fila-pos to ws-fila-posicao (ws-fila-menor)
               add 1 to ws-fila-pos
           end-perform

           .
       carregar-fila-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Renumera a Fila da Turma ws-fila-turma e Regrava as Posições
      *>------------------------------------------------------------------------
       renumerar-fila-turma section.

           perform carregar-fila-turma

           move 1 to ws-fila-ix
           perform until ws-fila-ix > ws-fila-qtd
               move ws-fila-inscricao (ws-fila-ix) to esp-inscricao
               perform ler-lista-espera
               if esp-posicao <> ws-fila-posicao (ws-fila-ix) then
                   move ws-fila-posicao (ws-fila-ix) to esp-posicao
                   perform regravar-lista-espera
               end-if
               add 1 to ws-fila-ix
           end-perform

           .
       renumerar-fila-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Le a Lista de Espera Pela Inscrição em esp-inscricao
      *>------------------------------------------------------------------------
       ler-lista-espera section.

           read arqListaEspera
           if ws-fs-arqListaEspera <> 00 then
               move 23                                     to ws-msn-erro-ofsset
               move ws-fs-arqListaEspera                   to ws-msn-erro-cod
               move "Erro ao Ler arq. arqListaEspera "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       ler-lista-espera-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Regrava o Registro Lido da Lista de Espera
      *>------------------------------------------------------------------------
       regravar-lista-espera section.

           rewrite esp-registro
           if ws-fs-arqListaEspera <> 00 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-arqListaEspera                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqListaEspera "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       regravar-lista-espera-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Recusa de Uma Pre-Matricula Pendente
      *>------------------------------------------------------------------------
       recusar-pre-matricula section.
           read arqPreMatricula
           evaluate ws-fs-arqPreMatricula
               when 00
                   if not pre-pendente
                   and not pre-em-espera then
                       display "Inscricao " ws-inscricao " Nao Esta Pendente!"
                   else
      *>               Recusa (ou Desistencia) de Quem Esta na Lista de
      *>               Espera Tira a Inscrição da Fila da Turma
                       if pre-em-espera then
                           perform retirar-lista-espera
                       end-if
                       set pre-recusada to true
                       rewrite pre-registro
                       if ws-fs-arqPreMatricula <> 00 then
                   if pre-aprovada then
                       display "Codigo Gerado: " pre-cod-aluno
                   end-if
                   if pre-em-espera then
                       perform exibir-lista-espera
                   end-if
               when 23
                   display "Inscricao Nao Encontrada!"
               when other
                           if pre-pendente then
                               display pre-inscricao " " pre-aluno " Turma: " pre-turma
                           end-if
                           if pre-em-espera then
                               display pre-inscricao " " pre-aluno " Turma: " pre-turma " (Lista de Espera)"
                           end-if
                       end-if
                   end-if

           perform liberar-sessao-online

           close arqPreMatricula
           close arqListaEspera
           close arqCadAlunosIndex
           close arqTurmas
           close arqUsuarios
