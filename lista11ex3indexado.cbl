           record key is trm-cod-turma
           file status is ws-fs-arqTurmas.

           select arqProfessores assign to "arqProfessores.dat"         *> Cadastro de Professores - Titular da Turma e Grade Horaria
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is prf-cod-professor
           alternate record key is prf-nome with duplicates
           file status is ws-fs-arqProfessores.

           select arqFrequencia assign to "arqFrequencia.dat"           *> Frequencia Mensal - Aulas Dadas e Faltas por Aluno/Mes
           organization is indexed
           access mode is dynamic
           record key is frq-chave
           file status is ws-fs-arqFrequencia.

           select arqDisciplinas assign to "arqDisciplinas.dat"         *> Cadastro Mestre de Disciplinas - Carga Horaria e Turmas
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is dis-cod-disciplina
           file status is ws-fs-arqDisciplinas.

           select arqNotas assign to "arqNotas.dat"                     *> Notas por Aluno, Disciplina e Bimestre (e Exame Final)
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is not-chave
           file status is ws-fs-arqNotas.

           select arqListaEspera assign to "arqListaEspera.dat"         *> Lista de Espera - Fila e Chamadas em Aberto por Turma (Consulta)
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is esp-inscricao
           file status is ws-fs-arqListaEspera.

           select arqFechamento assign to "arqFechamento.dat"           *> Situação (Aberto/Fechado) de Cada Bimestre por Turma
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fec-chave
           file status is ws-fs-arqFechamento.

           select arqUsuarios assign to "arqUsuarios.dat"               *> Cadastro de Usuarios - Login, Senha e Nivel de Acesso
           organization is indexed
               10  fd-nota3                        pic 9(02)v99.
               10  fd-nota4                        pic 9(02)v99.

      *>   Cadastro Mestre de Turmas - Uma Turma por Registro; o Professor
      *>   Titular é Guardado Pelo Codigo do Cadastro de Professores, na
      *>   Mesma Area Que Antes Guardava o Nome Digitado (Turmas Ainda Nao
      *>   Convertidas Sao Reconhecidas Pelo Codigo Nao Numerico)
       fd arqTurmas.
       01  trm-registro.
           05  trm-cod-turma                       pic x(10).
           05  trm-descricao                       pic x(30).
           05  trm-professor.
               10  trm-cod-professor               pic 9(05).
               10  filler                          pic x(20).
           05  trm-professor-legado redefines trm-professor
                                                   pic x(25).
           05  trm-ano-letivo                      pic 9(04).
           05  trm-vagas                           pic 9(03).

      *>   Cadastro de Professores - Um Professor por Registro; o Maximo
      *>   de Horas Semanais Limita as Aulas do Professor na Grade Horaria
       fd arqProfessores.
       01  prf-registro.
           05  prf-cod-professor                   pic 9(05).
           05  prf-nome                            pic x(25).
           05  prf-telefone                        pic x(15).
           05  prf-email                           pic x(40).
           05  prf-max-horas                       pic 9(02).

       fd arqFrequencia.  *> Frequencia Mensal - Um Registro por Aluno e Mes
       01  frq-registro.
           05  frq-chave.
           05  frq-aulas                           pic 9(02).
           05  frq-faltas                          pic 9(02).

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

      *>   Lista de Espera - Inscrições Barradas por Turma Sem Vaga; a
      *>   Chamada (lista11ex3chamada) Oferece as Vagas Liberadas com
      *>   Prazo Para Confirmar - Vaga Oferecida Nao é da Reativação
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

      *>   Fechamento de Bimestres - um Registro por Turma e Bimestre;
      *>   Bimestre Sem Registro Esta Aberto. Com o Bimestre Fechado as
      *>   Notas Dele Nao Podem Mais Ser Alteradas (Online, Lote ou
      *>   Estorno) Ate a Reabertura Pelo Administrador
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
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqUsuarios                       pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqDisciplinas                    pic  9(02).
       77  ws-fs-arqNotas                          pic  9(02).
       77  ws-fs-arqFechamento                     pic  9(02).
       77  ws-fs-arqListaEspera                    pic  9(02).
       77  ws-fs-arqProfessores                    pic  9(02).

       01  ws-alunos.
           05  ws-cod-aluno                        pic 9(05).
       01  ws-turmas.
           05  ws-trm-cod-turma                    pic x(10).
           05  ws-trm-descricao                    pic x(30).
           05  ws-trm-cod-professor                pic 9(05).
           05  filler                              pic x(20) value spaces.
           05  ws-trm-ano-letivo                   pic 9(04).
           05  ws-trm-vagas                        pic 9(03).

          88  ws-trm-nao-fim                        value "N".
          88  ws-trm-eh-fim                         value "S".

      *>----Variaveis de Apoio ao Cadastro de Professores
       01  ws-professores.
           05  ws-prf-cod-professor                pic 9(05).
           05  ws-prf-nome                         pic x(25).
           05  ws-prf-telefone                     pic x(15).
           05  ws-prf-email                        pic x(40).
           05  ws-prf-max-horas                    pic 9(02).

       77  ws-menu-professor                       pic x(02).
       77  ws-nome-professor                       pic x(25).

       77  ws-prf-fim                              pic x(01).
          88  ws-prf-nao-fim                        value "N".
          88  ws-prf-eh-fim                         value "S".

       77  ws-professor-valido-status              pic x(01).
          88  ws-professor-valido                   value "S".
          88  ws-professor-invalido                 value "N".

      *>   Conversão das Turmas com o Nome do Professor Digitado - os
      *>   Professores Incluidos Recebem o Maximo de Horas Padrao
       77  ws-prf-max-horas-padrao                 pic 9(02) value 40.
       77  ws-prf-maior-codigo                     pic 9(05).
       77  ws-cnv-nome                             pic x(25).
       77  ws-cnv-qtd-turmas                       pic 9(05).
       77  ws-cnv-qtd-professores                  pic 9(05).

      *>----Variaveis de Apoio ao Registro e Calculo de Frequencia
      *>----Abaixo de 75% de Frequencia o Aluno Reprova por Falta,
      *>----Independente da Media (Exigencia Legal)
       77  ws-exa-nota-exame                       pic 9(02)v99.
       77  ws-exa-media-final                      pic 9(02)v99.

      *>----Variaveis de Apoio ao Cadastro Mestre de Disciplinas
       01  ws-disciplinas.
           05  ws-dis-cod-disciplina               pic x(06).
           05  ws-dis-nome                         pic x(30).
           05  ws-dis-carga-horaria                pic 9(03).
           05  ws-dis-turmas.
               10  ws-dis-turma                    pic x(10) occurs 10 times.

       77  ws-menu-disciplina                      pic x(02).
       77  ws-dis-ix                               pic 9(02) comp.

       77  ws-dis-fim                              pic x(01).
          88  ws-dis-nao-fim                        value "N".
          88  ws-dis-eh-fim                         value "S".

       77  ws-disciplina-valida-status             pic x(01).
          88  ws-disciplina-valida                  value "S".
          88  ws-disciplina-invalida                value "N".

       77  ws-disciplina-desiste-status            pic x(01).
          88  ws-disciplina-desistiu                value "S".
          88  ws-disciplina-prossegue               value "N".

       77  ws-disciplina-oferta-status             pic x(01).
          88  ws-disciplina-oferecida               value "S".
          88  ws-disciplina-nao-oferecida           value "N".

      *>----Notas do Aluno na Disciplina Corrente - Quatro Bimestres e o
      *>----Exame Final (Quinto "Bimestre"); a Marca de Gravada Distingue
      *>----Exame Ainda Nao Realizado de Exame com Nota Zero
       01  ws-notas-disciplina.
           05  ws-nd-bimestre occurs 5 times.
               10  ws-nd-nota                      pic 9(02)v99.
               10  ws-nd-gravada                   pic x(01).
                   88  ws-nd-existe                     value "S".
                   88  ws-nd-nao-existe                 value "N".

       77  ws-nd-ix                                pic 9(01).

       77  ws-nd-gravacao-status                   pic x(01).
          88  ws-nd-gravacao-ok                     value "S".
          88  ws-nd-gravacao-falhou                 value "N".

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

      *>----Situação por Disciplina - Cada Disciplina Tem Media e Situação
      *>----Proprias; o Regimento Retém o Aluno Quando Ele Reprova em Mais
      *>----Disciplinas do Que o Limite Abaixo (Ate o Limite o Aluno Segue
      *>----Aprovado, Cursando a Disciplina em Dependencia)
       77  ws-limite-reprovacoes                   pic 9(02) value 2.

       77  ws-dis-media                            pic 9(02)v99.
       77  ws-dis-situacao                         pic x(19).

       77  ws-sit-qtd-disciplinas                  pic 9(02) comp.
       77  ws-sit-qtd-reprovadas                   pic 9(02) comp.
       77  ws-sit-qtd-em-exame                     pic 9(02) comp.
       77  ws-sit-soma-medias                      pic 9(04)v99.
       77  ws-sit-media-geral                      pic 9(02)v99.
       77  ws-sit-situacao                         pic x(19).

       77  ws-nd-nota1-ed                          pic z9,99.
       77  ws-nd-nota2-ed                          pic z9,99.
       77  ws-nd-nota3-ed                          pic z9,99.
       77  ws-nd-nota4-ed                          pic z9,99.
       77  ws-nd-exame-ed                          pic z9,99.
       77  ws-dis-media-ed                         pic z9,99.

      *>----Variaveis de Apoio ao Fechamento de Bimestres - o Bimestre
      *>----Fechado Mantem as Notas Lançadas; a Reabertura Exige Nivel 3
      *>----e uma Justificativa, Gravada na Trilha de Auditoria
       77  ws-menu-fechamento                      pic x(02).
       77  ws-fec-bimestre                         pic 9(01).
       77  ws-fec-qtd-fechados                     pic 9(01) comp.
       77  ws-fec-justificativa                    pic x(150).

       77  ws-fec-status                           pic x(01).
          88  ws-bimestre-fechado                   value "F".
          88  ws-bimestre-aberto                    value "A".

       77  ws-fec-registro-status                  pic x(01).
          88  ws-fec-registro-existe                value "S".
          88  ws-fec-registro-nao-existe            value "N".

      *>----Situação de Cada Bimestre na Turma do Aluno, Apurada ao
      *>----Informar as Notas - Bimestre Fechado Nao é Regravado
       01  ws-fechamento-bimestres.
           05  ws-fb-status                        pic x(01) occurs 4 times.
               88  ws-fb-fechado                        value "F".
               88  ws-fb-aberto                         value "A".

      *>----Imagem Gravada na Auditoria FECHAMENTO/REABERTURA: Turma,
      *>----Bimestre, Situação e a Justificativa da Reabertura
       01  ws-imagem-fechamento.
           05  ws-imf-cod-turma                    pic x(10).
           05  ws-imf-bimestre                     pic 9(01).
           05  ws-imf-situacao                     pic x(01).
           05  ws-imf-justificativa                pic x(150).
           05  filler                              pic x(38) value spaces.

      *>----Variaveis de Apoio ao Controle de Acesso (Login do Operador)
      *>----Niveis: 1 = Consultas, 2 = Cadastro/Alteração, 3 = Administração
       77  ws-operador                             pic x(08).
      *>   Ponto Decimal Literal (Virgula) na Listagem - um STRING de um
      *>   Campo Numerico Nao Editado Grava Apenas os Digitos (Sem o
      *>   Ponto) - Ver imprimir-linha-listagem/imprimir-totais-listagem
       77  ws-lst-disciplinas-ed                   pic z9.
       77  ws-lst-reprovadas-ed                    pic z9.
       77  ws-lst-em-exame-ed                      pic z9.
       77  ws-lst-media-ed                         pic z9,99.
       77  ws-lst-media-turma-ed                   pic z9,99.
       77  ws-lst-media-geral-ed                   pic z9,99.
          88  ws-atualizacao-liberada               value "S".
          88  ws-atualizacao-bloqueada              value "N".

      *>----Reativação Ocupa Uma Vaga da Turma - Turma Cheia Bloqueia, e
      *>----Com Fila Formada as Vagas Livres Sao da Fila (Quem Aguarda e
      *>----as Chamadas Ainda no Prazo), o Mesmo Criterio da Matricula
       77  ws-vaga-status                          pic x(01).
          88  ws-vaga-liberada                      value "S".
          88  ws-vaga-bloqueada                     value "N" "F".
          88  ws-vaga-da-fila                       value "F".

       77  ws-hoje                                 pic 9(08).
       77  ws-fila-aguardando                      pic 9(03) comp.
       77  ws-fila-chamadas                        pic 9(03) comp.

       77  ws-esp-fim                              pic x(01).
          88  ws-esp-nao-fim                        value "N".
          88  ws-esp-eh-fim                         value "S".

      *>----Variaveis de Apoio a Espera de Registro Bloqueado - Quando
      *>----Outra Sessao Segura o Registro a Regravação é Repetida Algumas
      *>----Vezes com Espera, ao Inves de Falhar na Primeira Tentativa
               perform finaliza-anormal
           end-if

      *>   Open i-o - Abre (ou Cria) o Cadastro de Professores
           open i-o arqProfessores
           if ws-fs-arqProfessores  <> 00
           and ws-fs-arqProfessores <> 05 then
               move 56                                      to ws-msn-erro-ofsset
               move ws-fs-arqProfessores                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqProfessores "    to ws-msn-erro-text
               set ws-erro-e-fatal to true
               perform finaliza-anormal
           end-if

      *>   Open i-o - Abre o Arquivo de Frequencia Mensal (Aulas e Faltas)
           open i-o arqFrequencia
           if ws-fs-arqFrequencia  <> 00
               perform finaliza-anormal
           end-if

      *>   Open i-o - Abre o Cadastro Mestre de Disciplinas
           open i-o arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00
           and ws-fs-arqDisciplinas <> 05 then
               move 46                                      to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqDisciplinas "    to ws-msn-erro-text
               set ws-erro-e-fatal to true
               perform finaliza-anormal
           end-if

      *>   Open i-o - Abre as Notas por Disciplina (Bimestres e Exame Final)
           open i-o arqNotas
           if ws-fs-arqNotas  <> 00
           and ws-fs-arqNotas <> 05 then
               move 33                                      to ws-msn-erro-ofsset
               move ws-fs-arqNotas                          to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqNotas "          to ws-msn-erro-text
               set ws-erro-e-fatal to true
               perform finaliza-anormal
           end-if

      *>   Open i-o - Abre a Situação dos Bimestres (Aberto/Fechado) por Turma
           open i-o arqFechamento
           if ws-fs-arqFechamento  <> 00
           and ws-fs-arqFechamento <> 05 then
               move 50                                      to ws-msn-erro-ofsset
               move ws-fs-arqFechamento                     to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqFechamento "     to ws-msn-erro-text
               set ws-erro-e-fatal to true
               perform finaliza-anormal
           end-if
               display "Insira '11' Para Manutencao de Usuarios"
               display "Insira '12' Para Registrar Faltas do Mes"
               display "Insira '13' Para Registrar Nota do Exame Final"
               display "Insira '14' Para Manutencao de Disciplinas"
               display "Insira '15' Para Fechamento de Bimestres"
               display "Insira '16' Para Manutencao de Professores"
               display "Insira 'S' Para Sair"
               accept ws-menu

                               perform registrar-exame
                           end-if
                       end-if
       *>          Manutenção do Cadastro Mestre de Disciplinas
                   when = '14'
                       move 3 to ws-nivel-exigido
                       perform verificar-acesso
                       if ws-acesso-permitido then
                           perform manutencao-disciplinas
                       end-if
       *>          Fechamento e Reabertura de Bimestres por Turma
                   when = '15'
                       perform conferir-janela-atualizacao
                       if ws-atualizacao-liberada then
                           move 2 to ws-nivel-exigido
                           perform verificar-acesso
                           if ws-acesso-permitido then
                               perform manutencao-fechamento
                           end-if
                       end-if
       *>          Manutenção do Cadastro de Professores
                   when = '16'
                       move 3 to ws-nivel-exigido
                       perform verificar-acesso
                       if ws-acesso-permitido then
                           perform manutencao-professores
                       end-if
       *>          Fechar o Programa
                   when = "S"
                       perform finaliza
       cadastrar-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Cadastro de Notas - as Notas Sao Lançadas por Disciplina:
      *>      o Aluno e a Disciplina (Oferecida na Turma do Aluno) Sao
      *>      Identificados Antes das Quatro Notas Bimestrais
      *>------------------------------------------------------------------------
       cadastrar-notas section.

               display "Informe o Codigo do Aluno: "
               accept ws-cod-aluno

               move ws-cod-aluno to fd-cod-aluno *> Preenche a Chave
               read arqCadAlunosIndex            *> Le o Arquivo
      *>       Tratamento de Erro - Caso O File Status dê Diferente de Zero Aparecerá a Mensagem de Erro na Section Finaliza Anormal
               if ws-fs-arqCadAlunosIndex  <> 00 then
      *>           Tratamento de Erro - Caso O File Status dê igual 23 o Registro Não Existe (Nesse Caso o Codigo)
                   if ws-fs-arqCadAlunosIndex = 23 then
                       display "Codigo de Aluno Inexistente"
                   else
                       move 3                                        to ws-msn-erro-ofsset
                       move ws-fs-arqCadAlunosIndex                  to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqCadAlunosIndex "    to ws-msn-erro-text
                       set ws-erro-nao-fatal to true
                       perform finaliza-anormal
                   end-if
               else
                   move fd-turma to ws-turma
                   display "Aluno: " fd-aluno " Turma: " fd-turma

      *>           A Disciplina Deve Existir no Cadastro Mestre e Ser
      *>           Oferecida na Turma do Aluno
                   perform informar-disciplina-aluno
                   if ws-disciplina-valida then
                       perform ler-notas-disciplina
                       perform exibir-notas-disciplina
                       perform informar-notas-bimestres
                   end-if
               end-if

      *>       Condição de Saida
               display " "
               display "Deseja Cadastrar Mais Alguma Nota? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           .
       cadastrar-notas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Recebe as Quatro Notas Bimestrais da Disciplina Corrente e
      *>      Grava em arqNotas, Registrando a Imagem Anterior e a Nova
      *>      na Trilha de Auditoria (Operação NOTADISC)
      *>------------------------------------------------------------------------
       informar-notas-bimestres section.

      *>   Bimestre Fechado Mantem a Nota Ja Lançada - Somente os Bimestres
      *>   Abertos da Turma do Aluno Sao Informados
           move ws-nd-nota (1) to ws-nota1
           move ws-nd-nota (2) to ws-nota2
           move ws-nd-nota (3) to ws-nota3
           move ws-nd-nota (4) to ws-nota4
           move 0 to ws-fec-qtd-fechados

      *>   Informando as Notas do Aluno - Cada Nota Deve Ficar Entre 0,00 e 10,00
           move 1 to ws-fec-bimestre
           perform ler-fechamento
           if ws-bimestre-fechado then
               display "Primeiro Bimestre Fechado - Nota Mantida"
               add 1 to ws-fec-qtd-fechados
               set ws-fb-fechado (1) to true
           else
               set ws-fb-aberto (1) to true
               display "Informe a Primeira Nota: "
               accept ws-nota1
               perform until ws-nota1 <= 10,00
                   display "Informe a Primeira Nota: "
                   accept ws-nota1
               end-perform
           end-if

           move 2 to ws-fec-bimestre
           perform ler-fechamento
           if ws-bimestre-fechado then
               display "Segundo Bimestre Fechado - Nota Mantida"
               add 1 to ws-fec-qtd-fechados
               set ws-fb-fechado (2) to true
           else
               set ws-fb-aberto (2) to true
               display "Informe a Segunda Nota : "
               accept ws-nota2
               perform until ws-nota2 <= 10,00
                   display "Informe a Segunda Nota : "
                   accept ws-nota2
               end-perform
           end-if

           move 3 to ws-fec-bimestre
           perform ler-fechamento
           if ws-bimestre-fechado then
               display "Terceiro Bimestre Fechado - Nota Mantida"
               add 1 to ws-fec-qtd-fechados
               set ws-fb-fechado (3) to true
           else
               set ws-fb-aberto (3) to true
               display "Informe a Terceira Nota: "
               accept ws-nota3
               perform until ws-nota3 <= 10,00
                   display "Informe a Terceira Nota: "
                   accept ws-nota3
               end-perform
           end-if

           move 4 to ws-fec-bimestre
           perform ler-fechamento
           if ws-bimestre-fechado then
               display "Quarto Bimestre Fechado - Nota Mantida"
               add 1 to ws-fec-qtd-fechados
               set ws-fb-fechado (4) to true
           else
               set ws-fb-aberto (4) to true
               display "Informe a Quarta Nota  : "
               accept ws-nota4
               perform until ws-nota4 <= 10,00
                   display "Informe a Quarta Nota  : "
                   accept ws-nota4
               end-perform
           end-if

      *>   Com Todos os Bimestres Fechados Nao Ha o Que Gravar
           if ws-fec-qtd-fechados = 4 then
               display "Todos os Bimestres da Turma " ws-turma " Estao Fechados - Nada Gravado"
           else
      *>       Guarda os Dados Antes da Alteração Para a Trilha de Auditoria
               perform montar-imagem-notas
               move ws-imagem-notas to ws-aud-dados-antigos

               move ws-nota1 to ws-nd-nota (1)
               move ws-nota2 to ws-nd-nota (2)
               move ws-nota3 to ws-nd-nota (3)
               move ws-nota4 to ws-nd-nota (4)

      *>       Salvando as Notas no Arquivo - um Registro por Bimestre
      *>       Aberto; Bimestre Fechado Fica Como Esta (Sem Nota Continua
      *>       Sem Registro) e Entra na Imagem com o Valor Ja Lido
               set ws-nd-gravacao-ok to true
               move 1 to ws-nd-ix
               perform until ws-nd-ix > 4 or ws-nd-gravacao-falhou
                   if ws-fb-aberto (ws-nd-ix) then
                       perform gravar-nota-bimestre
                   end-if
                   add 1 to ws-nd-ix
               end-perform

               if ws-nd-gravacao-ok then
      *>           Registra a Operação na Trilha de Auditoria
                   perform montar-imagem-notas
                   move "NOTADISC"       to ws-aud-operacao
                   move ws-imagem-notas  to ws-aud-dados-novos
                   perform gravar-auditoria
                   display "Notas da Disciplina " ws-dis-cod-disciplina " Gravadas Com Sucesso!"
               end-if
           end-if

           .
       informar-notas-bimestres-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Identifica a Disciplina Para o Aluno Corrente: Deve Existir
      *>      no Cadastro Mestre e Ser Oferecida na Turma em ws-turma -
      *>      'V' (ou Resposta em Branco) Desiste e Volta Sem Gravar
      *>------------------------------------------------------------------------
       informar-disciplina-aluno section.

           set ws-disciplina-invalida  to true
           set ws-disciplina-prossegue to true

           perform until ws-disciplina-valida or ws-disciplina-desistiu
               display "Codigo da Disciplina ('V' Para Voltar): "
               accept ws-dis-cod-disciplina
               if ws-dis-cod-disciplina = "V" or ws-dis-cod-disciplina = "v"
               or ws-dis-cod-disciplina = spaces then
                   set ws-disciplina-desistiu to true
                   display "Lancamento Abandonado - Nenhum Dado Gravado"
               else
                   perform ler-disciplina-por-codigo
                   if ws-disciplina-invalida then
                       display "Disciplina Nao Cadastrada!"
                   else
                       perform conferir-oferta-disciplina
                       if ws-disciplina-nao-oferecida then
                           display "Disciplina Nao Oferecida na Turma " ws-turma
                           set ws-disciplina-invalida to true
                       else
                           display "Disciplina: " dis-nome
                       end-if
                   end-if
               end-if
           end-perform

           .
       informar-disciplina-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Le o Cadastro Mestre de Disciplinas Pelo Codigo em
      *>       ws-dis-cod-disciplina e Sinaliza se a Disciplina Existe
      *>------------------------------------------------------------------------
       ler-disciplina-por-codigo section.

           move ws-dis-cod-disciplina to dis-cod-disciplina
           read arqDisciplinas
           evaluate ws-fs-arqDisciplinas
               when 00
                   set ws-disciplina-valida to true
               when 23
                   set ws-disciplina-invalida to true
               when other
                   set ws-disciplina-invalida to true
                   move 47                                      to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqDisciplinas "      to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
           end-evaluate

           .
       ler-disciplina-por-codigo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Confere se a Disciplina Lida em dis-registro é Oferecida
      *>       na Turma Informada em ws-turma
      *>------------------------------------------------------------------------
       conferir-oferta-disciplina section.

           set ws-disciplina-nao-oferecida to true
           move 1 to ws-dis-ix
           perform until ws-dis-ix > 10 or ws-disciplina-oferecida
               if dis-turma (ws-dis-ix) = ws-turma
               and ws-turma <> spaces then
                   set ws-disciplina-oferecida to true
               end-if
               add 1 to ws-dis-ix
           end-perform

           .
       conferir-oferta-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Le as Cinco Notas (Quatro Bimestres e o Exame Final) do
      *>      Aluno em ws-cod-aluno na Disciplina em ws-dis-cod-disciplina;
      *>      Bimestre Sem Registro Vale Nota Zero
      *>------------------------------------------------------------------------
       ler-notas-disciplina section.

           move 1 to ws-nd-ix
           perform until ws-nd-ix > 5
               move 0 to ws-nd-nota (ws-nd-ix)
               set ws-nd-nao-existe (ws-nd-ix) to true

               move ws-cod-aluno          to not-cod-aluno
               move ws-dis-cod-disciplina to not-cod-disciplina
               move ws-nd-ix              to not-bimestre
               read arqNotas
               evaluate ws-fs-arqNotas
                   when 00
                       move not-nota to ws-nd-nota (ws-nd-ix)
                       set ws-nd-existe (ws-nd-ix) to true
                   when 23
                       continue
                   when other
                       move 36                                   to ws-msn-erro-ofsset
                       move ws-fs-arqNotas                       to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqNotas "         to ws-msn-erro-text
                       set ws-erro-nao-fatal to true
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

           move ws-cod-aluno          to not-cod-aluno
           move ws-dis-cod-disciplina to not-cod-disciplina
           move ws-nd-ix              to not-bimestre
           read arqNotas
           evaluate ws-fs-arqNotas
      *>       Nota Ja Lançada - o Valor Informado Substitui o Antigo
               when 00
                   move ws-nd-nota (ws-nd-ix) to not-nota
                   rewrite not-registro
               when 23
                   move ws-cod-aluno          to not-cod-aluno
                   move ws-dis-cod-disciplina to not-cod-disciplina
                   move ws-nd-ix              to not-bimestre
                   move ws-nd-nota (ws-nd-ix) to not-nota
                   write not-registro
               when other
                   set ws-nd-gravacao-falhou to true
                   move 36                                   to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                       to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqNotas "         to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
           end-evaluate

           if ws-nd-gravacao-ok then
               if ws-fs-arqNotas <> 00 then
                   set ws-nd-gravacao-falhou to true
                   move 35                                   to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                       to ws-msn-erro-cod
                   move "Erro ao Gravar arq. arqNotas "      to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
               else
                   set ws-nd-existe (ws-nd-ix) to true
               end-if
           end-if

           .
       gravar-nota-bimestre-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Monta a Imagem de Auditoria NOTADISC com as Notas Correntes
      *>      da Disciplina (ws-notas-disciplina)
      *>------------------------------------------------------------------------
       montar-imagem-notas section.

           move ws-cod-aluno          to ws-imn-cod-aluno
           move ws-dis-cod-disciplina to ws-imn-cod-disciplina
           move 1 to ws-nd-ix
           perform until ws-nd-ix > 5
               move ws-nd-nota (ws-nd-ix) to ws-imn-nota (ws-nd-ix)
               add 1 to ws-nd-ix
           end-perform

           if ws-nd-existe (5) then
               set ws-imn-exame-lancado  to true
           else
               set ws-imn-exame-pendente to true
           end-if

           .
       montar-imagem-notas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Mostra as Notas Ja Lançadas da Disciplina Corrente
      *>------------------------------------------------------------------------
       exibir-notas-disciplina section.

           move ws-nd-nota (1) to ws-nd-nota1-ed
           move ws-nd-nota (2) to ws-nd-nota2-ed
           move ws-nd-nota (3) to ws-nd-nota3-ed
           move ws-nd-nota (4) to ws-nd-nota4-ed

           display "Notas Atuais : " ws-nd-nota1-ed " " ws-nd-nota2-ed " "
                   ws-nd-nota3-ed " " ws-nd-nota4-ed

           .
       exibir-notas-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Mostra, Para o Aluno em ws-alunos, Uma Linha por Disciplina
      *>      Oferecida na Turma: as Quatro Notas, o Exame e a Media
      *>------------------------------------------------------------------------
       exibir-notas-aluno section.

           display "Disciplina                      Nota1 Nota2 Nota3 Nota4 Exame Media"

           move low-values to dis-cod-disciplina
           start arqDisciplinas key is >= dis-cod-disciplina

           if ws-fs-arqDisciplinas <> 0 then
               display "Nenhuma Disciplina Cadastrada!"
           else
               set ws-dis-nao-fim to true
               perform until ws-dis-eh-fim

                   read arqDisciplinas next

                   if ws-fs-arqDisciplinas = 10 then
                       set ws-dis-eh-fim to true
                   else
                       if ws-fs-arqDisciplinas <> 00 then
                           move 47                                   to ws-msn-erro-ofsset
                           move ws-fs-arqDisciplinas                 to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqDisciplinas "   to ws-msn-erro-text
                           set ws-erro-nao-fatal to true
                           perform finaliza-anormal
                           set ws-dis-eh-fim to true
                       else
                           perform conferir-oferta-disciplina
                           if ws-disciplina-oferecida then
                               perform exibir-linha-disciplina
                           end-if
                       end-if
                   end-if

               end-perform
           end-if

           .
       exibir-notas-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Mostra a Linha de Notas da Disciplina Lida em dis-registro
      *>------------------------------------------------------------------------
       exibir-linha-disciplina section.

           move dis-cod-disciplina to ws-dis-cod-disciplina
           perform ler-notas-disciplina

           compute ws-dis-media = (ws-nd-nota (1) + ws-nd-nota (2)
                                 + ws-nd-nota (3) + ws-nd-nota (4)) / 4

           move ws-nd-nota (1) to ws-nd-nota1-ed
           move ws-nd-nota (2) to ws-nd-nota2-ed
           move ws-nd-nota (3) to ws-nd-nota3-ed
           move ws-nd-nota (4) to ws-nd-nota4-ed
           move ws-nd-nota (5) to ws-nd-exame-ed
           move ws-dis-media   to ws-dis-media-ed

           if ws-nd-existe (5) then
               display dis-cod-disciplina " " dis-nome (1:25) " "
                       ws-nd-nota1-ed " " ws-nd-nota2-ed " " ws-nd-nota3-ed " "
                       ws-nd-nota4-ed " " ws-nd-exame-ed " " ws-dis-media-ed
           else
               display dis-cod-disciplina " " dis-nome (1:25) " "
                       ws-nd-nota1-ed " " ws-nd-nota2-ed " " ws-nd-nota3-ed " "
                       ws-nd-nota4-ed "   -   " ws-dis-media-ed
           end-if

           .
       exibir-linha-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Apura a Situação Final do Aluno em ws-cod-aluno/ws-turma a
      *>      Partir das Disciplinas da Turma: Abaixo de 75% de Frequencia
      *>      Reprova por Falta; Reprovado em Mais Disciplinas do Que o
      *>      Regimento Permite Fica Retido (Reprovado); Com Alguma
      *>      Disciplina em Exame Fica "Em Exame"; Senao Aprovado
      *>      (Espera ws-freq-percentual Ja Calculado)
      *>------------------------------------------------------------------------
       apurar-situacao-aluno section.

           move 0 to ws-sit-qtd-disciplinas
           move 0 to ws-sit-qtd-reprovadas
           move 0 to ws-sit-qtd-em-exame
           move 0 to ws-sit-soma-medias

           move low-values to dis-cod-disciplina
           start arqDisciplinas key is >= dis-cod-disciplina

           if ws-fs-arqDisciplinas = 0 then
               set ws-dis-nao-fim to true
               perform until ws-dis-eh-fim

                   read arqDisciplinas next

                   if ws-fs-arqDisciplinas = 10 then
                       set ws-dis-eh-fim to true
                   else
                       if ws-fs-arqDisciplinas <> 00 then
                           move 47                                   to ws-msn-erro-ofsset
                           move ws-fs-arqDisciplinas                 to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqDisciplinas "   to ws-msn-erro-text
                           set ws-erro-nao-fatal to true
                           perform finaliza-anormal
                           set ws-dis-eh-fim to true
                       else
                           perform conferir-oferta-disciplina
                           if ws-disciplina-oferecida then
                               move dis-cod-disciplina to ws-dis-cod-disciplina
                               perform ler-notas-disciplina
                               perform apurar-situacao-disciplina
                           end-if
                       end-if
                   end-if

               end-perform
           end-if

           if ws-sit-qtd-disciplinas > 0 then
               compute ws-sit-media-geral = ws-sit-soma-medias / ws-sit-qtd-disciplinas
           else
               move 0 to ws-sit-media-geral
           end-if

           evaluate true
               when ws-freq-percentual < 75
                   move "Reprovado por Falta" to ws-sit-situacao
               when ws-sit-qtd-reprovadas > ws-limite-reprovacoes
                   move "Reprovado"           to ws-sit-situacao
               when ws-sit-qtd-em-exame > 0
                   move "Em Exame"            to ws-sit-situacao
               when other
                   move "Aprovado"            to ws-sit-situacao
           end-evaluate

           .
       apurar-situacao-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Apura Media e Situação da Disciplina Corrente (Notas em
      *>      ws-notas-disciplina): Media 7,00 ou Mais Aprova; Entre 5,00
      *>      e 6,99 Vai a Exame, e com o Exame Lançado Vale a Media Final
      *>      (Media + Exame) / 2 Contra 5,00; Abaixo de 5,00 Reprova
      *>------------------------------------------------------------------------
       apurar-situacao-disciplina section.

           compute ws-dis-media = (ws-nd-nota (1) + ws-nd-nota (2)
                                 + ws-nd-nota (3) + ws-nd-nota (4)) / 4

           evaluate true
               when ws-freq-percentual < 75
                   move "Reprovado por Falta" to ws-dis-situacao
                   add 1 to ws-sit-qtd-reprovadas
               when ws-dis-media >= 7,00
                   move "Aprovado"            to ws-dis-situacao
               when ws-dis-media >= 5,00
                   if ws-nd-existe (5) then
                       compute ws-exa-media-final =
                           (ws-dis-media + ws-nd-nota (5)) / 2
                       if ws-exa-media-final >= 5,00 then
                           move "Aprovado"    to ws-dis-situacao
                       else
                           move "Reprovado"   to ws-dis-situacao
                           add 1 to ws-sit-qtd-reprovadas
                       end-if
                   else
                       move "Em Exame"        to ws-dis-situacao
                       add 1 to ws-sit-qtd-em-exame
                   end-if
               when other
                   move "Reprovado"           to ws-dis-situacao
                   add 1 to ws-sit-qtd-reprovadas
           end-evaluate

           add 1            to ws-sit-qtd-disciplinas
           add ws-dis-media to ws-sit-soma-medias

           .
       apurar-situacao-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Registro Mensal de Faltas - Um Registro de Frequencia por
      *>      Aluno e Mes, com as Aulas Dadas e as Faltas do Mes
      *>------------------------------------------------------------------------
       registrar-faltas section.

           perform until ws-voltar-tela

               display erase
               display "------ Registro de Faltas do Mes ------"
      *>       Identificando o Aluno
               display "Informe o Codigo do Aluno: "
               accept ws-cod-aluno

               move ws-cod-aluno to fd-cod-aluno
               read arqCadAlunosIndex
      *>       Tratamento de Erro - Caso O File Status dê Diferente de Zero Aparecerá a Mensagem de Erro na Section Finaliza Anormal
               if ws-fs-arqCadAlunosIndex  <> 00 then
      *>           Tratamento de Erro - Caso O File Status dê igual 23 o Registro Não Existe (Nesse Caso o Codigo)
                   if ws-fs-arqCadAlunosIndex = 23 then
                       display "Codigo de Aluno Inexistente"
                   else
                       move 30                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCadAlunosIndex                  to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqCadAlunosIndex "    to ws-msn-erro-text
                       set ws-erro-nao-fatal to true
                       perform finaliza-anormal
                   end-if
               else
                   if fd-inativo then
                       display "Aluno Inativo - Frequencia Nao Registrada"
                   else
                       perform informar-faltas-mes
                   end-if
               end-if

      *>       Condição de Saida
               display " "
               display "Deseja Registrar Mais Faltas? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           .
       registrar-faltas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Pede o Mes, as Aulas Dadas e as Faltas do Aluno Corrente e
      *>      Grava (ou Regrava) o Registro de Frequencia do Mes
      *>------------------------------------------------------------------------
       informar-faltas-mes section.

           display "Mes (01 a 12)      : "
           accept ws-freq-mes
           perform until ws-freq-mes >= 1 and ws-freq-mes <= 12
               display "Mes Invalido! Informe um Valor Entre 01 e 12"
               display "Mes (01 a 12)      : "
               accept ws-freq-mes
           end-perform

           display "Aulas Dadas no Mes : "
           accept ws-freq-aulas

           display "Faltas no Mes      : "
           accept ws-freq-faltas
           perform until ws-freq-faltas <= ws-freq-aulas
               display "Faltas Nao Podem Exceder as Aulas Dadas no Mes"
               display "Faltas no Mes      : "
               accept ws-freq-faltas
           end-perform

           move ws-cod-aluno to frq-cod-aluno
           move ws-freq-mes  to frq-mes
           read arqFrequencia
           evaluate ws-fs-arqFrequencia
      *>       Mes Ja Registrado - os Valores Informados Substituem os Antigos
               when 00
                   move ws-freq-aulas  to frq-aulas
                   move ws-freq-faltas to frq-faltas
                   rewrite frq-registro
                   if ws-fs-arqFrequencia = 0 then
                       display "Frequencia do Mes " ws-freq-mes " Alterada Com Sucesso!"
                   else
                       move 31                                      to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                     to ws-msn-erro-cod
                       move "Erro ao Gravar arq. arqFrequencia "    to ws-msn-erro-text
                       set ws-erro-nao-fatal to true
                       perform finaliza-anormal
                   end-if
               when 23
                   move ws-cod-aluno   to frq-cod-aluno
                   move ws-freq-mes    to frq-mes
                   move ws-freq-aulas  to frq-aulas
                   move ws-freq-faltas to frq-faltas
                   write frq-registro
                   if ws-fs-arqFrequencia = 0 then
                       display "Frequencia do Mes " ws-freq-mes " Registrada Com Sucesso!"
                   else
                       move 31                                      to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                     to ws-msn-erro-cod
                       move "Erro ao Gravar arq. arqFrequencia "    to ws-msn-erro-text
                       set ws-erro-nao-fatal to true
                       perform finaliza-anormal
                   end-if
               when other
                   move 32                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                     to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqFrequencia "       to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
           end-evaluate

           .
       informar-faltas-mes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Soma as Aulas Dadas e as Faltas dos Doze Meses do Aluno em
      *>      ws-cod-aluno e Calcula o Percentual de Frequencia - Alunos
      *>      Sem Nenhum Registro Ficam com 100% (Nao Ha Como Reprovar
      *>      por Falta Sem Frequencia Apurada)
      *>------------------------------------------------------------------------
       calcular-frequencia section.

           move 0 to ws-freq-total-aulas
           move 0 to ws-freq-total-faltas

           move 1 to ws-freq-mes
           perform until ws-freq-mes > 12
               move ws-cod-aluno to frq-cod-aluno
               move ws-freq-mes  to frq-mes
               read arqFrequencia
               evaluate ws-fs-arqFrequencia
                   when 00
                       add frq-aulas  to ws-freq-total-aulas
                       add frq-faltas to ws-freq-total-faltas
                   when 23
                       continue
                   when other
                       move 32                                      to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                     to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqFrequencia "       to ws-msn-erro-text
                       set ws-erro-nao-fatal to true
                       perform finaliza-anormal
               end-evaluate
               add 1 to ws-freq-mes
           end-perform

           if ws-freq-total-aulas = 0 then
               move 100 to ws-freq-percentual
           else
               compute ws-freq-percentual rounded =
                   ((ws-freq-total-aulas - ws-freq-total-faltas) * 100)
                   / ws-freq-total-aulas
           end-if

           .
       calcular-frequencia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Registro da Nota do Exame Final (Recuperação) - Aceita
      *>      Somente Alunos Ativos na Faixa de Exame da Disciplina (Media
      *>      Entre 5,00 e 6,99) e com Frequencia em Dia; a Media Final
      *>      Sai na Hora
      *>------------------------------------------------------------------------
       registrar-exame section.

           perform until ws-voltar-tela

               display erase
               display "------ Registro da Nota do Exame Final ------"
      *>       Identificando o Aluno
               display "Informe o Codigo do Aluno: "
               accept ws-cod-aluno

               move ws-cod-aluno to fd-cod-aluno
               read arqCadAlunosIndex
      *>       Tratamento de Erro - Caso O File Status dê Diferente de Zero Aparecerá a Mensagem de Erro na Section Finaliza Anormal
               if ws-fs-arqCadAlunosIndex  <> 00 then
      *>           Tratamento de Erro - Caso O File Status dê igual 23 o Registro Não Existe (Nesse Caso o Codigo)
                   if ws-fs-arqCadAlunosIndex = 23 then
                       display "Codigo de Aluno Inexistente"
                   else
                       move 34                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCadAlunosIndex                  to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqCadAlunosIndex "    to ws-msn-erro-text
                       set ws-erro-nao-fatal to true
                       perform finaliza-anormal
                   end-if
               else
                   perform conferir-faixa-exame
               end-if

      *>       Condição de Saida
               display " "
               display "Deseja Registrar Mais Algum Exame? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           .
       registrar-exame-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Confere se o Aluno Lido Esta na Faixa de Exame na Disciplina
      *>      Informada e, Estando, Recebe a Nota do Exame e Grava (ou
      *>      Regrava) o Quinto "Bimestre" da Disciplina
      *>------------------------------------------------------------------------
       conferir-faixa-exame section.

           move fd-cod-aluno to ws-cod-aluno
           move fd-turma     to ws-turma

           if fd-inativo then
               display "Aluno Inativo - Fora da Faixa de Exame"
           else
               perform informar-disciplina-aluno
               if ws-disciplina-valida then
                   perform ler-notas-disciplina
                   compute ws-exa-media = (ws-nd-nota (1) + ws-nd-nota (2)
                                         + ws-nd-nota (3) + ws-nd-nota (4)) / 4

                   perform calcular-frequencia

                   evaluate true
                       when ws-freq-percentual < 75
                           display "Aluno Reprovado por Falta - Fora da Faixa de Exame"
                       when ws-exa-media >= 7,00
                           display "Aluno Ja Aprovado (Media " ws-exa-media ") - Fora da Faixa de Exame"
                       when ws-exa-media < 5,00
                           display "Aluno Reprovado Direto (Media " ws-exa-media ") - Fora da Faixa de Exame"
                       when other
                           perform informar-nota-exame
                   end-evaluate
               end-if
           end-if

           .
       conferir-faixa-exame-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Recebe e Grava a Nota do Exame do Aluno em Faixa de Exame,
      *>      Mostrando a Media Final e o Resultado Definitivo
      *>------------------------------------------------------------------------
       informar-nota-exame section.

           display "Informe a Nota do Exame: "
           accept ws-exa-nota-exame
           perform until ws-exa-nota-exame <= 10,00
               display "Nota Invalida! Informe um Valor Entre 0,00 e 10,00"
               display "Informe a Nota do Exame: "
               accept ws-exa-nota-exame
           end-perform

      *>   Guarda os Dados Antes da Alteração Para a Trilha de Auditoria
           perform montar-imagem-notas
           move ws-imagem-notas to ws-aud-dados-antigos

      *>   Exame Ja Registrado - a Nota Informada Substitui a Antiga
           move ws-exa-nota-exame to ws-nd-nota (5)
           move 5 to ws-nd-ix
           set ws-nd-gravacao-ok to true
           perform gravar-nota-bimestre

      *>   O Resultado So é Anunciado Quando a Gravação Deu Certo - Apos
      *>   um Erro de Gravação (com o Operador Optando por Continuar) o
      *>   Aviso Enganaria a Secretaria
           if ws-nd-gravacao-ok then
      *>       Registra a Operação na Trilha de Auditoria
               perform montar-imagem-notas
               move "NOTADISC"       to ws-aud-operacao
               move ws-imagem-notas  to ws-aud-dados-novos
               perform gravar-auditoria

               compute ws-exa-media-final = (ws-exa-media + ws-exa-nota-exame) / 2

               display "Media Final (Media + Exame) / 2: " ws-exa-media-final
               if ws-exa-media-final >= 5,00 then
                   display "Resultado Definitivo: Aprovado"
               else
                   display "Resultado Definitivo: Reprovado"
               end-if
           end-if

           .
       informar-nota-exame-exit.
           exit.
      *>------------------------------------------------------------------------
       consulta-indexada section.

           display erase
      *>   Identificando o Aluno
           display "Informe o Codigo do Aluno a Ser Consultado:"
           accept ws-cod-aluno

           move ws-cod-aluno to fd-cod-aluno
      *>   Ler Dados do Arquivo
           read arqCadAlunosIndex
      *>   Tratamento de Erro - Caso O File Status dê Diferente de Zero e Dez Aparecerá a Mensagem de Erro na Section Finaliza Anormal
           if  ws-fs-arqCadAlunosIndex <> 0
           and ws-fs-arqCadAlunosIndex <> 10 then
      *>       Tratamento de Erro - Caso O File Status dê igual 23 o Registro Não Existe (Nesse Caso o Codigo)
               if ws-fs-arqCadAlunosIndex = 23 then
                   display "Codigo Informado Invalido!"
               else
                   move 5                                         to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlunosIndex                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAlunosIndex "     to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
               end-if
           else
               move  fd-alunos       to  ws-alunos

      *>       Displays na Tela
               display "Codigo       : " ws-cod-aluno
               display "Aluno        : " ws-aluno
               display "Endereco     : " ws-endereco
               display "Nome da Mae  : " ws-mae
               display "Nome do Pai  : " ws-pai
               display "Telefone     : " ws-telefone
               display "Email        : " ws-email
               display "Turma        : " ws-turma
               display "Situacao     : " ws-status
               display " "
               perform exibir-notas-aluno
           end-if

           .
       consulta-indexada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Rotina de Consulta - Lê o Arquivo Pela Chave Alternativa (Nome)
      *>------------------------------------------------------------------------
       consulta-por-nome section.

           display erase
      *>   Identificando o Aluno Pelo Nome (Aceita Nome Completo ou Apenas o Inicio)
           display "Informe o Nome do Aluno a Ser Consultado:"
           move spaces to ws-busca-nome
           accept ws-busca-nome

      *>   Calcula o Tamanho Preenchido do Nome Informado (Sem os Espacos a Direita)
           move 25 to ws-tam-busca
           perform until ws-tam-busca = 0
                    or ws-busca-nome (ws-tam-busca:1) <> space
               subtract 1 from ws-tam-busca
           end-perform

           if ws-tam-busca = 0 then
               move low-values to fd-aluno
           else
               move ws-busca-nome to fd-aluno
           end-if

      *>   Posiciona no Primeiro Registro Cuja Chave Alternativa Seja >= ao Nome Informado
           start arqCadAlunosIndex key is >= fd-aluno

           if ws-fs-arqCadAlunosIndex <> 0 then
               display "Nenhum Aluno Encontrado com Este Nome!"
           else
               set ws-busca-continuar to true
               perform until ws-busca-parar

                   read arqCadAlunosIndex next

                   if ws-fs-arqCadAlunosIndex = 10 then
                       set ws-busca-parar to true
                   else
                   if ws-fs-arqCadAlunosIndex <> 0 then
                       move 5                                         to ws-msn-erro-ofsset
                       move ws-fs-arqCadAlunosIndex                   to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqCadAlunosIndex "     to ws-msn-erro-text
                       set ws-erro-nao-fatal to true
                       perform finaliza-anormal
                       set ws-busca-parar to true
                   else
                       if ws-tam-busca > 0
                       and fd-aluno (1:ws-tam-busca) <> ws-busca-nome (1:ws-tam-busca) then
                           set ws-busca-parar to true
                       else
                           move  fd-alunos       to  ws-alunos

      *>                   Displays na Tela
                           display "Codigo       : " ws-cod-aluno
                           display "Aluno        : " ws-aluno
                           display "Endereco     : " ws-endereco
                           display "Nome da Mae  : " ws-mae
                           display "Nome do Pai  : " ws-pai
                           display "Telefone     : " ws-telefone
                           display "Email        : " ws-email
                           display "Turma        : " ws-turma
                           display "Situacao     : " ws-status
                           display " "
                           perform exibir-notas-aluno

                           display " "
                           display "Deseja Ver o Proximo Aluno com Este Nome? 'S' ou 'V'oltar"
                           accept ws-sair
                           if ws-voltar-tela then
                               set ws-busca-parar to true
                           end-if
                       end-if
                   end-if
                   end-if

               end-perform
           end-if

      *>   Zera ws-sair Para Que um "S" Deste Prompt Nunca Vaze Para o Menu
      *>   Principal (Ele Compartilha o Campo/88 ws-fechar-programa de la) -
      *>   Cobre Tambem os Casos em Que o Laco Acima Termina Sem Reperguntar
      *>   (Fim de Arquivo, Nome Nao Confere, Erro Inesperado)
           move space to ws-sair

           .
       consulta-por-nome-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Rotina de Consulta - Lê o Arquivo de Forma Sequencial Next
      *>------------------------------------------------------------------------
       consulta-sequencial-next section.

           perform until ws-voltar-tela

               display erase
      *>       Ler Dados do Arquivo
               read arqCadAlunosIndex next
      *>       Tratamento de Erro - Caso O File Status dê Diferente de Zero Aparecerá a Mensagem de Erro na Section Finaliza Anormal
               if  ws-fs-arqCadAlunosIndex <> 0  then
      *>          Tratamento de Erro - Caso O File Status dê Igual a 10 Irá Para a Section de Consulta Sequencial Prev
                  if ws-fs-arqCadAlunosIndex = 10 then
                      perform consultar-sequencial-prev
                  else
                      move 6                                       to ws-msn-erro-ofsset
                      move ws-fs-arqCadAlunosIndex                 to ws-msn-erro-cod
                      move "Erro ao Ler arq. arqCadAlunosIndex "   to ws-msn-erro-text
                      set ws-erro-nao-fatal to true
                      perform finaliza-anormal
                  end-if
               else
                   move  fd-alunos       to  ws-alunos

      *>            Displays na Tela
                   display "Codigo       : " ws-cod-aluno
                   display "Aluno        : " ws-aluno
                   display "Endereco     : " ws-endereco
                   display "Nome da Mae  : " ws-mae
                   display "Nome do Pai  : " ws-pai
                   display "Telefone     : " ws-telefone
                   display "Email        : " ws-email
                   display "Turma        : " ws-turma
                   display "Situacao     : " ws-status
                   display " "
                   perform exibir-notas-aluno

      *>            Condição de Saida
                   display "Deseja Consultar o Proximo Aluno? 'S' ou 'V'oltar"
                   accept ws-sair
               end-if

           end-perform

           .
       consulta-sequencial-next-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Rotina de Consulta - Lê o Arquivo de Forma Sequencial Prev
      *>------------------------------------------------------------------------
       consultar-sequencial-prev section.

           perform until ws-voltar-tela

               display erase
      *>       Ler Dados do Arquivo
               read arqCadAlunosIndex previous
      *>       Tratamento de Erro - Caso O File Status dê Diferente de Zero Aparecerá a Mensagem de Erro na Section Finaliza Anormal
               if  ws-fs-arqCadAlunosIndex <> 0  then
      *>          Tratamento de Erro - Caso O File Status dê Igual a 10 Irá Para a Section de Consulta Sequencial Next
                  if ws-fs-arqCadAlunosIndex = 10 then
                      perform consulta-sequencial-next
                  else
                      move 7                                       to ws-msn-erro-ofsset
                      move ws-fs-arqCadAlunosIndex                 to ws-msn-erro-cod
                      move "Erro ao Ler arq. arqCadAlunosIndex "   to ws-msn-erro-text
                      set ws-erro-nao-fatal to true
                      perform finaliza-anormal
                  end-if
               else
                   move  fd-alunos       to  ws-alunos

      *>            Displays na Tela
                   display "Codigo       : " ws-cod-aluno
                   display "Aluno        : " ws-aluno
                   display "Endereco     : " ws-endereco
                   display "Nome da Mae  : " ws-mae
                   display "Nome do Pai  : " ws-pai
                   display "Telefone     : " ws-telefone
                   display "Email        : " ws-email
                   display "Turma        : " ws-turma
                   display "Situacao     : " ws-status
                   display " "
                   perform exibir-notas-aluno

      *>            Condição de Saida
                   display "Deseja Consultar o Aluno Anterior? 'S' ou 'V'oltar"
                   accept ws-sair
               end-if

           end-perform

           .
       consultar-sequencial-prev-exit.
           exit.

      *>------------------------------------------------------------------------
      *>      Rotina de Listagem Geral - Quebra de Controle por Turma: Cada
      *>      Turma do Cadastro Mestre Gera Seu Proprio Cabeçalho de Pagina
      *>      e Seus Subtotais, e um Resumo Geral Fecha o Relatorio
      *>------------------------------------------------------------------------
       listagem-geral section.

      *>   Monta o Nome Datado da Geração - Cada Execução Gera um
      *>   Arquivo Proprio ao Inves de Sobrescrever o Anterior
           accept ws-ger-data from date yyyymmdd
           accept ws-ger-hora from time

           move spaces to ws-nome-arqListagem
           string "arqListagemGeral_" delimited by size
                  ws-ger-data         delimited by size
                  "_"                 delimited by size
                  ws-ger-hora         delimited by size
                  ".txt"              delimited by size
                  into ws-nome-arqListagem
           end-string

      *>   Abre o Relatorio de Listagem Geral Para Escrita
           open output arqListagemGeral
           if ws-fs-arqListagemGeral <> 00 then
               move 14                                        to ws-msn-erro-ofsset
               move ws-fs-arqListagemGeral                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqListagemGeral "    to ws-msn-erro-text
               set ws-erro-nao-fatal to true
               perform finaliza-anormal
           end-if

           move 0 to ws-lst-pagina
           move 0 to ws-lst-qtd-alunos
           move 0 to ws-lst-qtd-aprovados
           move 0 to ws-lst-qtd-reprovados
           move 0 to ws-lst-qtd-rep-falta
           move 0 to ws-lst-qtd-em-exame
           move 0 to ws-lst-soma-medias

      *>   Percorre o Cadastro Mestre de Turmas em Ordem de Codigo - Cada
      *>   Turma Encontrada Gera um Grupo Proprio na Listagem
           set ws-lst-grupo-turma to true
           move low-values to trm-cod-turma
           start arqTurmas key is >= trm-cod-turma

           if ws-fs-arqTurmas = 0 then
               set ws-trm-nao-fim to true
               perform until ws-trm-eh-fim

                   read arqTurmas next

                   if ws-fs-arqTurmas = 10 then
                       set ws-trm-eh-fim to true
                   else
                       if ws-fs-arqTurmas <> 00 then
                           move 21                               to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas                  to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqTurmas "    to ws-msn-erro-text
                           set ws-erro-nao-fatal to true
                           perform finaliza-anormal
                           set ws-trm-eh-fim to true
                       else
                           perform listar-alunos-turma
                       end-if
                   end-if

               end-perform
           end-if

      *>   Grupo Final - Alunos Ativos Cuja Turma Nao Existe no Cadastro
      *>   Mestre (Registros Anteriores a Validação de Turma)
           set ws-lst-grupo-sem-turma to true
           perform listar-alunos-turma

           perform imprimir-totais-listagem

      *>   Fecha o Relatorio
           close arqListagemGeral

      *>   Registra a Geração no Catalogo de Relatorios
           perform gravar-catalogo-listagem

           display "Listagem Geral Gerada com Sucesso em " ws-nome-arqListagem

           .
       listagem-geral-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Lista os Alunos Ativos do Grupo Corrente (a Turma Lida no
      *>      Cadastro Mestre ou, no Grupo Final, os Alunos Sem Turma
      *>      Cadastrada), Com Subtotais ao Final do Grupo
      *>------------------------------------------------------------------------
       listar-alunos-turma section.

           move 0 to ws-lst-trm-qtd-alunos
           move 0 to ws-lst-trm-qtd-aprovados
           move 0 to ws-lst-trm-qtd-reprovados
           move 0 to ws-lst-trm-qtd-rep-falta
           move 0 to ws-lst-trm-qtd-em-exame
           move 0 to ws-lst-trm-soma-medias
           move 99 to ws-lst-linhas-pagina       *> Força o Cabeçalho da Turma no Primeiro Aluno do Grupo

      *>   Reposiciona no Inicio do Arquivo Pela Chave Primaria (Codigo)
           move 0 to fd-cod-aluno
           start arqCadAlunosIndex key is >= fd-cod-aluno
           set ws-lst-nao-fim to true

      *>   Tratamento de Erro - Cadastro Vazio (ou Sem Registros a Partir da
      *>   Chave Informada) Gera um Grupo Com Zero Alunos ao Inves de
      *>   Deixar a Leitura Seguinte Estourar um Erro Inesperado
           if ws-fs-arqCadAlunosIndex <> 0 then
               set ws-lst-eh-fim to true
           end-if

           perform until ws-lst-eh-fim

               read arqCadAlunosIndex next

               if ws-fs-arqCadAlunosIndex = 10 then
                   set ws-lst-eh-fim to true
               else
                   if ws-fs-arqCadAlunosIndex  <> 00 then
                       move 15                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCadAlunosIndex                  to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqCadAlunosIndex "    to ws-msn-erro-text
                       set ws-erro-nao-fatal to true
                       perform finaliza-anormal
                   else
      *>               Alunos Inativos (Excluidos) Nao Entram na Listagem
                       if fd-ativo then
                           perform imprimir-aluno-do-grupo
                       end-if
                   end-if
               end-if

           end-perform

      *>   Turmas Sem Nenhum Aluno Ativo Nao Geram Pagina no Relatorio
           if ws-lst-trm-qtd-alunos > 0 then
               perform imprimir-subtotais-turma
           end-if

           .
       listar-alunos-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Decide se o Aluno Lido Pertence ao Grupo Corrente e Imprime
      *>      Sua Linha - no Grupo de Turma Compara Com a Turma do Mestre,
      *>      no Grupo Final Confere se a Turma do Aluno Nao Esta no Mestre
      *>------------------------------------------------------------------------
       imprimir-aluno-do-grupo section.

           if ws-lst-grupo-turma then
               if fd-turma = trm-cod-turma then
                   perform imprimir-linha-listagem
               end-if
           else
               move fd-turma to ws-trm-cod-turma
               perform ler-turma-por-codigo
               if ws-turma-invalida then
                   perform imprimir-linha-listagem
               end-if
           end-if

           .
       imprimir-aluno-do-grupo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava Uma Linha Montada em lst-linha no Relatorio de Listagem
      *>------------------------------------------------------------------------
       gravar-linha-listagem section.

           write lst-linha
           if ws-fs-arqListagemGeral <> 00 then
               move 17                                        to ws-msn-erro-ofsset
               move ws-fs-arqListagemGeral                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqListagemGeral "   to ws-msn-erro-text
               set ws-erro-nao-fatal to true
               perform finaliza-anormal
           end-if

           .
       gravar-linha-listagem-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Imprime o Cabeçalho de Pagina da Listagem Geral, Com a
      *>      Identificação da Turma do Grupo Corrente
      *>------------------------------------------------------------------------
       imprimir-cabecalho-listagem section.

           add 1 to ws-lst-pagina
           move ws-lst-pagina to ws-lst-pagina-ed

           move spaces to lst-linha
           string "LISTAGEM GERAL POR TURMA"      delimited by size
                  "          Pagina: "            delimited by size
                  ws-lst-pagina-ed                delimited by size
                  into lst-linha
           end-string
           perform gravar-linha-listagem

           move spaces to lst-linha
           perform gravar-linha-listagem

           if ws-lst-grupo-turma then
               move spaces to lst-linha
               string "Turma: "       delimited by size
                      trm-cod-turma   delimited by size
                      " "             delimited by size
                      trm-descricao   delimited by size
                      into lst-linha
               end-string
               perform gravar-linha-listagem

               perform obter-nome-professor

               move spaces to lst-linha
               string "Professor: "      delimited by size
                      ws-nome-professor  delimited by size
                      " Ano Letivo: " delimited by size
                      trm-ano-letivo  delimited by size
                      into lst-linha
               end-string
               perform gravar-linha-listagem
           else
               move spaces to lst-linha
               string "Turma: (Nao Cadastrada no Mestre de Turmas)" delimited by size
                      into lst-linha
               end-string
               perform gravar-linha-listagem
           end-if

           move spaces to lst-linha
           perform gravar-linha-listagem

           move spaces to lst-linha
           string "Codigo  Aluno                      Discip Reprov Exame Media Situacao" delimited by size
                  into lst-linha
           end-string
           perform gravar-linha-listagem

           move spaces to lst-linha
           perform gravar-linha-listagem

           move 0 to ws-lst-linhas-pagina

           .
       imprimir-cabecalho-listagem-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Imprime Uma Linha da Listagem Geral (Um Aluno)
      *>------------------------------------------------------------------------
       imprimir-linha-listagem section.

      *>   Quebra de Pagina a Cada 20 Linhas (o Inicio de Grupo Força a
      *>   Quebra Movendo 99 Para o Contador de Linhas)
           if ws-lst-linhas-pagina >= 20 then
               perform imprimir-cabecalho-listagem
           end-if

      *>   A Frequencia Manda na Situação: Abaixo de 75% o Aluno Reprova
      *>   por Falta Mesmo com Media de Aprovação
           move fd-cod-aluno to ws-cod-aluno
           move fd-turma     to ws-turma
           perform calcular-frequencia

      *>   Situação Apurada por Disciplina: Media 7,00 ou Mais Aprova;
      *>   Entre 5,00 e 6,99 a Disciplina Vai a Exame; Abaixo de 5,00
      *>   Reprova - o Aluno Fica Retido Quando Reprova em Mais
      *>   Disciplinas do Que o Regimento Permite
           perform apurar-situacao-aluno
           move ws-sit-media-geral to ws-lst-media
           move ws-sit-situacao    to ws-lst-situacao

           evaluate ws-lst-situacao
               when "Reprovado por Falta"
                   add 1 to ws-lst-qtd-rep-falta
                   add 1 to ws-lst-trm-qtd-rep-falta
               when "Aprovado"
                   add 1 to ws-lst-qtd-aprovados
                   add 1 to ws-lst-trm-qtd-aprovados
               when "Em Exame"
                   add 1 to ws-lst-qtd-em-exame
                   add 1 to ws-lst-trm-qtd-em-exame
               when other
                   add 1 to ws-lst-qtd-reprovados
                   add 1 to ws-lst-trm-qtd-reprovados
           end-evaluate

           add 1      to ws-lst-qtd-alunos
           add 1      to ws-lst-trm-qtd-alunos
           add ws-lst-media to ws-lst-soma-medias
           add ws-lst-media to ws-lst-trm-soma-medias

      *>   As Quantidades e a Media Sao Movidas Para Campos Editados Com
      *>   o Ponto Decimal (Virgula) Literal Antes do STRING (Ver Motivo
      *>   Acima, Junto a Declaracao dos Campos ws-lst-...-ed)
           move ws-sit-qtd-disciplinas to ws-lst-disciplinas-ed
           move ws-sit-qtd-reprovadas  to ws-lst-reprovadas-ed
           move ws-sit-qtd-em-exame    to ws-lst-em-exame-ed
           move ws-lst-media           to ws-lst-media-ed

           move spaces to lst-linha
           string fd-cod-aluno delimited by size
                  "  "         delimited by size
                  fd-aluno     delimited by size
                  "       "    delimited by size
                  ws-lst-disciplinas-ed delimited by size
                  "     "      delimited by size
                  ws-lst-reprovadas-ed  delimited by size
                  "    "       delimited by size
                  ws-lst-em-exame-ed    delimited by size
                  " "          delimited by size
                  ws-lst-media-ed delimited by size
                  " "          delimited by size
                  ws-lst-situacao delimited by size
                  into lst-linha
           end-string
           perform gravar-linha-listagem

           add 1 to ws-lst-linhas-pagina

           .
       imprimir-linha-listagem-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Imprime os Subtotais do Grupo Corrente (Quebra de Turma)
      *>------------------------------------------------------------------------
       imprimir-subtotais-turma section.

           if ws-lst-trm-qtd-alunos > 0 then
               compute ws-lst-media-turma = ws-lst-trm-soma-medias / ws-lst-trm-qtd-alunos
           else
               move 0 to ws-lst-media-turma
           end-if

           move spaces to lst-linha
           perform gravar-linha-listagem

           move ws-lst-trm-qtd-alunos     to ws-lst-qtd-alunos-ed
           move ws-lst-trm-qtd-aprovados  to ws-lst-qtd-aprovados-ed
           move ws-lst-trm-qtd-reprovados to ws-lst-qtd-reprovados-ed
           move ws-lst-media-turma        to ws-lst-media-turma-ed

           move spaces to lst-linha
           string "Alunos da Turma    : " delimited by size
                  ws-lst-qtd-alunos-ed    delimited by size
                  into lst-linha
           end-string
           perform gravar-linha-listagem

           move spaces to lst-linha
           string "Aprovados da Turma : " delimited by size
                  ws-lst-qtd-aprovados-ed delimited by size
                  into lst-linha
           end-string
           perform gravar-linha-listagem

           move spaces to lst-linha
           string "Reprovados da Turma: " delimited by size
                  ws-lst-qtd-reprovados-ed delimited by size
                  into lst-linha
           end-string
           perform gravar-linha-listagem

           move ws-lst-trm-qtd-rep-falta to ws-lst-qtd-rep-falta-ed

           move spaces to lst-linha
           string "Reprov. por Falta  : " delimited by size
                  ws-lst-qtd-rep-falta-ed delimited by size
                  into lst-linha
           end-string
           perform gravar-linha-listagem

           move ws-lst-trm-qtd-em-exame to ws-lst-qtd-em-exame-ed

           move spaces to lst-linha
           string "Em Exame da Turma  : " delimited by size
                  ws-lst-qtd-em-exame-ed  delimited by size
                  into lst-linha
           end-string
           perform gravar-linha-listagem

           move spaces to lst-linha
           string "Media da Turma     : " delimited by size
                  ws-lst-media-turma-ed   delimited by size
                  into lst-linha
           end-string
           perform gravar-linha-listagem

           .
       imprimir-subtotais-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Imprime a Pagina de Resumo Geral da Listagem (Totais de Todas
      *>      as Turmas e Media Geral)
      *>------------------------------------------------------------------------
       imprimir-totais-listagem section.

           if ws-lst-qtd-alunos > 0 then
               compute ws-lst-media-geral = ws-lst-soma-medias / ws-lst-qtd-alunos
           else
               move 0 to ws-lst-media-geral
           end-if

           add 1 to ws-lst-pagina
           move ws-lst-pagina to ws-lst-pagina-ed

           move spaces to lst-linha
           string "RESUMO GERAL"                  delimited by size
                  "                     Pagina: " delimited by size
                  ws-lst-pagina-ed                delimited by size
                  into lst-linha
           end-string
           perform gravar-linha-listagem

           move spaces to lst-linha
           perform gravar-linha-listagem

           move ws-lst-qtd-alunos     to ws-lst-qtd-alunos-ed
           move ws-lst-qtd-aprovados  to ws-lst-qtd-aprovados-ed
           move ws-lst-qtd-reprovados to ws-lst-qtd-reprovados-ed

           move spaces to lst-linha
           string "Total de Alunos    : " delimited by size
                  ws-lst-qtd-alunos-ed    delimited by size
                  into lst-linha
           end-string
           perform gravar-linha-listagem

           move spaces to lst-linha
           string "Total de Aprovados : " delimited by size
                  ws-lst-qtd-aprovados-ed delimited by size
                  into lst-linha
           end-string
           perform gravar-linha-listagem

           move spaces to lst-linha
           string "Total de Reprovados: " delimited by size
                  ws-lst-qtd-reprovados-ed delimited by size
                  into lst-linha
           end-string
           perform gravar-linha-listagem

           move ws-lst-qtd-rep-falta to ws-lst-qtd-rep-falta-ed

           move spaces to lst-linha
           string "Reprov. por Falta  : " delimited by size
                  ws-lst-qtd-rep-falta-ed delimited by size
                  into lst-linha
           end-string
           perform gravar-linha-listagem

           move ws-lst-qtd-em-exame to ws-lst-qtd-em-exame-ed

           move spaces to lst-linha
           string "Total em Exame     : " delimited by size
                  ws-lst-qtd-em-exame-ed  delimited by size
                  into lst-linha
           end-string
           perform gravar-linha-listagem

           move ws-lst-media-geral to ws-lst-media-geral-ed

           move spaces to lst-linha
           string "Media Geral        : " delimited by size
                  ws-lst-media-geral-ed   delimited by size
                  into lst-linha
           end-string
           perform gravar-linha-listagem

           .
       imprimir-totais-listagem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                  Rotina de Apagar / Delete
      *>------------------------------------------------------------------------
       deletar-cadastro section.

           display erase
      *>   Identificando o Aluno
           display "Informe o Codigo do Aluno a Ser Excluido:"
           accept ws-cod-aluno

           move ws-cod-aluno to fd-cod-aluno
      *>   Le o Registro Para Poder Inativa-lo (Exclusao Logica)
           read arqCadAlunosIndex
      *>   Tratamento de Erro - Caso O File Status dê Diferente de Zero Aparecerá a Mensagem de Erro na Section Finaliza Anormal
           if  ws-fs-arqCadAlunosIndex <> 0 then
      *>       Tratamento de Erro - Caso O File Status dê igual 23 o Registro Não Existe (Nesse Caso o Codigo)
               if ws-fs-arqCadAlunosIndex = 23 then
                   display "Codigo Informado Invalido!"
               else
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlunosIndex                to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqCadAlunosIndex "  to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
               end-if
           else
               if fd-inativo then
                   display "Aluno de Codigo " ws-cod-aluno " Ja Esta Inativo!"
               else
      *>           Guarda os Dados Antes da Alteração Para a Trilha de Auditoria
                   move fd-alunos to ws-aud-dados-antigos
      *>           Marca o Registro Como Inativo ao Inves de Apagar Fisicamente
                   set fd-inativo to true
                   perform regravar-aluno-cadastro
      *>           Tratamento de Erro - Caso O File Status dê Diferente de Zero Aparecerá a Mensagem de Erro na Section Finaliza Anormal
                   if  ws-fs-arqCadAlunosIndex = 0 then
                       display "Aluno de Codigo " ws-cod-aluno " Inativado Com Sucesso!"
      *>               Registra a Operação na Trilha de Auditoria
                       move "EXCLUSAO"    to ws-aud-operacao
                       move fd-alunos     to ws-aud-dados-novos
                       perform gravar-auditoria
      *>               Devolve a Vaga Para a Turma do Aluno - a Chamada da
      *>               Lista de Espera (lista11ex3chamada) a Oferece Adiante
                       perform devolver-vaga-turma
                   else
                       move 8                                          to ws-msn-erro-ofsset
                       move ws-fs-arqCadAlunosIndex                    to ws-msn-erro-cod
                       move "Erro ao Gravar arq. arqCadAlunosIndex "   to ws-msn-erro-text
                       set ws-erro-nao-fatal to true
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           .
       deletar-cadastro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>            Rotina de Reativação de Cadastro Inativo
      *>------------------------------------------------------------------------
       reativar-cadastro section.

           display erase
      *>   Identificando o Aluno
           display "Informe o Codigo do Aluno a Ser Reativado:"
           accept ws-cod-aluno

           move ws-cod-aluno to fd-cod-aluno
           read arqCadAlunosIndex
      *>   Tratamento de Erro - Caso O File Status dê Diferente de Zero Aparecerá a Mensagem de Erro na Section Finaliza Anormal
           if  ws-fs-arqCadAlunosIndex <> 0 then
      *>       Tratamento de Erro - Caso O File Status dê igual 23 o Registro Não Existe (Nesse Caso o Codigo)
               if ws-fs-arqCadAlunosIndex = 23 then
                   display "Codigo Informado Invalido!"
               else
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlunosIndex                to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqCadAlunosIndex "  to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
               end-if
           else
               if fd-ativo then
                   display "Aluno de Codigo " ws-cod-aluno " Ja Esta Ativo!"
               else
      *>           A Reativação Volta a Ocupar Uma Vaga da Turma do Aluno (a
      *>           Exclusão a Devolveu) - Turma Sem Vaga Livre Bloqueia
                   perform conferir-vaga-reativacao
                   if ws-vaga-bloqueada then
                       if ws-vaga-da-fila then
                           display "Turma " fd-turma " com Lista de Espera - Reativacao Bloqueada"
                       else
                           display "Turma " fd-turma " Sem Vagas - Reativacao Bloqueada"
                       end-if
                   else
      *>               Guarda os Dados Antes da Alteração Para a Trilha de Auditoria
                       move fd-alunos to ws-aud-dados-antigos
      *>               Volta o Registro Para Ativo, Sem Perder Nenhum Dado
                       set fd-ativo to true
                       perform regravar-aluno-cadastro
      *>               Tratamento de Erro - Caso O File Status dê Diferente de Zero Aparecerá a Mensagem de Erro na Section Finaliza Anormal
                       if  ws-fs-arqCadAlunosIndex = 0 then
                           display "Aluno de Codigo " ws-cod-aluno " Reativado Com Sucesso!"
      *>                   Registra a Operação na Trilha de Auditoria
                           move "REATIVACAO"  to ws-aud-operacao
                           move fd-alunos     to ws-aud-dados-novos
                           perform gravar-auditoria
      *>                   Volta a Ocupar Uma Vaga da Turma do Aluno
                           perform ocupar-vaga-turma
                       else
                           move 8                                          to ws-msn-erro-ofsset
                           move ws-fs-arqCadAlunosIndex                    to ws-msn-erro-cod
                           move "Erro ao Gravar arq. arqCadAlunosIndex "   to ws-msn-erro-text
                           set ws-erro-nao-fatal to true
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-if

           .
       reativar-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>       Confere se a Turma do Aluno a Reativar Ainda Tem Vaga Livre
      *>       Fora da Fila de Espera - Turma Fora do Cadastro Mestre Nao
      *>       Bloqueia (Nao Ha Vaga a Ocupar)
      *>------------------------------------------------------------------------
       conferir-vaga-reativacao section.

           set ws-vaga-liberada to true

           move fd-turma to ws-trm-cod-turma
           perform ler-turma-por-codigo
           if ws-turma-valida then
               if trm-vagas = 0 then
                   set ws-vaga-bloqueada to true
               else
                   perform contar-fila-turma
                   if ws-fila-aguardando > 0
                   or trm-vagas <= ws-fila-chamadas then
                       set ws-vaga-da-fila to true
                   end-if
               end-if
           end-if

           .
       conferir-vaga-reativacao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Conta a Fila da Turma em fd-turma: Inscrições Aguardando e
      *>       Chamadas em Aberto Ainda no Prazo - a Lista de Espera é
      *>       Aberta Somente Para Esta Consulta (Arquivo Inexistente, Nenhuma
      *>       Fila Formada); Erro de Leitura Bloqueia a Reativação
      *>------------------------------------------------------------------------
       contar-fila-turma section.

           move 0 to ws-fila-aguardando
           move 0 to ws-fila-chamadas

           open input arqListaEspera
           evaluate ws-fs-arqListaEspera
               when 00
                   accept ws-hoje from date yyyymmdd

                   move 0 to esp-inscricao
                   start arqListaEspera key is >= esp-inscricao
                   set ws-esp-nao-fim to true
                   if ws-fs-arqListaEspera <> 0 then
                       set ws-esp-eh-fim to true
                   end-if

                   perform until ws-esp-eh-fim
                       read arqListaEspera next
                       evaluate ws-fs-arqListaEspera
                           when 00
                               if esp-turma = fd-turma then
                                   if esp-aguardando then
                                       add 1 to ws-fila-aguardando
                                   end-if
                                   if esp-chamada-aberta
                                   and esp-prazo >= ws-hoje then
                                       add 1 to ws-fila-chamadas
                                   end-if
                               end-if
                           when 10
                               set ws-esp-eh-fim to true
                           when other
                               set ws-esp-eh-fim to true
                               set ws-vaga-da-fila to true
                               move 61                                      to ws-msn-erro-ofsset
                               move ws-fs-arqListaEspera                    to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqListaEspera "      to ws-msn-erro-text
                               set ws-erro-nao-fatal to true
                               perform finaliza-anormal
                       end-evaluate
                   end-perform

                   close arqListaEspera
                   if ws-fs-arqListaEspera <> 0 then
                       move 62                                      to ws-msn-erro-ofsset
                       move ws-fs-arqListaEspera                    to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqListaEspera "   to ws-msn-erro-text
                       set ws-erro-nao-fatal to true
                       perform finaliza-anormal
                   end-if
               when 35
                   continue
               when other
                   set ws-vaga-da-fila to true
                   move 60                                      to ws-msn-erro-ofsset
                   move ws-fs-arqListaEspera                    to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqListaEspera "    to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
           end-evaluate

           .
       contar-fila-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Devolve Uma Vaga a Turma do Aluno Excluido (fd-turma) e
      *>       Registra a Imagem da Turma Antes/Depois na Auditoria
      *>------------------------------------------------------------------------
       devolver-vaga-turma section.

           move fd-turma to ws-trm-cod-turma
           perform ler-turma-por-codigo
           if ws-turma-valida
           and trm-vagas < 999 then
               move trm-registro to ws-aud-dados-antigos
               add 1 to trm-vagas
               rewrite trm-registro
               if ws-fs-arqTurmas = 00 then
                   move "DEVOLVAGA"  to ws-aud-operacao
                   move trm-registro to ws-aud-dados-novos
                   perform gravar-auditoria
                   display "Vaga Devolvida a Turma " trm-cod-turma " - Vagas: " trm-vagas
               else
                   move 54                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                     to ws-msn-erro-cod
                   move "Erro ao Gravar arq. arqTurmas "    to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
               end-if
           end-if

           .
       devolver-vaga-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Ocupa Uma Vaga da Turma do Aluno Reativado (fd-turma) e
      *>       Registra a Imagem da Turma Antes/Depois na Auditoria
      *>------------------------------------------------------------------------
       ocupar-vaga-turma section.

           move fd-turma to ws-trm-cod-turma
           perform ler-turma-por-codigo
           if ws-turma-valida
           and trm-vagas > 0 then
               move trm-registro to ws-aud-dados-antigos
               subtract 1 from trm-vagas
               rewrite trm-registro
               if ws-fs-arqTurmas = 00 then
                   move "OCUPAVAGA"  to ws-aud-operacao
                   move trm-registro to ws-aud-dados-novos
                   perform gravar-auditoria
               else
                   move 55                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                     to ws-msn-erro-cod
                   move "Erro ao Gravar arq. arqTurmas "    to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
               end-if
           end-if

           .
       ocupar-vaga-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Rotina de alteração de temperatura
      *>------------------------------------------------------------------------
       alterar-cadastro section.

           display erase
      *>   Identificando o Aluno
           display "Informe o Codigo do Aluno a Ser Alterado:"
           accept ws-cod-aluno

           move ws-cod-aluno to fd-cod-aluno
      *>   Le o Registro Atual Para Poder Localiza-lo e Registrar os Dados Antigos
           read arqCadAlunosIndex
           if  ws-fs-arqCadAlunosIndex <> 0 then
      *>       Tratamento de Erro - Caso O File Status dê Igual 23 o Registro Não Existe (Nesse Caso o Codigo)
               if ws-fs-arqCadAlunosIndex = 23 then
                   display "Codigo Informado Invalido!"
               else
                   move 9                                          to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlunosIndex                   to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqCadAlunosIndex "     to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
               end-if
           else
      *>       Guarda os Dados Antes da Alteração Para a Trilha de Auditoria
               move fd-alunos to ws-aud-dados-antigos

               display "Altere o Cadastro Informando Todos os Dados: "

      *>       Alterando os Dados do Cadastro
               display "Aluno      : "
               accept  ws-aluno

               display "Endereco   : "
               accept ws-endereco

               display "Nome da Mae: "
               accept ws-mae

               display "Nome do Pai: "
               accept ws-pai

               display "Telefone   : "
               accept ws-telefone

               display "Email      : "
               accept ws-email

      *>       A Turma Deve Existir no Cadastro Mestre de Turmas - 'V' (ou
      *>       Resposta em Branco) na Repergunta Abandona a Alteração e
      *>       Volta ao Menu Sem Regravar Nada
               set ws-turma-prossegue to true
               display "Turma      : "
               accept ws-turma
               perform validar-turma
               perform until ws-turma-valida or ws-turma-desistiu
                   display "Turma Nao Cadastrada! Informe uma Turma Existente"
                   display "ou 'V' Para Voltar ao Menu"
                   display "Turma      : "
                   accept ws-turma
                   perform validar-turma
                   if ws-turma-invalida
                   and (ws-turma = "V" or ws-turma = "v"
                        or ws-turma = spaces) then
                       set ws-turma-desistiu to true
                   end-if
               end-perform

               if ws-turma-desistiu then
                   display "Alteracao Abandonada - Nenhum Dado Gravado"
               else
      *>           Movendo os Dados Para o Arquivo
                   move ws-aluno     to fd-aluno
                   move ws-endereco  to fd-endereco
                   move ws-mae       to fd-mae
                   move ws-pai       to fd-pai
                   move ws-telefone  to fd-telefone
                   move ws-email     to fd-email
                   move ws-turma     to fd-turma

      *>           Reescrever Dados no Arquivo
                   perform regravar-aluno-cadastro

      *>           Tratamento de Erro - Caso O File Status dê Igual Zero a Informação Será Alterada com Sucesso
                   if  ws-fs-arqCadAlunosIndex = 0 then
                       display "Aluno de Codigo " ws-cod-aluno " Alterado Com Sucesso!"
      *>               Registra a Operação na Trilha de Auditoria
                       move "ALTERACAO"  to ws-aud-operacao
                       move fd-alunos    to ws-aud-dados-novos
                       perform gravar-auditoria
                   else
                       move 9                                             to ws-msn-erro-ofsset
                       move ws-fs-arqCadAlunosIndex                       to ws-msn-erro-cod
                       move "Erro ao Reescrever arq. arqCadAlunosIndex "  to ws-msn-erro-text
                       set ws-erro-nao-fatal to true
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           .
       alterar-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>       Le o Cadastro Mestre de Turmas Pelo Codigo em ws-trm-cod-turma
      *>       e Sinaliza em ws-turma-valida-status se a Turma Existe
      *>------------------------------------------------------------------------
       ler-turma-por-codigo section.

           move ws-trm-cod-turma to trm-cod-turma
           read arqTurmas
           evaluate ws-fs-arqTurmas
               when 00
                   set ws-turma-valida to true
               when 23
                   set ws-turma-invalida to true
               when other
                   set ws-turma-invalida to true
                   move 21                               to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                  to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqTurmas "    to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
           end-evaluate

           .
       ler-turma-por-codigo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Valida a Turma Informada em ws-turma Contra o Cadastro Mestre
      *>------------------------------------------------------------------------
       validar-turma section.

           move ws-turma to ws-trm-cod-turma
           perform ler-turma-por-codigo

           .
       validar-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Manutenção do Cadastro Mestre de Turmas
      *>------------------------------------------------------------------------
       manutencao-turmas section.

           perform until ws-voltar-tela

               display erase
               display "------- Manutencao de Turmas -------"
               display "Insira '1' Para Incluir Turma"
               display "Insira '2' Para Alterar Turma"
               display "Insira '3' Para Consultar Turma"
               display "Insira '4' Para Listar Todas as Turmas"
               display "Insira 'V' Para Voltar"
               accept ws-menu-turma

               evaluate ws-menu-turma
                   when = '1'
                       perform incluir-turma
                   when = '2'
                       perform alterar-turma
                   when = '3'
                       perform consultar-turma
                   when = '4'
                       perform listar-turmas
                   when = 'V'
                   when = 'v'
                       move "V" to ws-sair
                   when other
                       display "Opcao Invalida!"
               end-evaluate

           end-perform

      *>   Zera ws-sair Para Que o "V" da Saida do Submenu Nao Vaze Para
      *>   as Demais Rotinas Que Compartilham o Campo (Ver consulta-por-nome)
           move space to ws-sair

           .
       manutencao-turmas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Inclusão de Turma no Cadastro Mestre
      *>------------------------------------------------------------------------
       incluir-turma section.

           display erase
           display "------- Inclusao de Turma -------"
           display "Codigo da Turma: "
           accept ws-trm-cod-turma

           display "Descricao      : "
           accept ws-trm-descricao

           perform informar-professor-turma

           display "Ano Letivo     : "
           accept ws-trm-ano-letivo

      *>   Vagas Sao os Assentos Ainda Livres da Turma - a Pre-Matricula
      *>   (lista11ex3matricula) Abate Uma Vaga a Cada Aprovação e Bloqueia
      *>   Novas Matriculas Quando as Vagas Chegam a Zero
           display "Vagas          : "
           accept ws-trm-vagas

      *>   Escrever Dados no Arquivo
           write trm-registro from ws-turmas
      *>   Tratamento de Erro - Caso O File Status dê Diferente de Zero Aparecerá a Mensagem de Erro na Section Finaliza Anormal
           evaluate ws-fs-arqTurmas
               when 00
                   display "Turma " ws-trm-cod-turma " Cadastrada Com Sucesso!"
      *>       Tratamento de Erro - Caso O File Status dê Igual 22 o Codigo Ja Esta Cadastrado
               when 22
                   display "Codigo de Turma Ja Cadastrado"
               when other
                   move 22                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                     to ws-msn-erro-cod
                   move "Erro ao Gravar arq. arqTurmas "    to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
           end-evaluate

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       incluir-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Alteração de Turma do Cadastro Mestre
      *>------------------------------------------------------------------------
       alterar-turma section.

           display erase
           display "------- Alteracao de Turma -------"
           display "Informe o Codigo da Turma a Ser Alterada:"
           accept ws-trm-cod-turma

           perform ler-turma-por-codigo
           if ws-turma-invalida then
               display "Turma Nao Cadastrada!"
           else
               display "Altere a Turma Informando Todos os Dados: "

               display "Descricao : "
               accept ws-trm-descricao

               perform informar-professor-turma

               display "Ano Letivo: "
               accept ws-trm-ano-letivo

               display "Vagas     : "
               accept ws-trm-vagas

      *>       Movendo os Dados Para o Arquivo (o Codigo Nao Muda)
               move ws-trm-descricao     to trm-descricao
               move spaces               to trm-professor-legado
               move ws-trm-cod-professor to trm-cod-professor
               move ws-trm-ano-letivo    to trm-ano-letivo
               move ws-trm-vagas         to trm-vagas

      *>       Reescrever Dados no Arquivo
               rewrite trm-registro
               if ws-fs-arqTurmas = 0 then
                   display "Turma " ws-trm-cod-turma " Alterada Com Sucesso!"
               else
                   move 22                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                     to ws-msn-erro-cod
                   move "Erro ao Gravar arq. arqTurmas "    to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
               end-if
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       alterar-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Consulta de Turma do Cadastro Mestre
      *>------------------------------------------------------------------------
       consultar-turma section.

           display erase
           display "------- Consulta de Turma -------"
           display "Informe o Codigo da Turma a Ser Consultada:"
           accept ws-trm-cod-turma

           perform ler-turma-por-codigo
           if ws-turma-invalida then
               display "Turma Nao Cadastrada!"
           else
               perform obter-nome-professor
               display "Codigo    : " trm-cod-turma
               display "Descricao : " trm-descricao
               display "Professor : " ws-nome-professor
               display "Ano Letivo: " trm-ano-letivo
               display "Vagas     : " trm-vagas
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       consultar-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Listagem de Todas as Turmas do Cadastro Mestre
      *>------------------------------------------------------------------------
       listar-turmas section.

           display erase
           display "------- Turmas Cadastradas -------"

           move low-values to trm-cod-turma
           start arqTurmas key is >= trm-cod-turma

           if ws-fs-arqTurmas <> 0 then
               display "Nenhuma Turma Cadastrada!"
           else
               set ws-trm-nao-fim to true
               perform until ws-trm-eh-fim

                           perform finaliza-anormal
                           set ws-trm-eh-fim to true
                       else
                           perform obter-nome-professor
                           display trm-cod-turma " " trm-descricao " " ws-nome-professor " " trm-ano-letivo " Vagas: " trm-vagas
                       end-if
                   end-if

               end-perform
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       listar-turmas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Manutenção do Cadastro Mestre de Disciplinas
      *>------------------------------------------------------------------------
       manutencao-disciplinas section.

           perform until ws-voltar-tela

               display erase
               display "------- Manutencao de Disciplinas -------"
               display "Insira '1' Para Incluir Disciplina"
               display "Insira '2' Para Alterar Disciplina"
               display "Insira '3' Para Consultar Disciplina"
               display "Insira '4' Para Listar Todas as Disciplinas"
               display "Insira 'V' Para Voltar"
               accept ws-menu-disciplina

               evaluate ws-menu-disciplina
                   when = '1'
                       perform incluir-disciplina
                   when = '2'
                       perform alterar-disciplina
                   when = '3'
                       perform consultar-disciplina
                   when = '4'
                       perform listar-disciplinas
                   when = 'V'
                   when = 'v'
                       move "V" to ws-sair
                   when other
                       display "Opcao Invalida!"
               end-evaluate

           end-perform

      *>   Zera ws-sair Para Que o "V" da Saida do Submenu Nao Vaze Para
      *>   as Demais Rotinas Que Compartilham o Campo (Ver consulta-por-nome)
           move space to ws-sair

           .
       manutencao-disciplinas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Inclusão de Disciplina no Cadastro Mestre
      *>------------------------------------------------------------------------
       incluir-disciplina section.

           display erase
           display "------- Inclusao de Disciplina -------"
           display "Codigo da Disciplina: "
           accept ws-dis-cod-disciplina

           display "Nome                : "
           accept ws-dis-nome

           display "Carga Horaria Anual : "
           accept ws-dis-carga-horaria

           perform informar-turmas-disciplina

      *>   Escrever Dados no Arquivo
           write dis-registro from ws-disciplinas
      *>   Tratamento de Erro - Caso O File Status dê Diferente de Zero Aparecerá a Mensagem de Erro na Section Finaliza Anormal
           evaluate ws-fs-arqDisciplinas
               when 00
                   display "Disciplina " ws-dis-cod-disciplina " Cadastrada Com Sucesso!"
      *>       Tratamento de Erro - Caso O File Status dê Igual 22 o Codigo Ja Esta Cadastrado
               when 22
                   display "Codigo de Disciplina Ja Cadastrado"
               when other
                   move 48                                      to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
                   move "Erro ao Gravar arq. arqDisciplinas "   to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
           end-evaluate

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       incluir-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Alteração de Disciplina do Cadastro Mestre
      *>------------------------------------------------------------------------
       alterar-disciplina section.

           display erase
           display "------- Alteracao de Disciplina -------"
           display "Informe o Codigo da Disciplina a Ser Alterada:"
           accept ws-dis-cod-disciplina

           perform ler-disciplina-por-codigo
           if ws-disciplina-invalida then
               display "Disciplina Nao Cadastrada!"
           else
               display "Altere a Disciplina Informando Todos os Dados: "

               display "Nome                : "
               accept ws-dis-nome

               display "Carga Horaria Anual : "
               accept ws-dis-carga-horaria

               perform informar-turmas-disciplina

      *>       Movendo os Dados Para o Arquivo (o Codigo Nao Muda)
               move ws-dis-nome          to dis-nome
               move ws-dis-carga-horaria to dis-carga-horaria
               move ws-dis-turmas        to dis-turmas

      *>       Reescrever Dados no Arquivo
               rewrite dis-registro
               if ws-fs-arqDisciplinas = 0 then
                   display "Disciplina " ws-dis-cod-disciplina " Alterada Com Sucesso!"
               else
                   move 48                                      to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
                   move "Erro ao Gravar arq. arqDisciplinas "   to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
               end-if
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       alterar-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Recebe as Turmas Que Oferecem a Disciplina (Ate Dez) - Cada
      *>      Turma Deve Existir no Cadastro Mestre; Resposta em Branco
      *>      Encerra a Lista
      *>------------------------------------------------------------------------
       informar-turmas-disciplina section.

           move spaces to ws-dis-turmas
           display "Turmas Que Oferecem a Disciplina (Em Branco Encerra)"

           move 1 to ws-dis-ix
           perform until ws-dis-ix > 10
               display "Turma " ws-dis-ix ": "
               accept ws-trm-cod-turma
               if ws-trm-cod-turma = spaces then
                   move 11 to ws-dis-ix
               else
                   perform ler-turma-por-codigo
                   if ws-turma-valida then
                       move ws-trm-cod-turma to ws-dis-turma (ws-dis-ix)
                       add 1 to ws-dis-ix
                   else
                       display "Turma Nao Cadastrada! Informe uma Turma Existente"
                   end-if
               end-if
           end-perform

           .
       informar-turmas-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Consulta de Disciplina do Cadastro Mestre
      *>------------------------------------------------------------------------
       consultar-disciplina section.

           display erase
           display "------- Consulta de Disciplina -------"
           display "Informe o Codigo da Disciplina a Ser Consultada:"
           accept ws-dis-cod-disciplina

           perform ler-disciplina-por-codigo
           if ws-disciplina-invalida then
               display "Disciplina Nao Cadastrada!"
           else
               display "Codigo       : " dis-cod-disciplina
               display "Nome         : " dis-nome
               display "Carga Horaria: " dis-carga-horaria
               display "Turmas       : " dis-turma (1) " " dis-turma (2) " "
                       dis-turma (3) " " dis-turma (4) " " dis-turma (5)
               display "               " dis-turma (6) " " dis-turma (7) " "
                       dis-turma (8) " " dis-turma (9) " " dis-turma (10)
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       consultar-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Listagem de Todas as Disciplinas do Cadastro Mestre
      *>------------------------------------------------------------------------
       listar-disciplinas section.

           display erase
           display "------- Disciplinas Cadastradas -------"

           move low-values to dis-cod-disciplina
           start arqDisciplinas key is >= dis-cod-disciplina

           if ws-fs-arqDisciplinas <> 0 then
               display "Nenhuma Disciplina Cadastrada!"
           else
               set ws-dis-nao-fim to true
               perform until ws-dis-eh-fim

                   read arqDisciplinas next

                   if ws-fs-arqDisciplinas = 10 then
                       set ws-dis-eh-fim to true
                   else
                       if ws-fs-arqDisciplinas <> 00 then
                           move 47                                   to ws-msn-erro-ofsset
                           move ws-fs-arqDisciplinas                 to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqDisciplinas "   to ws-msn-erro-text
                           set ws-erro-nao-fatal to true
                           perform finaliza-anormal
                           set ws-dis-eh-fim to true
                       else
                           display dis-cod-disciplina " " dis-nome " CH: " dis-carga-horaria
                                   " Turmas: " dis-turma (1) " " dis-turma (2) " " dis-turma (3)
                       end-if
                   end-if

               end-perform
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       listar-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>       Manutenção do Cadastro de Professores - o Codigo do
      *>       Professor é o Que a Turma (Professor Titular) e a Grade
      *>       Horaria (lista11ex3gradehoraria) Guardam
      *>------------------------------------------------------------------------
       manutencao-professores section.

           perform until ws-voltar-tela

               display erase
               display "------- Manutencao de Professores -------"
               display "Insira '1' Para Incluir Professor"
               display "Insira '2' Para Alterar Professor"
               display "Insira '3' Para Consultar Professor"
               display "Insira '4' Para Listar Todos os Professores"
               display "Insira '5' Para Converter os Professores Digitados nas Turmas"
               display "Insira 'V' Para Voltar"
               accept ws-menu-professor

               evaluate ws-menu-professor
                   when = '1'
                       perform incluir-professor
                   when = '2'
                       perform alterar-professor
                   when = '3'
                       perform consultar-professor
                   when = '4'
                       perform listar-professores
                   when = '5'
                       perform converter-professores-turmas
                   when = 'V'
                   when = 'v'
                       move "V" to ws-sair
                   when other
                       display "Opcao Invalida!"
               end-evaluate

           end-perform

      *>   Zera ws-sair Para Que o "V" da Saida do Submenu Nao Vaze Para
      *>   as Demais Rotinas Que Compartilham o Campo (Ver consulta-por-nome)
           move space to ws-sair

           .
       manutencao-professores-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Inclusão de Professor no Cadastro
      *>------------------------------------------------------------------------
       incluir-professor section.

           display erase
           display "------- Inclusao de Professor -------"
           display "Codigo do Professor: "
           accept ws-prf-cod-professor

      *>   Codigo Zero é Reservado Para a Turma Ainda Sem Professor Titular
           if ws-prf-cod-professor = 0 then
               display "Codigo Zero Reservado (Turma Com Professor a Definir)"
           else
               display "Nome               : "
               accept ws-prf-nome

               display "Telefone           : "
               accept ws-prf-telefone

               display "E-mail             : "
               accept ws-prf-email

               perform informar-max-horas

      *>       Escrever Dados no Arquivo
               write prf-registro from ws-professores
      *>       Tratamento de Erro - Caso O File Status dê Diferente de Zero Aparecerá a Mensagem de Erro na Section Finaliza Anormal
               evaluate ws-fs-arqProfessores
                   when 00
                       display "Professor " ws-prf-cod-professor " Cadastrado Com Sucesso!"
      *>           Tratamento de Erro - Caso O File Status dê Igual 22 o Codigo Ja Esta Cadastrado
                   when 22
                       display "Codigo de Professor Ja Cadastrado"
                   when other
                       move 58                                      to ws-msn-erro-ofsset
                       move ws-fs-arqProfessores                    to ws-msn-erro-cod
                       move "Erro ao Gravar arq. arqProfessores "   to ws-msn-erro-text
                       set ws-erro-nao-fatal to true
                       perform finaliza-anormal
               end-evaluate
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       incluir-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Alteração de Professor do Cadastro
      *>------------------------------------------------------------------------
       alterar-professor section.

           display erase
           display "------- Alteracao de Professor -------"
           display "Informe o Codigo do Professor a Ser Alterado:"
           accept ws-prf-cod-professor

           perform ler-professor-por-codigo
           if ws-professor-invalido then
               display "Professor Nao Cadastrado!"
           else
               display "Altere o Professor Informando Todos os Dados: "

               display "Nome    : "
               accept ws-prf-nome

               display "Telefone: "
               accept ws-prf-telefone

               display "E-mail  : "
               accept ws-prf-email

               perform informar-max-horas

      *>       Movendo os Dados Para o Arquivo (o Codigo Nao Muda)
               move ws-prf-nome      to prf-nome
               move ws-prf-telefone  to prf-telefone
               move ws-prf-email     to prf-email
               move ws-prf-max-horas to prf-max-horas

      *>       Reescrever Dados no Arquivo
               rewrite prf-registro
               if ws-fs-arqProfessores = 0 then
                   display "Professor " ws-prf-cod-professor " Alterado Com Sucesso!"
               else
                   move 58                                      to ws-msn-erro-ofsset
                   move ws-fs-arqProfessores                    to ws-msn-erro-cod
                   move "Erro ao Gravar arq. arqProfessores "   to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
               end-if
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       alterar-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Recebe o Maximo de Horas-Aula Semanais do Professor - Cada
      *>      Periodo da Grade Horaria Vale Uma Hora; Zero Nao é Aceito
      *>------------------------------------------------------------------------
       informar-max-horas section.

           move 0 to ws-prf-max-horas
           perform until ws-prf-max-horas > 0
               display "Maximo de Horas Semanais: "
               accept ws-prf-max-horas
               if ws-prf-max-horas = 0 then
                   display "Informe o Maximo de Horas Semanais (1 a 99)"
               end-if
           end-perform

           .
       informar-max-horas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Consulta de Professor do Cadastro
      *>------------------------------------------------------------------------
       consultar-professor section.

           display erase
           display "------- Consulta de Professor -------"
           display "Informe o Codigo do Professor a Ser Consultado:"
           accept ws-prf-cod-professor

           perform ler-professor-por-codigo
           if ws-professor-invalido then
               display "Professor Nao Cadastrado!"
           else
               display "Codigo         : " prf-cod-professor
               display "Nome           : " prf-nome
               display "Telefone       : " prf-telefone
               display "E-mail         : " prf-email
               display "Max. Horas Sem.: " prf-max-horas
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       consultar-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Listagem de Todos os Professores do Cadastro
      *>------------------------------------------------------------------------
       listar-professores section.

           display erase
           display "------- Professores Cadastrados -------"

           move 0 to prf-cod-professor
           start arqProfessores key is >= prf-cod-professor

           if ws-fs-arqProfessores <> 0 then
               display "Nenhum Professor Cadastrado!"
           else
               set ws-prf-nao-fim to true
               perform until ws-prf-eh-fim

                   read arqProfessores next

                   if ws-fs-arqProfessores = 10 then
                       set ws-prf-eh-fim to true
                   else
                       if ws-fs-arqProfessores <> 00 then
                           move 57                                   to ws-msn-erro-ofsset
                           move ws-fs-arqProfessores                 to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqProfessores "   to ws-msn-erro-text
                           set ws-erro-nao-fatal to true
                           perform finaliza-anormal
                           set ws-prf-eh-fim to true
                       else
                           display prf-cod-professor " " prf-nome " " prf-telefone
                                   " Max. Horas: " prf-max-horas
                       end-if
                   end-if

               end-perform
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       listar-professores-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Le o Professor Cujo Codigo Foi Informado em
      *>       ws-prf-cod-professor e Sinaliza se o Professor Existe
      *>------------------------------------------------------------------------
       ler-professor-por-codigo section.

           move ws-prf-cod-professor to prf-cod-professor
           read arqProfessores
           evaluate ws-fs-arqProfessores
               when 00
                   set ws-professor-valido to true
               when 23
                   set ws-professor-invalido to true
               when other
                   set ws-professor-invalido to true
                   move 57                                      to ws-msn-erro-ofsset
                   move ws-fs-arqProfessores                    to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqProfessores "      to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
           end-evaluate

           .
       ler-professor-por-codigo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Recebe o Professor Titular da Turma Pelo Codigo - o
      *>      Professor Deve Existir no Cadastro; Zero Deixa a Turma com
      *>      Professor a Definir (e Evita Prender o Operador Enquanto o
      *>      Cadastro de Professores Ainda Estiver Vazio)
      *>------------------------------------------------------------------------
       informar-professor-turma section.

           set ws-professor-invalido to true
           perform until ws-professor-valido
               display "Professor (Codigo, 0 = a Definir): "
               accept ws-trm-cod-professor
               if ws-trm-cod-professor = 0 then
                   set ws-professor-valido to true
               else
                   move ws-trm-cod-professor to ws-prf-cod-professor
                   perform ler-professor-por-codigo
                   if ws-professor-valido then
                       display "Professor: " prf-nome
                   else
                       display "Professor Nao Cadastrado! Informe um Professor Existente"
                   end-if
               end-if
           end-perform

           .
       informar-professor-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Nome do Professor Titular da Turma em trm-registro - Codigo
      *>      Zero Sai "A Definir"; Turma Ainda Com o Nome Digitado
      *>      (Anterior ao Cadastro de Professores) Sai com o Proprio Nome
      *>------------------------------------------------------------------------
       obter-nome-professor section.

           evaluate true
               when trm-cod-professor is not numeric
                   move trm-professor-legado to ws-nome-professor
               when trm-cod-professor = 0
                   move "A Definir" to ws-nome-professor
               when other
                   move trm-cod-professor to ws-prf-cod-professor
                   perform ler-professor-por-codigo
                   if ws-professor-valido then
                       move prf-nome to ws-nome-professor
                   else
                       move spaces to ws-nome-professor
                       string "Codigo " trm-cod-professor " Sem Cadastro" delimited by size
                              into ws-nome-professor
                       end-string
                   end-if
           end-evaluate

           .
       obter-nome-professor-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Conversão das Turmas Cadastradas com o Nome do Professor
      *>      Digitado: Cada Nome Vira um Professor do Cadastro (Procurado
      *>      Pelo Nome, ou Incluido com o Proximo Codigo Livre e o Maximo
      *>      de Horas Padrao) e a Turma Passa a Guardar o Codigo. Turmas
      *>      Ja Convertidas Ficam Como Estao - a Opção Pode Ser Repetida
      *>------------------------------------------------------------------------
       converter-professores-turmas section.

           display erase
           display "------- Conversao dos Professores das Turmas -------"
           display "Os Nomes Digitados nas Turmas Serao Trocados Pelo Codigo"
           display "do Professor, Incluindo no Cadastro os Nomes Sem Professor"
           display "Confirma a Conversao (S/N)? "
           accept ws-aux

           if ws-aux = "S" or ws-aux = "s" then
               move 0 to ws-cnv-qtd-turmas
               move 0 to ws-cnv-qtd-professores
               perform apurar-maior-professor

               move low-values to trm-cod-turma
               start arqTurmas key is >= trm-cod-turma

               if ws-fs-arqTurmas = 0 then
                   set ws-trm-nao-fim to true
                   perform until ws-trm-eh-fim

                       read arqTurmas next

                       if ws-fs-arqTurmas = 10 then
                           set ws-trm-eh-fim to true
                       else
                           if ws-fs-arqTurmas <> 00 then
                               move 21                               to ws-msn-erro-ofsset
                               move ws-fs-arqTurmas                  to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqTurmas "    to ws-msn-erro-text
                               set ws-erro-nao-fatal to true
                               perform finaliza-anormal
                               set ws-trm-eh-fim to true
                           else
                               if trm-cod-professor is not numeric then
                                   perform converter-professor-turma
                               end-if
                           end-if
                       end-if

                   end-perform
               end-if

               display "Turmas Convertidas       : " ws-cnv-qtd-turmas
               display "Professores Incluidos    : " ws-cnv-qtd-professores
           else
               display "Conversao Cancelada"
           end-if

           display " "
           display "Pressione Enter Para Continuar"
           accept ws-aux

           .
       converter-professores-turmas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Troca o Nome Digitado na Turma Lida Pelo Codigo do Professor
      *>      - Nome em Branco Vira Professor a Definir (Codigo Zero)
      *>------------------------------------------------------------------------
       converter-professor-turma section.

           move trm-professor-legado to ws-cnv-nome

           if ws-cnv-nome = spaces then
               move 0 to ws-prf-cod-professor
           else
               move ws-cnv-nome to prf-nome
               read arqProfessores key is prf-nome
               evaluate ws-fs-arqProfessores
                   when 00
                       move prf-cod-professor to ws-prf-cod-professor
                   when 23
                       perform incluir-professor-convertido
                   when other
                       move 57                                      to ws-msn-erro-ofsset
                       move ws-fs-arqProfessores                    to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqProfessores "      to ws-msn-erro-text
                       set ws-erro-nao-fatal to true
                       perform finaliza-anormal
                       move 0 to ws-prf-cod-professor
               end-evaluate
           end-if

      *>   A Area Inteira do Antigo Nome é Limpa Antes de Receber o Codigo
           move spaces               to trm-professor-legado
           move ws-prf-cod-professor to trm-cod-professor

           rewrite trm-registro
           if ws-fs-arqTurmas = 0 then
               add 1 to ws-cnv-qtd-turmas
               display "Turma " trm-cod-turma " - " ws-cnv-nome " -> Professor " ws-prf-cod-professor
           else
               move 22                                  to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                     to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqTurmas "    to ws-msn-erro-text
               set ws-erro-nao-fatal to true
               perform finaliza-anormal
           end-if

           .
       converter-professor-turma-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Inclui no Cadastro o Professor Que So Existia Como Nome
      *>      Digitado na Turma, com o Proximo Codigo Livre; Contato em
      *>      Branco e Maximo de Horas Padrao, a Completar na Alteração
      *>------------------------------------------------------------------------
       incluir-professor-convertido section.

           add 1 to ws-prf-maior-codigo

           move ws-prf-maior-codigo     to ws-prf-cod-professor
           move ws-cnv-nome             to ws-prf-nome
           move spaces                  to ws-prf-telefone
           move spaces                  to ws-prf-email
           move ws-prf-max-horas-padrao to ws-prf-max-horas

           write prf-registro from ws-professores
           if ws-fs-arqProfessores = 0 then
               add 1 to ws-cnv-qtd-professores
           else
               move 58                                      to ws-msn-erro-ofsset
               move ws-fs-arqProfessores                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqProfessores "   to ws-msn-erro-text
               set ws-erro-nao-fatal to true
               perform finaliza-anormal
               move 0 to ws-prf-cod-professor
           end-if

           .
       incluir-professor-convertido-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Apura o Maior Codigo de Professor Ja Cadastrado - os
      *>      Professores Incluidos na Conversão Seguem a Partir Dele
      *>------------------------------------------------------------------------
       apurar-maior-professor section.

           move 0 to ws-prf-maior-codigo

           move 0 to prf-cod-professor
           start arqProfessores key is >= prf-cod-professor

           if ws-fs-arqProfessores = 0 then
               set ws-prf-nao-fim to true
               perform until ws-prf-eh-fim

                   read arqProfessores next

                   if ws-fs-arqProfessores = 10 then
                       set ws-prf-eh-fim to true
                   else
                       if ws-fs-arqProfessores <> 00 then
                           move 57                                   to ws-msn-erro-ofsset
                           move ws-fs-arqProfessores                 to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqProfessores "   to ws-msn-erro-text
                           set ws-erro-nao-fatal to true
                           perform finaliza-anormal
                           set ws-prf-eh-fim to true
                       else
                           move prf-cod-professor to ws-prf-maior-codigo
                       end-if
                   end-if

               end-perform
           end-if

           .
       apurar-maior-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>       Fechamento de Bimestres - Fechar e Consultar Exigem Nivel 2;
      *>       a Reabertura Exige Nivel 3 e uma Justificativa por Escrito
      *>------------------------------------------------------------------------
       manutencao-fechamento section.

           perform until ws-voltar-tela

               display erase
               display "------- Fechamento de Bimestres -------"
               display "Insira '1' Para Fechar Bimestre da Turma"
               display "Insira '2' Para Reabrir Bimestre da Turma"
               display "Insira '3' Para Consultar Bimestres da Turma"
               display "Insira 'V' Para Voltar"
               accept ws-menu-fechamento

               evaluate ws-menu-fechamento
                   when = '1'
                       perform fechar-bimestre
                   when = '2'
                       move 3 to ws-nivel-exigido
                       perform verificar-acesso
                       if ws-acesso-permitido then
                           perform reabrir-bimestre
                       end-if
                   when = '3'
                       perform consultar-fechamento
                   when = 'V'
                   when = 'v'
                       move "V" to ws-sair
           move space to ws-sair

           .
       manutencao-fechamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Le a Situação do Bimestre ws-fec-bimestre da Turma em
      *>       ws-turma - Bimestre Sem Registro Esta Aberto
      *>------------------------------------------------------------------------
       ler-fechamento section.

           set ws-bimestre-aberto         to true
           set ws-fec-registro-nao-existe to true

           move ws-turma        to fec-cod-turma
           move ws-fec-bimestre to fec-bimestre
           read arqFechamento
           evaluate ws-fs-arqFechamento
               when 00
                   set ws-fec-registro-existe to true
                   if fec-fechado then
                       set ws-bimestre-fechado to true
                   end-if
               when 23
                   continue
               when other
                   move 51                                   to ws-msn-erro-ofsset
                   move ws-fs-arqFechamento                  to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqFechamento "    to ws-msn-erro-text
                   set ws-erro-nao-fatal to true
                   perform finaliza-anormal
           end-evaluate

           .
       ler-fechamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Identifica a Turma (Cadastro Mestre) e o Bimestre (1 a 4)
      *>       a Fechar ou Reabrir
      *>------------------------------------------------------------------------
       informar-turma-bimestre section.

           display "Codigo da Turma: "
           accept ws-turma
           perform validar-turma

           if ws-turma-valida then
               display "Bimestre (1 a 4): "
               accept ws-fec-bimestre
               perform until ws-fec-bimestre >= 1 and ws-fec-bimestre <= 4
                   display "Bimestre Invalido! Informe um Bimestre de 1 a 4"
                   display "Bimestre (1 a 4): "
                   accept ws-fec-bimestre
               end-perform
           else
               display "Turma Nao Cadastrada!"
           end-if

           .
       informar-turma-bimestre-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Grava (ou Regrava) a Situação do Bimestre Corrente com o
      *>       Operador, a Data e a Hora da Mudança
      *>------------------------------------------------------------------------
       gravar-fechamento section.

           accept ws-aud-data from date yyyymmdd
           accept ws-aud-hora from time

           move ws-turma        to fec-cod-turma
           move ws-fec-bimestre to fec-bimestre
           move ws-fec-status   to fec-situacao
           move ws-aud-data     to fec-data
           move ws-aud-hora     to fec-hora
           move ws-operador     to fec-operador

           if ws-fec-registro-existe then
               rewrite fec-registro
           else
               write fec-registro
           end-if

           if ws-fs-arqFechamento <> 00 then
               move 52                                      to ws-msn-erro-ofsset
               move ws-fs-arqFechamento                     to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqFechamento "    to ws-msn-erro-text
               set ws-erro-nao-fatal to true
               perform finaliza-anormal
           end-if

           .
       gravar-fechamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Fecha o Bimestre da Turma - a Partir Daqui as Notas do
      *>       Bimestre Ficam Mantidas (Operação FECHAMENTO na Auditoria)
      *>------------------------------------------------------------------------
       fechar-bimestre section.

           display erase
           display "------- Fechamento de Bimestre -------"
           perform informar-turma-bimestre

           if ws-turma-valida then
               perform ler-fechamento
               if ws-bimestre-fechado then
                   display "Bimestre " ws-fec-bimestre " da Turma " ws-turma " Ja Esta Fechado"
               else
                   move ws-turma        to ws-imf-cod-turma
                   move ws-fec-bimestre to ws-imf-bimestre
                   move ws-fec-status   to ws-imf-situacao
                   move spaces          to ws-imf-justificativa
                   move ws-imagem-fechamento to ws-aud-dados-antigos

                   set ws-bimestre-fechado to true
                   perform gravar-fechamento

                   if ws-fs-arqFechamento = 00 then
      *>               Registra a Operação na Trilha de Auditoria
                       move ws-fec-status        to ws-imf-situacao
                       move 0                    to ws-cod-aluno
                       move "FECHAMENTO"         to ws-aud-operacao
                       move ws-imagem-fechamento to ws-aud-dados-novos
                       perform gravar-auditoria
                       display "Bimestre " ws-fec-bimestre " da Turma " ws-turma " Fechado Com Sucesso!"
                   end-if
               end-if
           end-if

           accept ws-aux

           .
       fechar-bimestre-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Reabre o Bimestre Fechado da Turma - a Justificativa é
      *>       Obrigatoria e Fica na Trilha de Auditoria (REABERTURA)
      *>------------------------------------------------------------------------
       reabrir-bimestre section.

           display erase
           display "------- Reabertura de Bimestre -------"
           perform informar-turma-bimestre

           if ws-turma-valida then
               perform ler-fechamento
               if ws-bimestre-aberto then
                   display "Bimestre " ws-fec-bimestre " da Turma " ws-turma " Nao Esta Fechado"
               else
                   display "Justificativa da Reabertura: "
                   accept ws-fec-justificativa
                   perform until ws-fec-justificativa <> spaces
                       display "A Justificativa é Obrigatoria!"
                       display "Justificativa da Reabertura: "
                       accept ws-fec-justificativa
                   end-perform

                   move ws-turma        to ws-imf-cod-turma
                   move ws-fec-bimestre to ws-imf-bimestre
                   move ws-fec-status   to ws-imf-situacao
                   move spaces          to ws-imf-justificativa
                   move ws-imagem-fechamento to ws-aud-dados-antigos

                   set ws-bimestre-aberto to true
                   perform gravar-fechamento

                   if ws-fs-arqFechamento = 00 then
      *>               Registra a Operação e a Justificativa na Auditoria
                       move ws-fec-status        to ws-imf-situacao
                       move ws-fec-justificativa to ws-imf-justificativa
                       move 0                    to ws-cod-aluno
                       move "REABERTURA"         to ws-aud-operacao
                       move ws-imagem-fechamento to ws-aud-dados-novos
                       perform gravar-auditoria
                       display "Bimestre " ws-fec-bimestre " da Turma " ws-turma " Reaberto Com Sucesso!"
                   end-if
               end-if
           end-if

           display " "
           accept ws-aux

           .
       reabrir-bimestre-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Mostra a Situação dos Quatro Bimestres da Turma Informada
      *>------------------------------------------------------------------------
       consultar-fechamento section.

           display erase
           display "------- Situacao dos Bimestres -------"
           display "Codigo da Turma: "
           accept ws-turma
           perform validar-turma

           if ws-turma-invalida then
               display "Turma Nao Cadastrada!"
           else
               display "Turma: " ws-turma " " trm-descricao
               move 1 to ws-fec-bimestre
               perform until ws-fec-bimestre > 4
                   perform ler-fechamento
                   if ws-bimestre-fechado then
                       display "Bimestre " ws-fec-bimestre ": Fechado em "
                               fec-data " por " fec-operador
                   else
                       display "Bimestre " ws-fec-bimestre ": Aberto"
                   end-if
                   add 1 to ws-fec-bimestre
               end-perform
           end-if

           accept ws-aux

           .
       consultar-fechamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Garante Que o Cadastro de Usuarios Tenha Pelo Menos o
      *>       Administrador Inicial (ADMIN/ADMIN, Nivel 3) - Sem Ele Seria
               perform registrar-erro
           end-if

           close arqProfessores
           if ws-fs-arqProfessores <> 0 then
               move 59                                       to ws-msn-erro-ofsset
               move ws-fs-arqProfessores                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqProfessores "    to ws-msn-erro-text
               perform registrar-erro
           end-if

           close arqFrequencia
           if ws-fs-arqFrequencia <> 0 then
               move 29                                       to ws-msn-erro-ofsset
               perform registrar-erro
           end-if

           close arqDisciplinas
           if ws-fs-arqDisciplinas <> 0 then
               move 49                                       to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDisciplinas "    to ws-msn-erro-text
               perform registrar-erro
           end-if

           close arqNotas
           if ws-fs-arqNotas <> 0 then
               move 37                                       to ws-msn-erro-ofsset
               move ws-fs-arqNotas                           to ws-msn-erro-cod
               move "Erro ao fechar arq. arqNotas "          to ws-msn-erro-text
               perform registrar-erro
           end-if

           close arqFechamento
           if ws-fs-arqFechamento <> 0 then
               move 53                                       to ws-msn-erro-ofsset
               move ws-fs-arqFechamento                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqFechamento "     to ws-msn-erro-text
               perform registrar-erro
           end-if

