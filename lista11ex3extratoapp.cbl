      $set sourceformat"free"
      *>Divisão de Identificação do Programa
       identification division.
       program-id. "lista11ex3extratoapp".
       author. "Elaine Martina André".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão Para Configuração do Ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>------------------------------------------------------------------------
      *>-----Declaração dos Recursos Externos
      *>-----Extrato Incremental Para o Aplicativo dos Pais: a Cada Execução
      *>-----(Lote) Le a Trilha de Auditoria a Partir da Data/Hora do Ultimo
      *>-----Lote Extraido (Registro de Controle) e Compara Cada Aluno com a
      *>-----Ultima Imagem Enviada, o Que Pega Tambem a Frequencia e as
      *>-----Mensalidades (Sem Data de Alteração); Grava Um Registro de
      *>-----Layout Fixo por Aluno Alterado - I Inclusão, U Alteração, X
      *>-----Inativação (Exclusão, Fusão, Transferencia, Arquivamento) - com
      *>-----Cabeçalho e Trailer de Totais de Controle; Cada Lote Fica
      *>-----Guardado no Historico e Pode Ser Gerado de Novo, Igual ao
      *>-----Original, Quando o Aplicativo Perder o Arquivo
       input-output section.
       file-control.

           select arqCadAlunosIndex assign to "arqCadAlunosIndex.dat"   *> Cadastro Indexado - Turma e Situação do Aluno
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod-aluno
           file status is ws-fs-arqCadAlunosIndex.

           select arqFrequencia assign to "arqFrequencia.dat"           *> Frequencia Mensal - Aulas Dadas e Faltas por Aluno/Mes
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is frq-chave
           file status is ws-fs-arqFrequencia.

           select arqMensalidades assign to "arqMensalidades.dat"       *> Cobranças - Situação dos Pagamentos do Aluno
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is men-chave
           file status is ws-fs-arqMensalidades.

           select arqDisciplinas assign to "arqDisciplinas.dat"         *> Cadastro Mestre de Disciplinas - Disciplinas Oferecidas na Turma
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is dis-cod-disciplina
           file status is ws-fs-arqDisciplinas.

           select arqNotas assign to "arqNotas.dat"                     *> Notas por Aluno, Disciplina e Bimestre
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is not-chave
           file status is ws-fs-arqNotas.

           select arqAuditoria assign to "arqAuditoria.log"             *> Trilha de Auditoria - Alunos Alterados Desde o Ultimo Lote
           organization is line sequential
           file status is ws-fs-arqAuditoria.

           select arqExtratoAppEstado assign to "arqExtratoAppEstado.dat" *> Ultima Imagem de Cada Aluno Enviada ao Aplicativo
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is est-cod-aluno
           file status is ws-fs-arqExtratoAppEstado.

           select arqExtratoAppHist assign to "arqExtratoAppHist.dat"   *> Historico dos Lotes - Controle, Janela e Registros Enviados
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is hst-chave
           file status is ws-fs-arqExtratoAppHist.

           select arqExtratoApp assign to ws-nome-arqExtratoApp         *> Extrato do Lote - Um Arquivo por Geração (Original ou Reprocessada)
           organization is line sequential
           file status is ws-fs-arqExtratoApp.

           select arqUsuarios assign to "arqUsuarios.dat"               *> Cadastro de Usuarios - Identifica o Operador do Extrato
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is usr-login
           file status is ws-fs-arqUsuarios.

           select arqJanelaBatch assign to "arqJanelaBatch.dat"        *> Janela Batch - Convivencia Entre Online e Rotinas Batch
           organization is line sequential
           file status is ws-fs-arqJanelaBatch.

           select arqCatalogoRel assign to "arqCatalogoRel.log"         *> Catalogo de Gerações de Relatorios
           organization is line sequential
           file status is ws-fs-arqCatalogoRel.

       i-o-control.

      *>------------------------------------------------------------------------
      *>Declaração de Variáveis
       data division.

      *>----Variaveis de Arquivos
       file section.
       fd arqCadAlunosIndex.  *> Inicio da Declração das Variaveis do Arquivo
       01  fd-alunos.
           05  fd-cod-aluno                        pic 9(05).
           05  fd-aluno                            pic x(25).
           05  fd-endereco                         pic x(35).
           05  fd-mae                              pic x(25).
           05  fd-pai                              pic x(25).
           05  fd-telefone                         pic x(15).
           05  fd-email                            pic x(40).
           05  fd-turma                            pic x(10).
           05  fd-status                           pic x(01).
               88  fd-ativo                             value "A".
               88  fd-inativo                           value "I".
           05  fd-notas.
               10  fd-nota1                        pic 9(02)v99.
               10  fd-nota2                        pic 9(02)v99.
               10  fd-nota3                        pic 9(02)v99.
               10  fd-nota4                        pic 9(02)v99.

       fd arqFrequencia.  *> Frequencia Mensal - Um Registro por Aluno e Mes
       01  frq-registro.
           05  frq-chave.
               10  frq-cod-aluno                   pic 9(05).
               10  frq-mes                         pic 9(02).
           05  frq-aulas                           pic 9(02).
           05  frq-faltas                          pic 9(02).

       fd arqMensalidades.  *> Cobranças - Chave Composta Aluno + Competencia (aaaamm)
       01  men-registro.
           05  men-chave.
               10  men-cod-aluno                   pic 9(05).
               10  men-competencia                 pic 9(06).
           05  men-valor                           pic 9(06)v99.
           05  men-situacao                        pic x(01).
               88  men-aberta                           value "A".
               88  men-paga                             value "P".
           05  men-data-pagamento                  pic 9(08).
           05  men-valor-pago                      pic 9(06)v99.

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

      *>   Trilha de Auditoria - a Imagem Nova da FUSAO (lista11ex3duplicados)
      *>   Traz a Situação do Aluno: Ativo é o Sobrevivente, Gravado Logo
      *>   Antes do Duplicado Inativado
       fd arqAuditoria.
       01  aud-registro.
           05  aud-cod-aluno                       pic 9(05).
           05  filler                              pic x(01).
           05  aud-data                            pic 9(08).
           05  filler                              pic x(01).
           05  aud-hora                            pic 9(06).
           05  filler                              pic x(01).
           05  aud-operacao                        pic x(10).
               88  aud-fusao                            value "FUSAO".
           05  filler                              pic x(01).
           05  aud-dados-antigos                   pic x(200).
           05  filler                              pic x(01).
           05  aud-dados-novos                     pic x(200).
           05  aud-aluno-novo redefines aud-dados-novos.
               10  aud-nov-cod-aluno               pic 9(05).
               10  filler                          pic x(175).
               10  aud-nov-status                  pic x(01).
                   88  aud-nov-inativo                  value "I".
               10  filler                          pic x(19).
           05  filler                              pic x(01).
           05  aud-operador                        pic x(08).
           05  filler                              pic x(01).
           05  aud-lote                            pic x(06).

      *>   Estado do Aplicativo - Ultima Imagem Enviada de Cada Aluno, Com
      *>   o Lote e o Movimento do Envio; a Marca de Movimento é Ligada
      *>   Pela Auditoria da Janela e Desligada Quando o Aluno é Tratado
       fd arqExtratoAppEstado.
       01  est-registro.
           05  est-cod-aluno                       pic 9(05).
           05  est-enviado                         pic x(01).
               88  est-ja-enviado                       value "S".
               88  est-nunca-enviado                    value "N".
           05  est-pendente                        pic x(01).
               88  est-com-movimento                    value "S".
               88  est-sem-movimento                    value "N".
           05  est-operacao                        pic x(10).
           05  est-cod-destino                     pic 9(05).
           05  est-movimento                       pic x(01).
           05  est-lote                            pic 9(06).
           05  est-data-envio                      pic 9(08).
           05  est-imagem.
               10  est-img-cadastro.
                   15  est-img-aluno               pic x(25).
                   15  est-img-turma               pic x(10).
                   15  est-img-status              pic x(01).
                       88  est-img-inativo              value "I".
                   15  est-img-notas               pic x(22).
               10  est-img-frequencia              pic x(13).
               10  est-img-financeiro              pic x(28).

      *>   Historico dos Lotes - o Lote Zero é o Registro de Controle (Ultimo
      *>   Lote e Data/Hora Ate Onde a Auditoria Foi Extraida); o Aluno Zero
      *>   de Cada Lote Guarda a Janela e os Totais, e os Demais, o Registro
      *>   Enviado de Cada Aluno, Para o Reprocessamento
       fd arqExtratoAppHist.
       01  hst-registro.
           05  hst-chave.
               10  hst-lote                        pic 9(06).
               10  hst-cod-aluno                   pic 9(05).
           05  hst-movimento                       pic x(01).
           05  hst-operacao                        pic x(10).
           05  hst-cod-destino                     pic 9(05).
           05  hst-imagem                          pic x(99).
       01  hst-registro-lote.
           05  hst-lot-chave                       pic x(11).
           05  hst-lot-de-data                     pic 9(08).
           05  hst-lot-de-hora                     pic 9(06).
           05  hst-lot-ate-data                    pic 9(08).
           05  hst-lot-ate-hora                    pic 9(06).
           05  hst-lot-data-geracao                pic 9(08).
           05  hst-lot-hora-geracao                pic 9(06).
           05  hst-lot-operador                    pic x(08).
           05  hst-lot-qtd-inclusoes               pic 9(07).
           05  hst-lot-qtd-alteracoes              pic 9(07).
           05  hst-lot-qtd-inativacoes             pic 9(07).
           05  hst-lot-hash-alunos                 pic 9(12).
           05  filler                              pic x(32).
       01  hst-registro-controle.
           05  hst-ctl-chave                       pic x(11).
           05  hst-ctl-ultimo-lote                 pic 9(06).
           05  hst-ctl-data                        pic 9(08).
           05  hst-ctl-hora                        pic 9(06).
           05  filler                              pic x(95).

      *>   Extrato do Lote - Layout Fixo de 150 Posições, Valores Sem Ponto
      *>   Decimal (Duas Casas Implicitas); Cabeçalho "H", Um Detalhe "D"
      *>   por Aluno Alterado e Trailer "T" com os Totais de Controle; as
      *>   Notas do Detalhe Sao a Media de Cada Bimestre nas Disciplinas
      *>   Oferecidas na Turma (arqNotas), e a Media, a Media Dessas
      *>   Disciplinas
       fd arqExtratoApp.
       01  xap-registro-cabecalho.
           05  xap-cab-tipo                        pic x(01).
           05  xap-cab-lote                        pic 9(06).
           05  xap-cab-reprocessamento             pic x(01).
           05  xap-cab-de-data                     pic 9(08).
           05  xap-cab-de-hora                     pic 9(06).
           05  xap-cab-ate-data                    pic 9(08).
           05  xap-cab-ate-hora                    pic 9(06).
           05  xap-cab-data-geracao                pic 9(08).
           05  xap-cab-hora-geracao                pic 9(06).
           05  filler                              pic x(100).
       01  xap-registro-detalhe.
           05  xap-det-tipo                        pic x(01).
           05  xap-det-lote                        pic 9(06).
           05  xap-det-movimento                   pic x(01).
           05  xap-det-cod-aluno                   pic 9(05).
           05  xap-det-dados.
               10  xap-det-aluno                   pic x(25).
               10  xap-det-turma                   pic x(10).
               10  xap-det-status                  pic x(01).
               10  xap-det-qtd-disciplinas         pic 9(02).
               10  xap-det-nota1                   pic 9(02)v99.
               10  xap-det-nota2                   pic 9(02)v99.
               10  xap-det-nota3                   pic 9(02)v99.
               10  xap-det-nota4                   pic 9(02)v99.
               10  xap-det-media                   pic 9(02)v99.
               10  xap-det-aulas                   pic 9(04).
               10  xap-det-faltas                  pic 9(04).
               10  xap-det-frequencia              pic 9(03)v99.
               10  xap-det-meses-abertos           pic 9(03).
               10  xap-det-saldo-aberto            pic 9(08)v99.
               10  xap-det-situacao-financeira     pic x(01).
               10  xap-det-ultima-competencia      pic 9(06).
               10  xap-det-data-ultimo-pagto       pic 9(08).
           05  xap-det-operacao                    pic x(10).
           05  xap-det-cod-destino                 pic 9(05).
           05  filler                              pic x(23).
       01  xap-registro-trailer.
           05  xap-trl-tipo                        pic x(01).
           05  xap-trl-lote                        pic 9(06).
           05  xap-trl-qtd-inclusoes               pic 9(07).
           05  xap-trl-qtd-alteracoes              pic 9(07).
           05  xap-trl-qtd-inativacoes             pic 9(07).
           05  xap-trl-qtd-detalhes                pic 9(07).
           05  xap-trl-qtd-registros               pic 9(07).
           05  xap-trl-hash-alunos                 pic 9(12).
           05  filler                              pic x(96).

       fd arqUsuarios.  *> Cadastro de Usuarios - Um Usuario por Registro
       01  usr-registro.
           05  usr-login                           pic x(08).
           05  usr-senha                           pic x(08).
           05  usr-nivel                           pic 9(01).

      *>   Janela Batch - um Unico Registro Compartilhado: as Rotinas
      *>   Batch Marcam "B" no Inicio e "L" no Fim, e o Programa Online
      *>   Conta Suas Sessões de Atualização - Cada Lado Recusa (ou
      *>   Degrada Para Consulta) Enquanto o Outro Estiver Ativo
       fd arqJanelaBatch.
       01  jnl-registro.
           05  jnl-situacao                         pic x(01).
               88  jnl-batch-ativo                       value "B".
               88  jnl-janela-livre                      value "L".
           05  filler                               pic x(01) value space.
           05  jnl-programa                         pic x(25).
           05  filler                               pic x(01) value space.
           05  jnl-sessoes-online                   pic 9(02).
           05  filler                               pic x(01) value space.
           05  jnl-data                             pic 9(08).
           05  filler                               pic x(01) value space.
           05  jnl-hora                             pic 9(06).

      *>   Catalogo de Gerações - Uma Linha por Relatorio Gerado, com o
      *>   Nome do Arquivo Datado Para a Consulta e Reimpressão
      *>   (lista11ex3catalogo) Encontrarem a Geração Antiga
       fd arqCatalogoRel.
       01  cat-registro.
           05  cat-relatorio                       pic x(12).
           05  filler                              pic x(01) value space.
           05  cat-data                            pic 9(08).
           05  filler                              pic x(01) value space.
           05  cat-hora                            pic 9(06).
           05  filler                              pic x(01) value space.
           05  cat-operador                        pic x(08).
           05  filler                              pic x(01) value space.
           05  cat-registros                       pic 9(05).
           05  filler                              pic x(01) value space.
           05  cat-arquivo                         pic x(40).

      *>------------------------------------------------------------------------
      *>----Variaveis de Trabalho
       working-storage section.
       77  ws-fs-arqCadAlunosIndex                 pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqMensalidades                   pic  9(02).
       77  ws-fs-arqDisciplinas                    pic  9(02).
       77  ws-fs-arqNotas                          pic  9(02).
       77  ws-fs-arqAuditoria                      pic  9(02).
       77  ws-fs-arqExtratoAppEstado               pic  9(02).
       77  ws-fs-arqExtratoAppHist                 pic  9(02).
       77  ws-fs-arqExtratoApp                     pic  9(02).
       77  ws-fs-arqUsuarios                       pic  9(02).
       77  ws-fs-arqCatalogoRel                    pic  9(02).

       77  ws-fim-arquivo                          pic x(01).
          88  ws-nao-fim-arquivo                    value "N".
          88  ws-eh-fim-arquivo                     value "S".

       77  ws-frq-fim                              pic x(01).
          88  ws-frq-nao-fim                        value "N".
          88  ws-frq-eh-fim                         value "S".

       77  ws-men-fim                              pic x(01).
          88  ws-men-nao-fim                        value "N".
          88  ws-men-eh-fim                         value "S".

       77  ws-freq-arquivo-status                  pic x(01).
          88  ws-freq-disponivel                    value "S".
          88  ws-freq-indisponivel                  value "N".

       77  ws-men-arquivo-status                   pic x(01).
          88  ws-men-disponivel                     value "S".
          88  ws-men-indisponivel                   value "N".

       77  ws-not-arquivo-status                   pic x(01).
          88  ws-not-disponivel                     value "S".
          88  ws-not-indisponivel                   value "N".

       77  ws-aud-arquivo-status                   pic x(01).
          88  ws-aud-disponivel                     value "S".
          88  ws-aud-indisponivel                   value "N".

      *>----Modo da Execução - Lote Informado Zero Extrai Um Lote Novo;
      *>----Diferente de Zero Gera de Novo o Arquivo de Um Lote Ja Extraido
       77  ws-modo                                 pic x(01).
          88  ws-modo-extracao                      value "E".
          88  ws-modo-reprocessamento               value "R".

       77  ws-lote                                 pic 9(06).
       77  ws-lote-reprocessar                     pic 9(06).

      *>----Registro de Controle - Ultimo Lote e Data/Hora Ate Onde a
      *>----Auditoria Ja Foi Extraida
       77  ws-ctl-ultimo-lote                      pic 9(06).

       01  ws-controle-momento.
           05  ws-ctl-data                         pic 9(08).
           05  ws-ctl-hora                         pic 9(06).

      *>----Janela do Lote - da Data/Hora do Lote Anterior (Inclusive) Ate
      *>----o Inicio Desta Execução (Exclusive); a Auditoria Gravada no
      *>----Mesmo Segundo do Fim da Janela Fica Para o Lote Seguinte
       01  ws-janela-de.
           05  ws-de-data                          pic 9(08).
           05  ws-de-hora                          pic 9(06).
       01  ws-janela-de-num redefines ws-janela-de pic 9(14).

       01  ws-janela-ate.
           05  ws-ate-data                         pic 9(08).
           05  ws-ate-hora                         pic 9(06).
       01  ws-janela-ate-num redefines ws-janela-ate
                                                   pic 9(14).

       01  ws-momento-auditoria.
           05  ws-mom-data                         pic 9(08).
           05  ws-mom-hora                         pic 9(06).
       01  ws-momento-auditoria-num redefines ws-momento-auditoria
                                                   pic 9(14).

      *>----Fusão de Cadastros - Sobrevivente da Ultima FUSAO Lida, Destino
      *>----do Duplicado Inativado em Seguida
       77  ws-fusao-sobrevivente                   pic 9(05).

      *>----Aluno em Tratamento - Movimento, Operação de Origem e Destino
       77  ws-cod-aluno                            pic 9(05).
       77  ws-origem                               pic x(10).
       77  ws-cod-destino                          pic 9(05).

       77  ws-movimento                            pic x(01).
          88  ws-mov-inclusao                       value "I".
          88  ws-mov-alteracao                      value "U".
          88  ws-mov-inativacao                     value "X".
          88  ws-mov-nenhum                         value space.

       77  ws-estado-status                        pic x(01).
          88  ws-estado-existente                   value "S".
          88  ws-estado-novo                        value "N".

      *>----Imagem do Aluno Para o Aplicativo - Mesmo Layout do Detalhe do
      *>----Extrato e da Imagem Guardada no Estado
       01  ws-imagem-aluno.
           05  ws-img-cadastro.
               10  ws-img-aluno                    pic x(25).
               10  ws-img-turma                    pic x(10).
               10  ws-img-status                   pic x(01).
               10  ws-img-qtd-disciplinas          pic 9(02).
               10  ws-img-nota1                    pic 9(02)v99.
               10  ws-img-nota2                    pic 9(02)v99.
               10  ws-img-nota3                    pic 9(02)v99.
               10  ws-img-nota4                    pic 9(02)v99.
               10  ws-img-media                    pic 9(02)v99.
           05  ws-img-frequencia.
               10  ws-img-aulas                    pic 9(04).
               10  ws-img-faltas                   pic 9(04).
               10  ws-img-percentual               pic 9(03)v99.
           05  ws-img-financeiro.
               10  ws-img-meses-abertos            pic 9(03).
               10  ws-img-saldo-aberto             pic 9(08)v99.
               10  ws-img-situacao-financeira      pic x(01).
                   88  ws-img-em-dia                    value "E".
                   88  ws-img-em-atraso                 value "A".
               10  ws-img-ultima-competencia       pic 9(06).
               10  ws-img-data-ultimo-pagto        pic 9(08).

      *>----Disciplinas Carregadas do Cadastro Mestre no Inicio - as Notas
      *>----do Aluno Vem das Disciplinas Oferecidas na Turma Dele
       01  ws-tab-disciplinas.
           05  ws-tab-qtd                          pic 9(02) comp.
           05  ws-tab-disciplina occurs 50 times.
               10  ws-tab-cod-disciplina           pic x(06).
               10  ws-tab-turma                    pic x(10) occurs 10 times.

       77  ws-tab-ix                               pic 9(02) comp.
       77  ws-dis-ix                               pic 9(02) comp.

       77  ws-disciplina-oferta-status             pic x(01).
          88  ws-disciplina-oferecida               value "S".
          88  ws-disciplina-nao-oferecida           value "N".

      *>----Soma das Notas de Cada Bimestre nas Disciplinas da Turma -
      *>----Bimestre Sem Registro Vale Nota Zero
       01  ws-somas-bimestre.
           05  ws-soma-bimestre                    pic 9(05)v99 occurs 4 times.

       77  ws-nd-ix                                pic 9(01).

      *>----Competencia Corrente (aaaamm) - Aberta Anterior a Ela Esta em
      *>----Atraso
       77  ws-competencia-atual                    pic 9(06).
       77  ws-meses-atrasados                      pic 9(03).

      *>----Totais de Controle do Lote
       77  ws-qtd-inclusoes                        pic 9(07).
       77  ws-qtd-alteracoes                       pic 9(07).
       77  ws-qtd-inativacoes                      pic 9(07).
       77  ws-qtd-detalhes                         pic 9(07).
       77  ws-qtd-registros                        pic 9(07).
       77  ws-hash-alunos                          pic 9(12).

       77  ws-qtd-auditoria                        pic 9(07) comp.

      *>----Totais do Lote Original (Historico) - Conferencia do
      *>----Reprocessamento
       01  ws-lote-original.
           05  ws-org-data-geracao                 pic 9(08).
           05  ws-org-hora-geracao                 pic 9(06).
           05  ws-org-qtd-inclusoes                pic 9(07).
           05  ws-org-qtd-alteracoes               pic 9(07).
           05  ws-org-qtd-inativacoes              pic 9(07).
           05  ws-org-hash-alunos                  pic 9(12).
       77  ws-total-ed                             pic z(06)9.

      *>----Variaveis de Apoio ao Controle de Acesso (Login do Operador)
       77  ws-operador                             pic x(08).

       77  ws-login                                pic x(08).
       77  ws-senha                                pic x(08).
       77  ws-tentativas                           pic 9(01).

       77  ws-login-status                         pic x(01).
          88  ws-login-ok                           value "S".
          88  ws-login-invalido                     value "N".

       01 ws-msn-erro.
           05 ws-msn-erro-ofsset                   pic 9(04).
           05 filler                               pic x(01) value "-".
           05 ws-msn-erro-cod                      pic 9(02).
           05 filler                               pic x(01) value space.
           05 ws-msn-erro-text                     pic x(42).

       01  ws-data-hora-sistema.
           05  ws-aud-data                         pic 9(08).
           05  ws-aud-hora                         pic 9(06).
           05  filler                              pic x(10).

      *>----Variaveis de Apoio a Janela Batch
       77  ws-fs-arqJanelaBatch                    pic  9(02).

       01  ws-janela.
           05  ws-jnl-situacao                     pic x(01).
               88  ws-jnl-batch-ativo                   value "B".
               88  ws-jnl-janela-livre                  value "L".
           05  ws-jnl-programa                     pic x(25).
           05  ws-jnl-sessoes-online               pic 9(02).

       77  ws-janela-flag                          pic x(01).
          88  ws-janela-reservada                   value "S".
          88  ws-janela-nao-reservada               value "N".

      *>----Variaveis de Apoio a Geração Datada e ao Catalogo - o Nome do
      *>----Arquivo Leva o Lote, a Data e a Hora da Geração
       77  ws-nome-arqExtratoApp                   pic x(40).

       01  ws-data-geracao.
           05  ws-ger-data                         pic 9(08).
           05  ws-ger-data-r redefines ws-ger-data.
               10  ws-ger-ano                      pic 9(04).
               10  ws-ger-mes                      pic 9(02).
               10  ws-ger-dia                      pic 9(02).
           05  ws-ger-hora                         pic 9(06).
           05  filler                              pic x(10).
      *>------------------------------------------------------------------------

      *>----Variaveis Para Comunicação Entre Programas
       linkage section.

      *>----Declaração de Tela
       screen section.

      *>------------------------------------------------------------------------
      *>Declaração do Corpo do Programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>                     Procedimentos de Inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           set ws-janela-nao-reservada to true

           open input arqUsuarios
           if ws-fs-arqUsuarios  <> 00 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqUsuarios                       to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqUsuarios "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform efetuar-login

           close arqUsuarios
           if ws-fs-arqUsuarios <> 0 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqUsuarios                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqUsuarios "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open I-O - Historico dos Lotes; Sem o Arquivo (Primeira
      *>   Execução) é Criado Vazio e o Primeiro Lote Leva Todos os Alunos
           open i-o arqExtratoAppHist
           if ws-fs-arqExtratoAppHist  <> 00
           and ws-fs-arqExtratoAppHist <> 05 then
               move 3                                        to ws-msn-erro-ofsset
               move ws-fs-arqExtratoAppHist                  to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqExtratoAppHist "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform ler-controle

           display "------- Extrato Incremental Para o Aplicativo dos Pais -------"
           if ws-ctl-ultimo-lote = 0 then
               display "Nenhum Lote Extraido Ainda - o Primeiro Lote Leva Todos os Alunos Ativos"
           else
               display "Ultimo Lote Extraido: " ws-ctl-ultimo-lote
                       " - Auditoria Ate " ws-ctl-data " " ws-ctl-hora
           end-if
           display "Lote a Reprocessar (0 = Nova Extracao): "
           accept ws-lote-reprocessar

           accept ws-ger-data from date yyyymmdd
           accept ws-ger-hora from time

           if ws-lote-reprocessar = 0 then
               set ws-modo-extracao to true
               perform preparar-extracao
           else
               set ws-modo-reprocessamento to true
               perform preparar-reprocessamento
           end-if

           move spaces to ws-nome-arqExtratoApp
           string "arqExtratoApp_"  delimited by size
                  ws-lote           delimited by size
                  "_"               delimited by size
                  ws-ger-data       delimited by size
                  "_"               delimited by size
                  ws-ger-hora       delimited by size
                  ".txt"            delimited by size
                  into ws-nome-arqExtratoApp
           end-string

           open output arqExtratoApp
           if ws-fs-arqExtratoApp  <> 00 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqExtratoApp                     to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqExtratoApp "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-qtd-inclusoes
           move 0 to ws-qtd-alteracoes
           move 0 to ws-qtd-inativacoes
           move 0 to ws-qtd-detalhes
           move 0 to ws-qtd-registros
           move 0 to ws-hash-alunos
           move 0 to ws-qtd-auditoria

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Nova Extração - Segura a Janela Batch (o Cadastro, a
      *>      Frequencia e as Mensalidades Ficam Parados Durante o Lote),
      *>      Rele o Controle e Abre os Arquivos de Entrada e o Estado
      *>------------------------------------------------------------------------
       preparar-extracao section.

           perform reservar-janela-batch

      *>   Controle Relido Com a Janela Reservada - Outra Extração Pode Ter
      *>   Terminado Entre a Pergunta e a Reserva
           perform ler-controle

      *>   Lote Interrompido Antes de Atualizar o Controle Reutiliza o
      *>   Mesmo Numero e a Mesma Janela - Ver processar-aluno
           compute ws-lote = ws-ctl-ultimo-lote + 1
           move ws-ctl-data to ws-de-data
           move ws-ctl-hora to ws-de-hora
           accept ws-ate-data from date yyyymmdd
           accept ws-ate-hora from time
           move ws-ate-data to ws-ger-data
           move ws-ate-hora to ws-ger-hora

           compute ws-competencia-atual = ws-ger-ano * 100 + ws-ger-mes

           open input arqCadAlunosIndex
           if ws-fs-arqCadAlunosIndex  <> 00 then
               move 5                                          to ws-msn-erro-ofsset
               move ws-fs-arqCadAlunosIndex                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqCadAlunosIndex "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Abre a Frequencia; Sem o Arquivo (Nenhuma
      *>   Frequencia Lançada Ainda) a Frequencia Fica em 100%
           set ws-freq-disponivel to true
           open input arqFrequencia
           if ws-fs-arqFrequencia = 35 then
               set ws-freq-indisponivel to true
           else
               if ws-fs-arqFrequencia <> 00 then
                   move 6                                       to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                     to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqFrequencia "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   Open Input - Abre o Cadastro Mestre de Disciplinas e Carrega
      *>   a Tabela Usada na Apuração das Notas
           open input arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00 then
               move 34                                      to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqDisciplinas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-disciplinas

           close arqDisciplinas
           if ws-fs-arqDisciplinas <> 0 then
               move 35                                      to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDisciplinas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Open Input - Abre as Notas por Disciplina; Sem o Arquivo as
      *>   Notas Valem Zero
           set ws-not-disponivel to true
           open input arqNotas
           if ws-fs-arqNotas = 35 then
               set ws-not-indisponivel to true
           else
               if ws-fs-arqNotas <> 00 then
                   move 36                                      to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                          to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqNotas "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   Open Input - Abre as Mensalidades; Sem o Arquivo (Nenhuma
      *>   Cobrança Gerada Ainda) Nao Ha Saldo em Aberto
           set ws-men-disponivel to true
           open input arqMensalidades
           if ws-fs-arqMensalidades = 35 then
               set ws-men-indisponivel to true
           else
               if ws-fs-arqMensalidades <> 00 then
                   move 7                                        to ws-msn-erro-ofsset
                   move ws-fs-arqMensalidades                    to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqMensalidades "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqExtratoAppEstado
           if ws-fs-arqExtratoAppEstado  <> 00
           and ws-fs-arqExtratoAppEstado <> 05 then
               move 8                                          to ws-msn-erro-ofsset
               move ws-fs-arqExtratoAppEstado                  to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqExtratoAppEstado "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Extraindo o Lote " ws-lote " - Auditoria de " ws-de-data " " ws-de-hora
                   " Ate " ws-ate-data " " ws-ate-hora

           .
       preparar-extracao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Reprocessamento - Confere o Lote Informado no Historico e
      *>      Recupera a Janela Original; Lote Inexistente Cancela
      *>------------------------------------------------------------------------
       preparar-reprocessamento section.

           if ws-lote-reprocessar > ws-ctl-ultimo-lote then
               display "Lote " ws-lote-reprocessar " Ainda Nao Extraido - Reprocessamento Cancelado"
               move 12 to return-code
               stop run
           end-if

           move ws-lote-reprocessar to ws-lote
           move ws-lote             to hst-lote
           move 0                   to hst-cod-aluno
           read arqExtratoAppHist
           evaluate ws-fs-arqExtratoAppHist
               when 00
                   move hst-lot-de-data  to ws-de-data
                   move hst-lot-de-hora  to ws-de-hora
                   move hst-lot-ate-data to ws-ate-data
                   move hst-lot-ate-hora to ws-ate-hora
                   move hst-lot-data-geracao    to ws-org-data-geracao
                   move hst-lot-hora-geracao    to ws-org-hora-geracao
                   move hst-lot-qtd-inclusoes   to ws-org-qtd-inclusoes
                   move hst-lot-qtd-alteracoes  to ws-org-qtd-alteracoes
                   move hst-lot-qtd-inativacoes to ws-org-qtd-inativacoes
                   move hst-lot-hash-alunos     to ws-org-hash-alunos
               when 23
                   display "Lote " ws-lote-reprocessar " Nao Encontrado no Historico - Reprocessamento Cancelado"
                   move 12 to return-code
                   stop run
               when other
                   move 9                                        to ws-msn-erro-ofsset
                   move ws-fs-arqExtratoAppHist                  to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqExtratoAppHist "    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           display "Reprocessando o Lote " ws-lote " - Auditoria de " ws-de-data " " ws-de-hora
                   " Ate " ws-ate-data " " ws-ate-hora

           .
       preparar-reprocessamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Le o Registro de Controle (Lote Zero) Para ws-ctl-*; Sem o
      *>      Registro Nenhum Lote Foi Extraido e a Janela Começa do Zero
      *>------------------------------------------------------------------------
       ler-controle section.

           move 0 to hst-lote
           move 0 to hst-cod-aluno
           read arqExtratoAppHist
           evaluate ws-fs-arqExtratoAppHist
               when 00
                   move hst-ctl-ultimo-lote to ws-ctl-ultimo-lote
                   move hst-ctl-data        to ws-ctl-data
                   move hst-ctl-hora        to ws-ctl-hora
               when 23
                   move 0 to ws-ctl-ultimo-lote
                   move 0 to ws-ctl-data
                   move 0 to ws-ctl-hora
               when other
                   move 9                                        to ws-msn-erro-ofsset
                   move ws-fs-arqExtratoAppHist                  to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqExtratoAppHist "    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       ler-controle-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                         Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           perform gravar-cabecalho-extrato

           if ws-modo-extracao then
      *>       Primeiro Marca no Estado os Alunos com Auditoria na Janela,
      *>       Depois Compara o Cadastro Inteiro com a Ultima Imagem Enviada
      *>       e Por Fim Inativa os Marcados Que Sairam do Cadastro
               perform marcar-alunos-auditoria
               perform processar-cadastro
               perform processar-fora-cadastro
           else
               perform reprocessar-lote
           end-if

           perform gravar-trailer-extrato

           if ws-modo-extracao then
               perform atualizar-controle
           else
               perform conferir-lote-original
           end-if

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Percorre a Trilha de Auditoria e Marca no Estado Cada Aluno
      *>      Com Operação Dentro da Janela do Lote; Operações de Controle
      *>      Sem Aluno (Fechamento, Vagas) Ficam de Fora
      *>------------------------------------------------------------------------
       marcar-alunos-auditoria section.

           move 0 to ws-fusao-sobrevivente

      *>   Sem Trilha de Auditoria So a Comparação de Imagens Vale
           set ws-aud-disponivel to true
           open input arqAuditoria
           if ws-fs-arqAuditoria = 35 then
               set ws-aud-indisponivel to true
           else
               if ws-fs-arqAuditoria <> 00 then
                   move 10                                      to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                      to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqAuditoria "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-aud-disponivel then
               set ws-nao-fim-arquivo to true
               perform until ws-eh-fim-arquivo

                   read arqAuditoria next

                   if ws-fs-arqAuditoria = 10 then
                       set ws-eh-fim-arquivo to true
                   else
                       if ws-fs-arqAuditoria <> 00 then
                           move 11                                  to ws-msn-erro-ofsset
                           move ws-fs-arqAuditoria                  to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqAuditoria "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       move aud-data to ws-mom-data
                       move aud-hora to ws-mom-hora
                       if ws-momento-auditoria-num >= ws-janela-de-num
                       and ws-momento-auditoria-num < ws-janela-ate-num
                       and aud-cod-aluno > 0 then
                           perform marcar-aluno-estado
                       end-if
                   end-if

               end-perform

               close arqAuditoria
               if ws-fs-arqAuditoria <> 0 then
                   move 12                                      to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAuditoria "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-qtd-auditoria to ws-total-ed
           display "Operacoes de Auditoria na Janela: " ws-total-ed

           .
       marcar-alunos-auditoria-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Liga a Marca de Movimento do Aluno da Auditoria Lida, Com a
      *>      Operação; na FUSAO o Duplicado Inativado Leva o Codigo do
      *>      Sobrevivente Como Destino
      *>------------------------------------------------------------------------
       marcar-aluno-estado section.

           add 1 to ws-qtd-auditoria

           move aud-cod-aluno to est-cod-aluno
           read arqExtratoAppEstado
           evaluate ws-fs-arqExtratoAppEstado
               when 00
                   set ws-estado-existente to true
               when 23
                   set ws-estado-novo to true
                   move spaces        to est-registro
                   move aud-cod-aluno to est-cod-aluno
                   set est-nunca-enviado to true
                   move 0             to est-lote
                   move 0             to est-data-envio
               when other
                   move 13                                         to ws-msn-erro-ofsset
                   move ws-fs-arqExtratoAppEstado                  to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqExtratoAppEstado "    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

      *>   A Movimentação de Vaga (DEVOLVAGA/OCUPAVAGA) Acompanha a
      *>   Operação do Cadastro - Nao Substitui a Origem Ja Marcada
           if est-com-movimento
           and (aud-operacao = "DEVOLVAGA" or aud-operacao = "OCUPAVAGA") then
               continue
           else
               set est-com-movimento to true
               move aud-operacao to est-operacao
               move 0            to est-cod-destino
           end-if

           if aud-fusao then
               if aud-nov-inativo then
                   move ws-fusao-sobrevivente to est-cod-destino
               else
                   move aud-cod-aluno to ws-fusao-sobrevivente
               end-if
           end-if

           if ws-estado-novo then
               write est-registro
           else
               rewrite est-registro
           end-if
           if ws-fs-arqExtratoAppEstado <> 00 then
               move 14                                         to ws-msn-erro-ofsset
               move ws-fs-arqExtratoAppEstado                  to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqExtratoAppEstado " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       marcar-aluno-estado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Percorre o Cadastro e Trata Cada Aluno Contra o Estado
      *>------------------------------------------------------------------------
       processar-cadastro section.

           set ws-nao-fim-arquivo to true
           perform until ws-eh-fim-arquivo

               read arqCadAlunosIndex next

               if ws-fs-arqCadAlunosIndex = 10 then
                   set ws-eh-fim-arquivo to true
               else
                   if ws-fs-arqCadAlunosIndex  <> 00 then
                       move 15                                      to ws-msn-erro-ofsset
                       move ws-fs-arqCadAlunosIndex                 to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqCadAlunosIndex "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform processar-aluno
               end-if

           end-perform

           .
       processar-cadastro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Decide o Movimento do Aluno Lido em fd-alunos:
      *>      - Enviado Neste Mesmo Lote (Execução Interrompida Antes do
      *>        Controle): Repete o Movimento do Envio
      *>      - Nunca Enviado: Inclusão se Ativo (Inativo Nao Interessa)
      *>      - Inativo no Cadastro e Ativo no Aplicativo: Inativação
      *>      - Com Auditoria na Janela ou Imagem Diferente: Alteração
      *>------------------------------------------------------------------------
       processar-aluno section.

           perform montar-imagem-aluno

           move fd-cod-aluno to ws-cod-aluno
           move spaces       to ws-movimento
           move spaces       to ws-origem
           move 0            to ws-cod-destino

           move fd-cod-aluno to est-cod-aluno
           read arqExtratoAppEstado
           evaluate ws-fs-arqExtratoAppEstado
               when 00
                   set ws-estado-existente to true
               when 23
                   set ws-estado-novo to true
                   move spaces       to est-registro
                   move fd-cod-aluno to est-cod-aluno
                   set est-nunca-enviado to true
                   set est-sem-movimento to true
                   move 0            to est-cod-destino
                   move 0            to est-lote
                   move 0            to est-data-envio
               when other
                   move 16                                         to ws-msn-erro-ofsset
                   move ws-fs-arqExtratoAppEstado                  to ws-msn-erro-cod
                   move "Erro ao Ler arq. arqExtratoAppEstado "    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           evaluate true
               when est-ja-enviado
               and  est-lote = ws-lote
                   move est-movimento   to ws-movimento
                   move est-operacao    to ws-origem
                   move est-cod-destino to ws-cod-destino
                   if fd-inativo then
                       set ws-mov-inativacao to true
                   end-if
               when est-nunca-enviado
                   if fd-ativo then
                       set ws-mov-inclusao to true
                       if est-com-movimento then
                           move est-operacao to ws-origem
                       else
                           move "INICIAL"    to ws-origem
                       end-if
                   end-if
               when fd-inativo
                   if not est-img-inativo then
                       set ws-mov-inativacao to true
                       if est-com-movimento then
                           move est-operacao    to ws-origem
                           move est-cod-destino to ws-cod-destino
                       else
                           move "CADASTRO"      to ws-origem
                       end-if
                   end-if
               when est-com-movimento
                   set ws-mov-alteracao to true
                   move est-operacao    to ws-origem
                   move est-cod-destino to ws-cod-destino
               when ws-img-cadastro <> est-img-cadastro
                   set ws-mov-alteracao to true
                   move "CADASTRO"   to ws-origem
               when ws-img-frequencia <> est-img-frequencia
                   set ws-mov-alteracao to true
                   move "FREQUENCIA" to ws-origem
               when ws-img-financeiro <> est-img-financeiro
                   set ws-mov-alteracao to true
                   move "MENSALIDAD" to ws-origem
               when other
                   continue
           end-evaluate

           if not ws-mov-nenhum then
               perform gravar-detalhe-extrato
               set est-ja-enviado to true
               move ws-movimento    to est-movimento
               move ws-origem       to est-operacao
               move ws-cod-destino  to est-cod-destino
               move ws-lote         to est-lote
               move ws-ger-data     to est-data-envio
               move ws-imagem-aluno to est-imagem
           end-if

      *>   Aluno Sem Estado e Sem Envio (Inativo Nunca Enviado) Nao Grava
           if ws-estado-existente
           or not ws-mov-nenhum then
               set est-sem-movimento to true
               perform gravar-estado
           end-if

           .
       processar-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Alunos Marcados Pela Auditoria Que Nao Estao Mais no Cadastro
      *>      (Arquivamento) - Inativa no Aplicativo Quem Ainda Estava Ativo
      *>      Por la, Com a Ultima Imagem Enviada
      *>------------------------------------------------------------------------
       processar-fora-cadastro section.

           move 0 to est-cod-aluno
           start arqExtratoAppEstado key is >= est-cod-aluno

           if ws-fs-arqExtratoAppEstado = 0 then
               set ws-nao-fim-arquivo to true
               perform until ws-eh-fim-arquivo

                   read arqExtratoAppEstado next

                   if ws-fs-arqExtratoAppEstado = 10 then
                       set ws-eh-fim-arquivo to true
                   else
                       if ws-fs-arqExtratoAppEstado <> 00 then
                           move 16                                         to ws-msn-erro-ofsset
                           move ws-fs-arqExtratoAppEstado                  to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqExtratoAppEstado "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if est-com-movimento then
                           perform inativar-fora-cadastro
                       end-if
                   end-if

               end-perform
           end-if

           .
       processar-fora-cadastro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Trata o Aluno Marcado Lido em est-registro, Ausente do Cadastro
      *>------------------------------------------------------------------------
       inativar-fora-cadastro section.

           set ws-estado-existente to true

           if est-ja-enviado
           and (not est-img-inativo or est-lote = ws-lote) then
               move est-cod-aluno   to ws-cod-aluno
               move est-imagem      to ws-imagem-aluno
               move "I"             to ws-img-status
               set ws-mov-inativacao to true
               move est-operacao    to ws-origem
               move est-cod-destino to ws-cod-destino

               perform gravar-detalhe-extrato

               move ws-movimento    to est-movimento
               move ws-lote         to est-lote
               move ws-ger-data     to est-data-envio
               move ws-imagem-aluno to est-imagem
           end-if

           set est-sem-movimento to true
           perform gravar-estado

           .
       inativar-fora-cadastro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava (Aluno Novo) ou Regrava o Estado em est-registro
      *>------------------------------------------------------------------------
       gravar-estado section.

           if ws-estado-novo then
               write est-registro
           else
               rewrite est-registro
           end-if
           if ws-fs-arqExtratoAppEstado <> 00 then
               move 14                                         to ws-msn-erro-ofsset
               move ws-fs-arqExtratoAppEstado                  to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqExtratoAppEstado " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-estado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Monta a Imagem do Aluno Lido em fd-alunos: Turma, Situação e
      *>      Notas do Cadastro, Frequencia Acumulada do Ano e Situação das
      *>      Mensalidades (Mesma Apuração do Relatorio de Inadimplencia)
      *>------------------------------------------------------------------------
       montar-imagem-aluno section.

           move fd-aluno  to ws-img-aluno
           move fd-turma  to ws-img-turma
           move fd-status to ws-img-status
           perform apurar-notas-aluno

      *>   Frequencia - Sem Registro Fica em 100%
           move 0 to ws-img-aulas
           move 0 to ws-img-faltas

           if ws-freq-disponivel then
               move fd-cod-aluno to frq-cod-aluno
               move 0            to frq-mes
               start arqFrequencia key is >= frq-chave

               if ws-fs-arqFrequencia = 0 then
                   set ws-frq-nao-fim to true
                   perform until ws-frq-eh-fim

                       read arqFrequencia next

                       evaluate true
                           when ws-fs-arqFrequencia = 10
                               set ws-frq-eh-fim to true
                           when ws-fs-arqFrequencia <> 00
                               move 17                                   to ws-msn-erro-ofsset
                               move ws-fs-arqFrequencia                  to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqFrequencia "    to ws-msn-erro-text
                               perform finaliza-anormal
                           when frq-cod-aluno <> fd-cod-aluno
                               set ws-frq-eh-fim to true
                           when other
                               add frq-aulas  to ws-img-aulas
                               add frq-faltas to ws-img-faltas
                       end-evaluate

                   end-perform
               end-if
           end-if

           if ws-img-aulas = 0 then
               move 100 to ws-img-percentual
           else
               compute ws-img-percentual rounded =
                   (ws-img-aulas - ws-img-faltas) * 100 / ws-img-aulas
           end-if

      *>   Mensalidades - Abertas, Saldo, Atraso e Ultimo Pagamento
           move 0 to ws-img-meses-abertos
           move 0 to ws-img-saldo-aberto
           move 0 to ws-img-ultima-competencia
           move 0 to ws-img-data-ultimo-pagto
           move 0 to ws-meses-atrasados

           if ws-men-disponivel then
               move fd-cod-aluno to men-cod-aluno
               move 0            to men-competencia
               start arqMensalidades key is >= men-chave

               if ws-fs-arqMensalidades = 0 then
                   set ws-men-nao-fim to true
                   perform until ws-men-eh-fim

                       read arqMensalidades next

                       evaluate true
                           when ws-fs-arqMensalidades = 10
                               set ws-men-eh-fim to true
                           when ws-fs-arqMensalidades <> 00
                               move 18                                    to ws-msn-erro-ofsset
                               move ws-fs-arqMensalidades                 to ws-msn-erro-cod
                               move "Erro ao Ler arq. arqMensalidades "   to ws-msn-erro-text
                               perform finaliza-anormal
                           when men-cod-aluno <> fd-cod-aluno
                               set ws-men-eh-fim to true
                           when men-aberta
                               add 1         to ws-img-meses-abertos
                               add men-valor to ws-img-saldo-aberto
                               if men-competencia < ws-competencia-atual then
                                   add 1 to ws-meses-atrasados
                               end-if
                           when men-paga
                               move men-competencia to ws-img-ultima-competencia
                               if men-data-pagamento > ws-img-data-ultimo-pagto then
                                   move men-data-pagamento to ws-img-data-ultimo-pagto
                               end-if
                           when other
                               continue
                       end-evaluate

                   end-perform
               end-if
           end-if

           if ws-meses-atrasados > 0 then
               set ws-img-em-atraso to true
           else
               set ws-img-em-dia to true
           end-if

           .
       montar-imagem-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Notas do Aluno Lido em fd-alunos - Para Cada Bimestre, a Media
      *>      das Notas nas Disciplinas Oferecidas na Turma (Mesma Apuração
      *>      do Historico da Virada, lista11ex3promocao); a Media é a Media
      *>      Dessas Disciplinas, Como no Boletim
      *>------------------------------------------------------------------------
       apurar-notas-aluno section.

           move 0 to ws-img-qtd-disciplinas
           move 1 to ws-nd-ix
           perform until ws-nd-ix > 4
               move 0 to ws-soma-bimestre (ws-nd-ix)
               add 1 to ws-nd-ix
           end-perform

           move 1 to ws-tab-ix
           perform until ws-tab-ix > ws-tab-qtd
               perform conferir-oferta-disciplina
               if ws-disciplina-oferecida then
                   add 1 to ws-img-qtd-disciplinas
                   perform somar-notas-disciplina
               end-if
               add 1 to ws-tab-ix
           end-perform

           if ws-img-qtd-disciplinas > 0 then
               compute ws-img-nota1 = ws-soma-bimestre (1) / ws-img-qtd-disciplinas
               compute ws-img-nota2 = ws-soma-bimestre (2) / ws-img-qtd-disciplinas
               compute ws-img-nota3 = ws-soma-bimestre (3) / ws-img-qtd-disciplinas
               compute ws-img-nota4 = ws-soma-bimestre (4) / ws-img-qtd-disciplinas
               compute ws-img-media = (ws-soma-bimestre (1) + ws-soma-bimestre (2)
                                     + ws-soma-bimestre (3) + ws-soma-bimestre (4))
                                     / (4 * ws-img-qtd-disciplinas)
           else
               move 0 to ws-img-nota1
               move 0 to ws-img-nota2
               move 0 to ws-img-nota3
               move 0 to ws-img-nota4
               move 0 to ws-img-media
           end-if

           .
       apurar-notas-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Confere se a Disciplina ws-tab-ix é Oferecida na Turma do
      *>      Aluno Corrente
      *>------------------------------------------------------------------------
       conferir-oferta-disciplina section.

           set ws-disciplina-nao-oferecida to true
           move 1 to ws-dis-ix
           perform until ws-dis-ix > 10 or ws-disciplina-oferecida
               if ws-tab-turma (ws-tab-ix ws-dis-ix) = fd-turma
               and fd-turma <> spaces then
                   set ws-disciplina-oferecida to true
               end-if
               add 1 to ws-dis-ix
           end-perform

           .
       conferir-oferta-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Soma as Notas dos Quatro Bimestres do Aluno Corrente na
      *>      Disciplina ws-tab-ix; Bimestre Sem Registro Vale Nota Zero
      *>------------------------------------------------------------------------
       somar-notas-disciplina section.

           if ws-not-disponivel then
               move 1 to ws-nd-ix
               perform until ws-nd-ix > 4
                   move fd-cod-aluno                       to not-cod-aluno
                   move ws-tab-cod-disciplina (ws-tab-ix)  to not-cod-disciplina
                   move ws-nd-ix                           to not-bimestre
                   read arqNotas
                   evaluate ws-fs-arqNotas
                       when 00
                           add not-nota to ws-soma-bimestre (ws-nd-ix)
                       when 23
                           continue
                       when other
                           move 37                                      to ws-msn-erro-ofsset
                           move ws-fs-arqNotas                          to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqNotas "            to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
                   add 1 to ws-nd-ix
               end-perform
           end-if

           .
       somar-notas-disciplina-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Carrega a Tabela de Disciplinas a Partir do Cadastro Mestre
      *>------------------------------------------------------------------------
       carregar-disciplinas section.

           move 0 to ws-tab-qtd
           set ws-nao-fim-arquivo to true
           perform until ws-eh-fim-arquivo

               read arqDisciplinas next

               if ws-fs-arqDisciplinas = 10 then
                   set ws-eh-fim-arquivo to true
               else
                   if ws-fs-arqDisciplinas <> 00 then
                       move 38                                      to ws-msn-erro-ofsset
                       move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqDisciplinas "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-tab-qtd >= 50 then
                       display "Mais de 50 Disciplinas Cadastradas - Extrato Cancelado"
                       perform liberar-janela-batch
                       move 12 to return-code
                       stop run
                   end-if
                   add 1 to ws-tab-qtd
                   move dis-cod-disciplina to ws-tab-cod-disciplina (ws-tab-qtd)
                   move 1 to ws-dis-ix
                   perform until ws-dis-ix > 10
                       move dis-turma (ws-dis-ix) to ws-tab-turma (ws-tab-qtd ws-dis-ix)
                       add 1 to ws-dis-ix
                   end-perform
               end-if

           end-perform

           .
       carregar-disciplinas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Reprocessamento - Gera de Novo os Detalhes do Lote a Partir
      *>      do Historico, na Ordem de Codigo do Aluno
      *>------------------------------------------------------------------------
       reprocessar-lote section.

           move ws-lote to hst-lote
           move 1       to hst-cod-aluno
           start arqExtratoAppHist key is >= hst-chave

           if ws-fs-arqExtratoAppHist = 0 then
               set ws-nao-fim-arquivo to true
               perform until ws-eh-fim-arquivo

                   read arqExtratoAppHist next

                   evaluate true
                       when ws-fs-arqExtratoAppHist = 10
                           set ws-eh-fim-arquivo to true
                       when ws-fs-arqExtratoAppHist <> 00
                           move 9                                        to ws-msn-erro-ofsset
                           move ws-fs-arqExtratoAppHist                  to ws-msn-erro-cod
                           move "Erro ao Ler arq. arqExtratoAppHist "    to ws-msn-erro-text
                           perform finaliza-anormal
                       when hst-lote <> ws-lote
                           set ws-eh-fim-arquivo to true
                       when other
                           move hst-cod-aluno   to ws-cod-aluno
                           move hst-movimento   to ws-movimento
                           move hst-operacao    to ws-origem
                           move hst-cod-destino to ws-cod-destino
                           move hst-imagem      to ws-imagem-aluno
                           perform gravar-linha-detalhe
                   end-evaluate

               end-perform
           end-if

           .
       reprocessar-lote-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Confere os Totais do Reprocessamento com os do Lote Original
      *>------------------------------------------------------------------------
       conferir-lote-original section.

           if ws-qtd-inclusoes   = ws-org-qtd-inclusoes
           and ws-qtd-alteracoes  = ws-org-qtd-alteracoes
           and ws-qtd-inativacoes = ws-org-qtd-inativacoes
           and ws-hash-alunos     = ws-org-hash-alunos then
               display "Totais Conferem com o Lote Original de "
                       ws-org-data-geracao " " ws-org-hora-geracao
           else
               display "Atencao: Totais Diferentes do Lote Original - Verifique o Historico"
           end-if

           .
       conferir-lote-original-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava o Detalhe do Aluno no Extrato e no Historico do Lote;
      *>      o Historico Ja Existente (Lote Interrompido) é Regravado
      *>------------------------------------------------------------------------
       gravar-detalhe-extrato section.

           perform gravar-linha-detalhe

           move ws-lote         to hst-lote
           move ws-cod-aluno    to hst-cod-aluno
           move ws-movimento    to hst-movimento
           move ws-origem       to hst-operacao
           move ws-cod-destino  to hst-cod-destino
           move ws-imagem-aluno to hst-imagem

           write hst-registro
           if ws-fs-arqExtratoAppHist = 22 then
               rewrite hst-registro
           end-if
           if ws-fs-arqExtratoAppHist <> 00 then
               move 19                                       to ws-msn-erro-ofsset
               move ws-fs-arqExtratoAppHist                  to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqExtratoAppHist " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-detalhe-extrato-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Grava a Linha de Detalhe do Aluno em Tratamento e Acumula os
      *>      Totais de Controle (Quantidade por Movimento e Soma dos
      *>      Codigos de Aluno)
      *>------------------------------------------------------------------------
       gravar-linha-detalhe section.

           move spaces          to xap-registro-detalhe
           move "D"             to xap-det-tipo
           move ws-lote         to xap-det-lote
           move ws-movimento    to xap-det-movimento
           move ws-cod-aluno    to xap-det-cod-aluno
           move ws-imagem-aluno to xap-det-dados
           move ws-origem       to xap-det-operacao
           move ws-cod-destino  to xap-det-cod-destino

           write xap-registro-detalhe
           if ws-fs-arqExtratoApp <> 00 then
               move 20                                      to ws-msn-erro-ofsset
               move ws-fs-arqExtratoApp                     to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqExtratoApp "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           evaluate true
               when ws-mov-inclusao
                   add 1 to ws-qtd-inclusoes
               when ws-mov-alteracao
                   add 1 to ws-qtd-alteracoes
               when ws-mov-inativacao
                   add 1 to ws-qtd-inativacoes
           end-evaluate

           add 1            to ws-qtd-detalhes
           add 1            to ws-qtd-registros
           add ws-cod-aluno to ws-hash-alunos

           .
       gravar-linha-detalhe-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Cabeçalho do Extrato - Lote, Janela e Geração; "S" em
      *>      Reprocessamento Avisa o Aplicativo Que o Lote Ja Foi Enviado
      *>------------------------------------------------------------------------
       gravar-cabecalho-extrato section.

           move spaces      to xap-registro-cabecalho
           move "H"         to xap-cab-tipo
           move ws-lote     to xap-cab-lote
           if ws-modo-reprocessamento then
               move "S"     to xap-cab-reprocessamento
           else
               move "N"     to xap-cab-reprocessamento
           end-if
           move ws-de-data  to xap-cab-de-data
           move ws-de-hora  to xap-cab-de-hora
           move ws-ate-data to xap-cab-ate-data
           move ws-ate-hora to xap-cab-ate-hora
           move ws-ger-data to xap-cab-data-geracao
           move ws-ger-hora to xap-cab-hora-geracao

           write xap-registro-cabecalho
           if ws-fs-arqExtratoApp <> 00 then
               move 20                                      to ws-msn-erro-ofsset
               move ws-fs-arqExtratoApp                     to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqExtratoApp "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-registros

           .
       gravar-cabecalho-extrato-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Trailer do Extrato - Totais de Controle Para o Aplicativo
      *>      Conferir o Arquivo Recebido (Registros Contam Cabeçalho e
      *>      Trailer)
      *>------------------------------------------------------------------------
       gravar-trailer-extrato section.

           add 1 to ws-qtd-registros

           move spaces             to xap-registro-trailer
           move "T"                to xap-trl-tipo
           move ws-lote            to xap-trl-lote
           move ws-qtd-inclusoes   to xap-trl-qtd-inclusoes
           move ws-qtd-alteracoes  to xap-trl-qtd-alteracoes
           move ws-qtd-inativacoes to xap-trl-qtd-inativacoes
           move ws-qtd-detalhes    to xap-trl-qtd-detalhes
           move ws-qtd-registros   to xap-trl-qtd-registros
           move ws-hash-alunos     to xap-trl-hash-alunos

           write xap-registro-trailer
           if ws-fs-arqExtratoApp <> 00 then
               move 20                                      to ws-msn-erro-ofsset
               move ws-fs-arqExtratoApp                     to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqExtratoApp "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-trailer-extrato-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Fecha o Lote no Historico (Janela e Totais) e Avança o
      *>      Registro de Controle - Ultimo Passo da Extração, Para Que uma
      *>      Execução Interrompida Repita o Mesmo Lote e a Mesma Janela
      *>------------------------------------------------------------------------
       atualizar-controle section.

           move spaces             to hst-registro-lote
           move ws-lote            to hst-lote
           move 0                  to hst-cod-aluno
           move ws-de-data         to hst-lot-de-data
           move ws-de-hora         to hst-lot-de-hora
           move ws-ate-data        to hst-lot-ate-data
           move ws-ate-hora        to hst-lot-ate-hora
           move ws-ger-data        to hst-lot-data-geracao
           move ws-ger-hora        to hst-lot-hora-geracao
           move ws-operador        to hst-lot-operador
           move ws-qtd-inclusoes   to hst-lot-qtd-inclusoes
           move ws-qtd-alteracoes  to hst-lot-qtd-alteracoes
           move ws-qtd-inativacoes to hst-lot-qtd-inativacoes
           move ws-hash-alunos     to hst-lot-hash-alunos

           write hst-registro-lote
           if ws-fs-arqExtratoAppHist = 22 then
               rewrite hst-registro-lote
           end-if
           if ws-fs-arqExtratoAppHist <> 00 then
               move 19                                       to ws-msn-erro-ofsset
               move ws-fs-arqExtratoAppHist                  to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqExtratoAppHist " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces      to hst-registro-controle
           move 0           to hst-lote
           move 0           to hst-cod-aluno
           move ws-lote     to hst-ctl-ultimo-lote
           move ws-ate-data to hst-ctl-data
           move ws-ate-hora to hst-ctl-hora

           write hst-registro-controle
           if ws-fs-arqExtratoAppHist = 22 then
               rewrite hst-registro-controle
           end-if
           if ws-fs-arqExtratoAppHist <> 00 then
               move 19                                       to ws-msn-erro-ofsset
               move ws-fs-arqExtratoAppHist                  to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqExtratoAppHist " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       atualizar-controle-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Identificação do Operador - Login e Senha Conferidos no
      *>       Cadastro de Usuarios, com Tres Tentativas Antes de Encerrar
      *>------------------------------------------------------------------------
       efetuar-login section.

           set ws-login-invalido to true
           move 0 to ws-tentativas

           perform until ws-login-ok or ws-tentativas >= 3

               display "------- Identificacao do Operador -------"
               display "Login: "
               accept ws-login

               display "Senha: "
               accept ws-senha

               move ws-login to usr-login
               read arqUsuarios
               evaluate ws-fs-arqUsuarios
                   when 00
                       if usr-senha = ws-senha then
                           set ws-login-ok to true
                           move usr-login to ws-operador
                       else
                           display "Login ou Senha Invalidos!"
                           add 1 to ws-tentativas
                       end-if
                   when 23
                       display "Login ou Senha Invalidos!"
                       add 1 to ws-tentativas
                   when other
                       move 21                                     to ws-msn-erro-ofsset
                       move ws-fs-arqUsuarios                      to ws-msn-erro-cod
                       move "Erro ao Ler arq. arqUsuarios "        to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

           end-perform

           if ws-login-invalido then
               display "Numero de Tentativas Esgotado - Encerrando o Programa"
               move 12 to return-code
               stop run
           end-if

           display "Operador " ws-operador " Identificado"

           .
       efetuar-login-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Reserva a Janela Batch - Recusa se Outra Rotina Batch Estiver
      *>       Ativa ou Houver Sessões Online Atualizando o Cadastro
      *>------------------------------------------------------------------------
       reservar-janela-batch section.

           set ws-janela-nao-reservada to true

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
               move "lista11ex3extratoapp" to ws-jnl-programa
               perform gravar-janela-batch
               set ws-janela-reservada to true
           end-if

           .
       reservar-janela-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Devolve a Janela Batch no Encerramento (Normal ou Anormal)
      *>------------------------------------------------------------------------
       liberar-janela-batch section.

           if ws-janela-reservada then
               set ws-janela-nao-reservada to true
               set ws-jnl-janela-livre to true
               move spaces to ws-jnl-programa
               perform gravar-janela-batch
           end-if

           .
       liberar-janela-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Le a Janela Batch Para ws-janela - Arquivo Inexistente
      *>       (Primeira Execução) Vale Como Janela Livre Sem Sessões
      *>------------------------------------------------------------------------
       ler-janela-batch section.

           set ws-jnl-janela-livre to true
           move spaces to ws-jnl-programa
           move 0      to ws-jnl-sessoes-online

           open input arqJanelaBatch
           evaluate ws-fs-arqJanelaBatch
               when 00
                   read arqJanelaBatch next
                   if ws-fs-arqJanelaBatch = 00 then
                       move jnl-situacao       to ws-jnl-situacao
                       move jnl-programa       to ws-jnl-programa
                       move jnl-sessoes-online to ws-jnl-sessoes-online
                   end-if
                   close arqJanelaBatch
                   if ws-fs-arqJanelaBatch <> 0 then
                       move 22                                      to ws-msn-erro-ofsset
                       move ws-fs-arqJanelaBatch                    to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqJanelaBatch "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               when 35
                   continue
               when other
                   move 23                                      to ws-msn-erro-ofsset
                   move ws-fs-arqJanelaBatch                    to ws-msn-erro-cod
                   move "Erro ao Abrir arq. arqJanelaBatch "    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       ler-janela-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Regrava a Janela Batch com o Conteudo de ws-janela
      *>------------------------------------------------------------------------
       gravar-janela-batch section.

           open output arqJanelaBatch
           if ws-fs-arqJanelaBatch <> 00 then
               move 23                                      to ws-msn-erro-ofsset
               move ws-fs-arqJanelaBatch                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqJanelaBatch "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-aud-data from date yyyymmdd
           accept ws-aud-hora from time

           move ws-jnl-situacao       to jnl-situacao
           move ws-jnl-programa       to jnl-programa
           move ws-jnl-sessoes-online to jnl-sessoes-online
           move ws-aud-data           to jnl-data
           move ws-aud-hora           to jnl-hora

           write jnl-registro
           if ws-fs-arqJanelaBatch <> 00 then
               move 24                                      to ws-msn-erro-ofsset
               move ws-fs-arqJanelaBatch                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqJanelaBatch "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqJanelaBatch
           if ws-fs-arqJanelaBatch <> 0 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-arqJanelaBatch                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqJanelaBatch "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-janela-batch-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Registra a Geração Concluida no Catalogo de Relatorios
      *>------------------------------------------------------------------------
       gravar-catalogo section.

           open extend arqCatalogoRel
           if ws-fs-arqCatalogoRel  <> 00
           and ws-fs-arqCatalogoRel <> 05 then
               move 25                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao Abrir arq. arqCatalogoRel "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "EXTRATOAPP"          to cat-relatorio
           move ws-ger-data           to cat-data
           move ws-ger-hora           to cat-hora
           move ws-operador           to cat-operador
           move ws-qtd-detalhes       to cat-registros
           move ws-nome-arqExtratoApp to cat-arquivo

           write cat-registro
           if ws-fs-arqCatalogoRel <> 00 then
               move 26                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao Gravar arq. arqCatalogoRel "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCatalogoRel
           if ws-fs-arqCatalogoRel <> 0 then
               move 27                                      to ws-msn-erro-ofsset
               move ws-fs-arqCatalogoRel                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCatalogoRel "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-catalogo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                      Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.

      *>   Caso Finalize de Forma Anormal a Mensagem de Erro Aparecerá
      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro.

      *>   Devolve a Janela Batch Antes de Encerrar (Quando Reservada)
           perform liberar-janela-batch

      *>   Retorno Diferente de Zero Sinaliza a Falha Para a Cadeia Batch
           move 12 to return-code

           stop run

           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                          Finalização
      *>------------------------------------------------------------------------
       finaliza section.

      *>   Fecha os Arquivos
           if ws-modo-extracao then
               close arqCadAlunosIndex
               if ws-fs-arqCadAlunosIndex <> 0 then
                   move 28                                          to ws-msn-erro-ofsset
                   move ws-fs-arqCadAlunosIndex                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqCadAlunosIndex "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-freq-disponivel then
                   close arqFrequencia
                   if ws-fs-arqFrequencia <> 0 then
                       move 29                                      to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                     to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqFrequencia "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               if ws-not-disponivel then
                   close arqNotas
                   if ws-fs-arqNotas <> 0 then
                       move 39                                      to ws-msn-erro-ofsset
                       move ws-fs-arqNotas                          to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqNotas "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               if ws-men-disponivel then
                   close arqMensalidades
                   if ws-fs-arqMensalidades <> 0 then
                       move 30                                      to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidades                   to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqMensalidades "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               close arqExtratoAppEstado
               if ws-fs-arqExtratoAppEstado <> 0 then
                   move 31                                          to ws-msn-erro-ofsset
                   move ws-fs-arqExtratoAppEstado                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqExtratoAppEstado "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqExtratoAppHist
           if ws-fs-arqExtratoAppHist <> 0 then
               move 32                                         to ws-msn-erro-ofsset
               move ws-fs-arqExtratoAppHist                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqExtratoAppHist "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqExtratoApp
           if ws-fs-arqExtratoApp <> 0 then
               move 33                                      to ws-msn-erro-ofsset
               move ws-fs-arqExtratoApp                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqExtratoApp "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Registra a Geração no Catalogo de Relatorios
           perform gravar-catalogo

      *>   Devolve a Janela Batch Para as Sessões Online
           perform liberar-janela-batch

           move ws-qtd-inclusoes to ws-total-ed
           display "Inclusoes   (I): " ws-total-ed
           move ws-qtd-alteracoes to ws-total-ed
           display "Alteracoes  (U): " ws-total-ed
           move ws-qtd-inativacoes to ws-total-ed
           display "Inativacoes (X): " ws-total-ed
           move ws-qtd-detalhes to ws-total-ed
           display "Total de Alunos no Lote: " ws-total-ed
           display "Extrato do Lote " ws-lote " Gerado em " ws-nome-arqExtratoApp

           stop run

           .
       finaliza-exit.
           exit.
