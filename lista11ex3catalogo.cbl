      *>------------------------------------------------------------------------
      *>      Lista as Gerações do Catalogo, com Filtro Opcional Pelo
      *>      Nome do Relatorio (BOLETIM, COMUNICADOS, LISTAGEM,
      *>      CONCILIACAO, PENDENCIAS, RETORNO, HISTORICO, CADEIA,
      *>      INTEGRIDADE, CHAMADA, GRADETURMA, GRADEPROF, DECLARACAO,
      *>      ATACONSELHO, EXTRATOAPP ou TODAS)
      *>------------------------------------------------------------------------
       listar-geracoes section.

           display erase
           display "------- Geracoes Registradas -------"
           display "Relatorio (BOLETIM/COMUNICADOS/LISTAGEM/"
           display "           CONCILIACAO/PENDENCIAS/RETORNO/"
           display "           HISTORICO/CADEIA/INTEGRIDADE/CHAMADA/"
           display "           GRADETURMA/GRADEPROF/DECLARACAO/"
           display "           ATACONSELHO/EXTRATOAPP"
           display "           ou TODAS)                   : "
           accept ws-filtro-relatorio

           move 0 to ws-total-geracoes
      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro.

           move 12 to return-code
           stop run

           .
