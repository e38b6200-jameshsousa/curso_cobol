      *            pending PANELS.CKP checkpoint) are supervisor-only
      *            (CAD-NIVEL-AUT = "S").  The history summary and a
      *            normal batch run are open to every active operator.
      *            The customer master and its price agreements
      *            (MANUT-CLIENTES) are supervisor-only as well.
      *            The physical inventory count (INVENTARIO-FISICO) is
      *            open to every operator for counting; the session
      *            level is passed along so that opening, approving
      *            and cancelling a count stay with supervisors.
      *            The overdue purchase requisitions report
      *            (REQUISICOES-VENCIDAS) is open to every operator.
      *            Quotations (ORCAMENTOS) are open to every operator
      *            for pricing, consulting and listing; the session
      *            level is passed along so that converting an
      *            accepted quotation into a job order stays with
      *            supervisors.
      *            The retroactive repricing of billed panels after a
      *            back-dated rate correction (REPRECIFICACAO) is
      *            supervisor-only.
      *            The depot master (MANUT-DEPOSITOS), which tells
      *            CALCULO-AREA which depots exist and on which
      *            weekdays each one must transmit, is supervisor-only.
      *            The consolidated audit inquiry (CONSULTA-AUDITORIA),
      *            which merges every program's audit trail into one
      *            listing and flags the exceptions, is
      *            supervisor-only.
      *            The accounting period calendar (MANUT-PERIODOS) is
      *            open to every operator for listing and consulting;
      *            the session level is passed along so that
      *            including, closing and reopening a period stay with
      *            supervisors.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           DISPLAY "8 - Estorno de lancamentos (supervisor)"
           DISPLAY "9 - Conferencia do retorno do extrato"
           DISPLAY "E - Manutencao de estoque (supervisor)"
           DISPLAY "C - Manutencao de clientes (supervisor)"
           DISPLAY "I - Inventario fisico de estoque"
           DISPLAY "R - Requisicoes de compra vencidas"
           DISPLAY "Q - Orcamentos"
           DISPLAY "T - Reprecificacao retroativa (supervisor)"
           DISPLAY "D - Manutencao de depositos (supervisor)"
           DISPLAY "A - Consulta de auditoria (supervisor)"
           DISPLAY "P - Calendario de periodos contabeis"
           DISPLAY "X - Sair"
           DISPLAY "Escolha uma opcao: "
           ACCEPT WS-OPCAO.
                   ELSE
                       PERFORM 400-NEGA-OPCAO
                   END-IF
               WHEN "C"
               WHEN "c"
                   IF SESSAO-SUPERVISOR
                       CALL "MANUT-CLIENTES" USING WS-NOME-SESSAO
                   ELSE
                       PERFORM 400-NEGA-OPCAO
                   END-IF
               WHEN "I"
               WHEN "i"
                   CALL "INVENTARIO-FISICO" USING WS-NOME-SESSAO
                       WS-NIVEL-SESSAO
               WHEN "R"
               WHEN "r"
                   DISPLAY "CALCULO-AREA-RUN-BY"
                       UPON ENVIRONMENT-NAME
                   DISPLAY WS-NOME-SESSAO UPON ENVIRONMENT-VALUE
                   CALL "REQUISICOES-VENCIDAS"
               WHEN "Q"
               WHEN "q"
                   CALL "ORCAMENTOS" USING WS-NOME-SESSAO
                       WS-NIVEL-SESSAO
               WHEN "T"
               WHEN "t"
                   IF SESSAO-SUPERVISOR
                       PERFORM 370-EXECUTA-REPRECIFICACAO
                   ELSE
                       PERFORM 400-NEGA-OPCAO
                   END-IF
               WHEN "D"
               WHEN "d"
                   IF SESSAO-SUPERVISOR
                       CALL "MANUT-DEPOSITOS" USING WS-NOME-SESSAO
                   ELSE
                       PERFORM 400-NEGA-OPCAO
                   END-IF
               WHEN "A"
               WHEN "a"
                   IF SESSAO-SUPERVISOR
                       CALL "CONSULTA-AUDITORIA" USING WS-NOME-SESSAO
                   ELSE
                       PERFORM 400-NEGA-OPCAO
                   END-IF
               WHEN "P"
               WHEN "p"
                   CALL "MANUT-PERIODOS" USING WS-NOME-SESSAO
                       WS-NIVEL-SESSAO
               WHEN "X"
               WHEN "x"
                   SET MENU-ENCERRA TO TRUE
           CALL "ESTORNO-MOVIMENTO"
           DISPLAY "Estorno encerrado para " WS-NOME-SESSAO.

       370-EXECUTA-REPRECIFICACAO.
           DISPLAY "CALCULO-AREA-RUN-BY" UPON ENVIRONMENT-NAME
           DISPLAY WS-NOME-SESSAO UPON ENVIRONMENT-VALUE
           CALL "REPRECIFICACAO"
           DISPLAY "Reprecificacao encerrada para " WS-NOME-SESSAO.

       310-VERIFICA-RESTART-PENDENTE.
           MOVE "N" TO WS-RESTART-PENDENTE
           OPEN INPUT RESTART-FILE
