      *> com o cadastro em ordem de chave. No modo correcao,
      *> liberado por senha de supervisor, cada divergencia pode
      *> gerar uma transacao de ajuste assinada e acertar o
      *> CONTA-SALDO do cadastro. Chamado com o parametro LOTE
      *> (lote noturno), roda somente em modo de relatorio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-DIVERGENCIAS  PIC 9(05).
       01 WS-CORRIGIDAS    PIC 9(05).
       01 WS-MODO-CORRECAO PIC X(01).
       01 WS-PARAM-LOTE    PIC X(10).
       01 WS-SUP-COD       PIC 9(03).
       01 WS-SUP-SENHA     PIC X(08).
       01 WS-CORRIGIR      PIC X(01).
           MOVE ZERO TO WS-DIVERGENCIAS
           MOVE ZERO TO WS-CORRIGIDAS

           MOVE SPACES TO WS-PARAM-LOTE
           ACCEPT WS-PARAM-LOTE FROM COMMAND-LINE
           IF WS-PARAM-LOTE = "LOTE"
              MOVE "N" TO WS-MODO-CORRECAO
           ELSE
              DISPLAY "Modo correcao - gravar ajustes nas "
                 "divergencias (S/N)? "
              ACCEPT WS-MODO-CORRECAO
           END-IF
           IF WS-MODO-CORRECAO = "S"
              PERFORM VALIDAR-SUPERVISOR
              IF WS-MODO-CORRECAO NOT = "S"
           END-IF
           IF WS-FS-CONTAS NOT = "00"
              DISPLAY "contas.dat nao encontrado."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

              WHEN "RESGATE"
              WHEN "EMPRESTIMO"
              WHEN "AJUSTE-CRE"
              WHEN "TED-DEVOL"
              WHEN "TED-RECEB"
                 MOVE "C" TO ORD-SINAL
              WHEN "SAQUE"
              WHEN "TRANSF-SAI"
              WHEN "APLICACAO"
              WHEN "PARC-EMP"
              WHEN "AJUSTE-DEB"
              WHEN "CHQ-DEVOL"
              WHEN "TED-ENVIO"
              WHEN "CHEQUE"
              WHEN "MORA-EMP"
              WHEN "IR-FONTE"
                 MOVE "D" TO ORD-SINAL
              WHEN "EXCLUSAO"
              WHEN "LIBERACAO"
              WHEN "TALAO"
              WHEN "CHQ-SUST"
              WHEN "CHQ-RECUS"
                 EXIT PARAGRAPH
              WHEN OTHER
                 DISPLAY "Tipo de transacao desconhecido: "
