       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTE-NOTURNO.
       AUTHOR. Luiz.

      *> Lote noturno: executa sem operador a cadeia de fim de
      *> dia descrita em LOTENOT.CFG (um passo por linha, com
      *> ordem, dependencia, condicao de calendario e maior
      *> RETURN-CODE aceito). Cada passo roda sem terminal, com
      *> a saida acrescentada a LOTENOT-AAAAMMDD.LOG; inicio e
      *> fim de cada passo ficam no JOBLOG.DAT com a chave
      *> AAAAMMDD-PP. Condicoes de calendario (DIA-UTIL):
      *>    T - todo dia
      *>    U - somente em dia util
      *>    M - somente no ultimo dia util do mes
      *> Um passo que devolve RETURN-CODE acima do aceito para a
      *> cadeia; na execucao seguinte a cadeia e retomada na
      *> mesma data, a partir do passo que falhou (os passos ja
      *> concluidos nao sao repetidos). Cadeia ja concluida no
      *> dia so roda de novo com o parametro FORCAR. Sem o
      *> LOTENOT.CFG, a cadeia padrao e gravada e usada. O
      *> resumo da execucao vai para LOTENOT-AAAAMMDD.REL.
      *> RETURN-CODE: 0 = concluida, 4 = concluida com avisos
      *> ou ja concluida no dia, 8 = interrompida, 16 = erro na
      *> definicao da cadeia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEIA ASSIGN TO "../LOTENOT.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CFG.

           SELECT RELATORIO ASSIGN TO WS-ARQ-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

           SELECT JOBLOG ASSIGN TO "../JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CADEIA.
       01  REG-CADEIA.
           05 CAD-PASSO        PIC X(02).
           05 FILLER           PIC X(01).
           05 CAD-NOME         PIC X(20).
           05 FILLER           PIC X(01).
           05 CAD-DEPENDE      PIC X(02).
           05 FILLER           PIC X(01).
           05 CAD-CONDICAO     PIC X(01).
           05 FILLER           PIC X(01).
           05 CAD-RC-MAXIMO    PIC X(02).
           05 FILLER           PIC X(01).
           05 CAD-DIRETORIO    PIC X(30).
           05 FILLER           PIC X(01).
           05 CAD-COMANDO      PIC X(60).
       01  REG-CADEIA-TEXTO    PIC X(123).

       FD  RELATORIO.
       01  REG-RELATORIO       PIC X(80).

       FD  JOBLOG.
       01  REG-JOBLOG.
           05 JOB-NOME         PIC X(20).
           05 JOB-EVENTO       PIC X(10).
           05 JOB-DATA-HORA    PIC X(14).
           05 JOB-CHAVE        PIC X(14).
           05 JOB-CONTADOR     PIC 9(07).

       WORKING-STORAGE SECTION.
       01 WS-FS-CFG        PIC XX.
       01 WS-FS-REL        PIC XX.
       01 WS-FS-JOBLOG     PIC XX.
       01 WS-ARQ-REL       PIC X(40).
       01 WS-ARQ-LOG       PIC X(60).
       01 WS-PARAM         PIC X(10).

       01 WS-DATA-HOJE     PIC 9(08).
       01 WS-HORA-AGORA    PIC 9(08).
       01 WS-DATA-EXEC     PIC 9(08).
       01 WS-DATA-SEGUINTE PIC 9(08).
       01 WS-DIA-UTIL      PIC X(01).
       01 WS-FIM-MES       PIC X(01).
       01 WS-DU-FUNCAO     PIC X(01).
       01 WS-DU-DATA       PIC 9(08).
       01 WS-DU-RESULTADO  PIC X(01).
       01 WS-DU-DATA-PROXIMA PIC 9(08).

      *> Registro de execucao (JOBLOG.DAT)
       01 WS-JOB-EVENTO    PIC X(10).
       01 WS-JOB-CHAVE     PIC X(14).
       01 WS-JOB-CONTADOR  PIC 9(07).

      *> Ultima execucao encontrada no JOBLOG.DAT:
      *> " " = nenhuma, "A" = aberta (sem FIM), "F" = concluida
       01 WS-ULT-DATA      PIC 9(08).
       01 WS-ULT-SITUACAO  PIC X(01).
       01 WS-RETOMADA      PIC X(01).
       01 WS-ANT-PASSO     PIC 9(02).
       01 WS-TAB-ANTERIOR.
           05 WS-ANT-STATUS OCCURS 99 TIMES PIC X(08).

      *> Passos da cadeia, na ordem do LOTENOT.CFG
       01 WS-QTD-PASSOS    PIC 9(02).
       01 WS-MAX-PASSOS    PIC 9(02) VALUE 30.
       01 WS-TAB-PASSOS.
           05 WS-PS OCCURS 30 TIMES.
              10 WS-PS-PASSO     PIC 9(02).
              10 WS-PS-NOME      PIC X(20).
              10 WS-PS-DEPENDE   PIC 9(02).
              10 WS-PS-CONDICAO  PIC X(01).
              10 WS-PS-RC-MAXIMO PIC 9(02).
              10 WS-PS-DIRETORIO PIC X(30).
              10 WS-PS-COMANDO   PIC X(60).
              10 WS-PS-STATUS    PIC X(08).
              10 WS-PS-HORA-INI  PIC 9(06).
              10 WS-PS-HORA-FIM  PIC 9(06).
              10 WS-PS-RC        PIC 9(03).
              10 WS-PS-OBS       PIC X(22).

      *> Cadeia padrao, gravada quando nao ha LOTENOT.CFG
      *> (passo, nome, dependencia, condicao, RC aceito,
      *> diretorio B = banco / U = utilitarios, comando)
       01 WS-TAB-PADRAO.
           05 FILLER PIC X(28) VALUE
              "01COMPENSAR-CHEQUES   00U04B".
           05 FILLER PIC X(40) VALUE
              "./banco LOTE COMPENSAR-CHEQUES".
           05 FILLER PIC X(28) VALUE
              "02EXEC-AGENDAMENTOS   00T04B".
           05 FILLER PIC X(40) VALUE
              "./banco LOTE EXECUTAR-AGENDAMENTOS".
           05 FILLER PIC X(28) VALUE
              "03DEBITAR-PARCELAS    00T04B".
           05 FILLER PIC X(40) VALUE
              "./banco LOTE DEBITAR-PARCELAS".
           05 FILLER PIC X(28) VALUE
              "04PROCESSAR-LOTE      00T04B".
           05 FILLER PIC X(40) VALUE
              "./banco LOTE PROCESSAR-LOTE".
           05 FILLER PIC X(28) VALUE
              "05FECHAMENTO-DIA      04T04B".
           05 FILLER PIC X(40) VALUE
              "./banco LOTE FECHAMENTO-DIA &DATA".
           05 FILLER PIC X(28) VALUE
              "06JUROS-TARIFAS       05M04B".
           05 FILLER PIC X(40) VALUE
              "./banco LOTE JUROS-TARIFAS".
           05 FILLER PIC X(28) VALUE
              "07CONTABILIZAR        05T04U".
           05 FILLER PIC X(40) VALUE
              "./contabilizar LOTE".
           05 FILLER PIC X(28) VALUE
              "08VERIFICAR-SALDOS    05T04U".
           05 FILLER PIC X(40) VALUE
              "./verificar-saldos LOTE".
           05 FILLER PIC X(28) VALUE
              "09VERIFICAR-VINCULOS  00T04U".
           05 FILLER PIC X(40) VALUE
              "./verificar-vinculos".
           05 FILLER PIC X(28) VALUE
              "10BACKUP-DIARIO       09T04U".
           05 FILLER PIC X(40) VALUE
              "./backup-diario".
           05 FILLER PIC X(28) VALUE
              "11NOTIF-RETORNO       00T04U".
           05 FILLER PIC X(40) VALUE
              "./notificacoes RETORNO".
           05 FILLER PIC X(28) VALUE
              "12NOTIF-AVISOS        00T04U".
           05 FILLER PIC X(40) VALUE
              "./notificacoes AVISOS".
           05 FILLER PIC X(28) VALUE
              "13NOTIF-ENVIAR        12T04U".
           05 FILLER PIC X(40) VALUE
              "./notificacoes ENVIAR".
       01 WS-PADRAO REDEFINES WS-TAB-PADRAO.
           05 WS-PD OCCURS 13 TIMES.
              10 WS-PD-PASSO     PIC X(02).
              10 WS-PD-NOME      PIC X(20).
              10 WS-PD-DEPENDE   PIC X(02).
              10 WS-PD-CONDICAO  PIC X(01).
              10 WS-PD-RC-MAXIMO PIC X(02).
              10 WS-PD-DIR       PIC X(01).
              10 WS-PD-COMANDO   PIC X(40).
       01 WS-QTD-PADRAO    PIC 9(02) VALUE 13.

       01 WS-IDX           PIC 9(02).
       01 WS-DEP-IDX       PIC 9(02).
       01 WS-LINHA-CFG     PIC 9(03).
       01 WS-CADEIA-ERRO   PIC X(01).
       01 WS-CADEIA-PARADA PIC X(01).
       01 WS-PASSO-PARADA  PIC 9(02).
       01 WS-HOUVE-AVISO   PIC X(01).
       01 WS-RC-PASSO      PIC S9(09).
       01 WS-RC-FINAL      PIC 9(02).
       01 WS-COMANDO       PIC X(250).
       01 WS-CMD-ANTES     PIC X(60).
       01 WS-CMD-DEPOIS    PIC X(60).
       01 WS-CMD-DELIM     PIC X(05).
       01 WS-CMD-FINAL     PIC X(80).
       01 WS-LINHA-REL     PIC X(80).
       01 WS-RC-ED         PIC ZZ9.
       01 WS-PASSO-ED      PIC 99.
       01 WS-HORA-ED       PIC X(08).
       01 WS-HORA-ED2      PIC X(08).
       01 WS-HORA-NUM      PIC 9(06).
       01 WS-HORA-X REDEFINES WS-HORA-NUM PIC X(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PARAM
           ACCEPT WS-PARAM FROM COMMAND-LINE
           MOVE ZERO TO WS-RC-FINAL

           PERFORM LER-EXECUCAO-ANTERIOR

           EVALUATE TRUE
              WHEN WS-ULT-SITUACAO = "A"
                 MOVE "S" TO WS-RETOMADA
                 MOVE WS-ULT-DATA TO WS-DATA-EXEC
                 DISPLAY "Retomando a cadeia de " WS-DATA-EXEC
                    " a partir do passo pendente."
              WHEN WS-ULT-SITUACAO = "F"
                 AND WS-ULT-DATA = WS-DATA-HOJE
                 AND WS-PARAM NOT = "FORCAR"
                 DISPLAY "Cadeia de " WS-DATA-HOJE
                    " ja concluida. Use o parametro FORCAR para"
                    " executar de novo."
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 MOVE "N" TO WS-RETOMADA
                 MOVE WS-DATA-HOJE TO WS-DATA-EXEC
                 MOVE SPACES TO WS-TAB-ANTERIOR
           END-EVALUATE

           PERFORM CARREGAR-CADEIA
           IF WS-CADEIA-ERRO = "S"
              DISPLAY "LOTENOT.CFG invalido - cadeia nao executada."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           STRING "LOTENOT-" DELIMITED BY SIZE
                  WS-DATA-EXEC DELIMITED BY SIZE
                  ".REL" DELIMITED BY SIZE
                  INTO WS-ARQ-REL
           END-STRING
           MOVE SPACES TO WS-ARQ-LOG
           STRING "../Utilitarios/LOTENOT-" DELIMITED BY SIZE
                  WS-DATA-EXEC DELIMITED BY SIZE
                  ".LOG" DELIMITED BY SIZE
                  INTO WS-ARQ-LOG
           END-STRING

           PERFORM VERIFICAR-CALENDARIO

           MOVE ZERO TO WS-ANT-PASSO
           IF WS-RETOMADA = "S"
              MOVE "RETOMADA" TO WS-JOB-EVENTO
           ELSE
              MOVE "INICIO" TO WS-JOB-EVENTO
           END-IF
           MOVE WS-QTD-PASSOS TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           MOVE "N" TO WS-CADEIA-PARADA
           MOVE "N" TO WS-HOUVE-AVISO
           MOVE ZERO TO WS-PASSO-PARADA
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-PASSOS
              OR WS-CADEIA-PARADA = "S"
              PERFORM EXECUTAR-PASSO
           END-PERFORM

           MOVE ZERO TO WS-ANT-PASSO
           IF WS-CADEIA-PARADA = "S"
              MOVE "INTERROMP" TO WS-JOB-EVENTO
              MOVE WS-PASSO-PARADA TO WS-JOB-CONTADOR
              MOVE 8 TO WS-RC-FINAL
           ELSE
              MOVE "FIM" TO WS-JOB-EVENTO
              MOVE WS-QTD-PASSOS TO WS-JOB-CONTADOR
              IF WS-HOUVE-AVISO = "S"
                 MOVE 4 TO WS-RC-FINAL
              END-IF
           END-IF
           PERFORM JOBLOG-GRAVAR

           PERFORM EMITIR-RESUMO

           MOVE WS-RC-FINAL TO RETURN-CODE
           STOP RUN.

      *> -------------------------------------------
      *> SITUACAO DA ULTIMA EXECUCAO NO JOBLOG.DAT
      *> (passos concluidos ou pulados por data)
      *> -------------------------------------------
       LER-EXECUCAO-ANTERIOR.
           MOVE ZERO   TO WS-ULT-DATA
           MOVE SPACES TO WS-ULT-SITUACAO
           MOVE SPACES TO WS-TAB-ANTERIOR

           OPEN INPUT JOBLOG
           IF WS-FS-JOBLOG NOT = "00"
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-JOBLOG NOT = "00"
              READ JOBLOG
                 AT END MOVE "10" TO WS-FS-JOBLOG
                 NOT AT END
                    IF JOB-NOME = "LOTE-NOTURNO"
                       PERFORM TRATAR-EVENTO-ANTERIOR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOBLOG
           .

       TRATAR-EVENTO-ANTERIOR.
           IF JOB-CHAVE (10:2) IS NUMERIC
              MOVE JOB-CHAVE (10:2) TO WS-ANT-PASSO
           ELSE
              MOVE ZERO TO WS-ANT-PASSO
           END-IF

           EVALUATE JOB-EVENTO
              WHEN "INICIO"
                 IF JOB-CHAVE (1:8) IS NUMERIC
                    MOVE JOB-CHAVE (1:8) TO WS-ULT-DATA
                 END-IF
                 MOVE "A" TO WS-ULT-SITUACAO
                 MOVE SPACES TO WS-TAB-ANTERIOR
              WHEN "FIM"
                 MOVE "F" TO WS-ULT-SITUACAO
              WHEN "PASSO-OK"
                 IF WS-ANT-PASSO > 0
                    MOVE "OK" TO WS-ANT-STATUS (WS-ANT-PASSO)
                 END-IF
              WHEN "PASSO-PULA"
                 IF WS-ANT-PASSO > 0
                    MOVE "PULADO" TO WS-ANT-STATUS (WS-ANT-PASSO)
                 END-IF
              WHEN "PASSO-ERRO"
                 IF WS-ANT-PASSO > 0
                    MOVE "ERRO" TO WS-ANT-STATUS (WS-ANT-PASSO)
                 END-IF
           END-EVALUATE
           .

      *> -------------------------------------------
      *> LEITURA DO LOTENOT.CFG (linhas com "*" na
      *> primeira coluna sao comentarios)
      *> -------------------------------------------
       CARREGAR-CADEIA.
           MOVE "N" TO WS-CADEIA-ERRO
           MOVE ZERO TO WS-QTD-PASSOS
           MOVE ZERO TO WS-LINHA-CFG

           OPEN INPUT CADEIA
           IF WS-FS-CFG = "35"
              PERFORM CRIAR-CADEIA-PADRAO
              OPEN INPUT CADEIA
           END-IF
           IF WS-FS-CFG NOT = "00"
              DISPLAY "Nao foi possivel ler LOTENOT.CFG!"
              MOVE "S" TO WS-CADEIA-ERRO
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-CFG NOT = "00"
              READ CADEIA
                 AT END MOVE "10" TO WS-FS-CFG
                 NOT AT END
                    ADD 1 TO WS-LINHA-CFG
                    IF REG-CADEIA-TEXTO NOT = SPACES
                       AND REG-CADEIA-TEXTO (1:1) NOT = "*"
                       PERFORM CARREGAR-PASSO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CADEIA

           IF WS-QTD-PASSOS = 0
              DISPLAY "LOTENOT.CFG sem nenhum passo."
              MOVE "S" TO WS-CADEIA-ERRO
           END-IF
           .

       CARREGAR-PASSO.
           IF WS-QTD-PASSOS >= WS-MAX-PASSOS
              DISPLAY "LOTENOT.CFG linha " WS-LINHA-CFG
                 ": mais de " WS-MAX-PASSOS " passos."
              MOVE "S" TO WS-CADEIA-ERRO
              EXIT PARAGRAPH
           END-IF
           IF CAD-PASSO IS NOT NUMERIC OR CAD-PASSO = "00"
              OR CAD-NOME = SPACES OR CAD-COMANDO = SPACES
              DISPLAY "LOTENOT.CFG linha " WS-LINHA-CFG
                 ": passo, nome ou comando invalido."
              MOVE "S" TO WS-CADEIA-ERRO
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-PASSOS
           MOVE CAD-PASSO     TO WS-PS-PASSO (WS-QTD-PASSOS)
           MOVE CAD-NOME      TO WS-PS-NOME (WS-QTD-PASSOS)
           IF CAD-DEPENDE IS NUMERIC
              MOVE CAD-DEPENDE TO WS-PS-DEPENDE (WS-QTD-PASSOS)
           ELSE
              MOVE ZERO TO WS-PS-DEPENDE (WS-QTD-PASSOS)
           END-IF
           IF CAD-CONDICAO = "U" OR CAD-CONDICAO = "M"
              MOVE CAD-CONDICAO TO WS-PS-CONDICAO (WS-QTD-PASSOS)
           ELSE
              MOVE "T" TO WS-PS-CONDICAO (WS-QTD-PASSOS)
           END-IF
           IF CAD-RC-MAXIMO IS NUMERIC
              MOVE CAD-RC-MAXIMO TO WS-PS-RC-MAXIMO (WS-QTD-PASSOS)
           ELSE
              MOVE 4 TO WS-PS-RC-MAXIMO (WS-QTD-PASSOS)
           END-IF
           IF CAD-DIRETORIO = SPACES
              MOVE "." TO WS-PS-DIRETORIO (WS-QTD-PASSOS)
           ELSE
              MOVE CAD-DIRETORIO TO WS-PS-DIRETORIO (WS-QTD-PASSOS)
           END-IF
           MOVE CAD-COMANDO   TO WS-PS-COMANDO (WS-QTD-PASSOS)
           MOVE SPACES        TO WS-PS-STATUS (WS-QTD-PASSOS)
           MOVE ZERO          TO WS-PS-HORA-INI (WS-QTD-PASSOS)
           MOVE ZERO          TO WS-PS-HORA-FIM (WS-QTD-PASSOS)
           MOVE ZERO          TO WS-PS-RC (WS-QTD-PASSOS)
           MOVE SPACES        TO WS-PS-OBS (WS-QTD-PASSOS)
           .

      *> -------------------------------------------
      *> GRAVACAO DA CADEIA PADRAO EM LOTENOT.CFG
      *> -------------------------------------------
       CRIAR-CADEIA-PADRAO.
           OPEN OUTPUT CADEIA
           IF WS-FS-CFG NOT = "00"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "LOTENOT.CFG nao encontrado - gravando a cadeia "
              "padrao."

           MOVE "* LOTE NOTURNO - UM PASSO POR LINHA, NA ORDEM DE "
              & "EXECUCAO" TO REG-CADEIA-TEXTO
           WRITE REG-CADEIA-TEXTO
           MOVE "* PP=passo DP=depende do passo (00=nenhum) C=T todo "
              & "dia, U dia util, M ultimo dia util do mes"
              TO REG-CADEIA-TEXTO
           WRITE REG-CADEIA-TEXTO
           MOVE "* RC=maior RETURN-CODE aceito; diretorio relativo a "
              & "Utilitarios; &DATA no comando = data da execucao"
              TO REG-CADEIA-TEXTO
           WRITE REG-CADEIA-TEXTO
           MOVE "*  NOME-DO-PASSO        DP C RC DIRETORIO          "
              & "            COMANDO" TO REG-CADEIA-TEXTO
           WRITE REG-CADEIA-TEXTO

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-PADRAO
              MOVE SPACES                  TO REG-CADEIA
              MOVE WS-PD-PASSO (WS-IDX)    TO CAD-PASSO
              MOVE WS-PD-NOME (WS-IDX)     TO CAD-NOME
              MOVE WS-PD-DEPENDE (WS-IDX)  TO CAD-DEPENDE
              MOVE WS-PD-CONDICAO (WS-IDX) TO CAD-CONDICAO
              MOVE WS-PD-RC-MAXIMO (WS-IDX) TO CAD-RC-MAXIMO
              IF WS-PD-DIR (WS-IDX) = "B"
                 MOVE "../Sistema Bancario Simples" TO CAD-DIRETORIO
              ELSE
                 MOVE "." TO CAD-DIRETORIO
              END-IF
              MOVE WS-PD-COMANDO (WS-IDX)  TO CAD-COMANDO
              WRITE REG-CADEIA
           END-PERFORM
           CLOSE CADEIA
           .

      *> -------------------------------------------
      *> DIA UTIL E ULTIMO DIA UTIL DO MES (DIA-UTIL)
      *> -------------------------------------------
       VERIFICAR-CALENDARIO.
           MOVE "S" TO WS-DIA-UTIL
           MOVE "N" TO WS-FIM-MES

           MOVE "V"          TO WS-DU-FUNCAO
           MOVE WS-DATA-EXEC TO WS-DU-DATA
           CALL "DIA-UTIL" USING WS-DU-FUNCAO WS-DU-DATA
              WS-DU-RESULTADO WS-DU-DATA-PROXIMA
           ON EXCEPTION
              DISPLAY "Aviso: DIA-UTIL indisponivel - data tratada "
                 "como dia util."
              MOVE "S" TO WS-DU-RESULTADO
           END-CALL
           MOVE WS-DU-RESULTADO TO WS-DIA-UTIL
           IF WS-DIA-UTIL NOT = "S"
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DATA-SEGUINTE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC) + 1)
           MOVE "P"              TO WS-DU-FUNCAO
           MOVE WS-DATA-SEGUINTE TO WS-DU-DATA
           CALL "DIA-UTIL" USING WS-DU-FUNCAO WS-DU-DATA
              WS-DU-RESULTADO WS-DU-DATA-PROXIMA
           ON EXCEPTION
              MOVE WS-DATA-SEGUINTE TO WS-DU-DATA-PROXIMA
           END-CALL
           IF WS-DU-DATA-PROXIMA (1:6) NOT = WS-DATA-EXEC (1:6)
              MOVE "S" TO WS-FIM-MES
           END-IF
           .

      *> -------------------------------------------
      *> EXECUCAO DE UM PASSO DA CADEIA
      *> -------------------------------------------
       EXECUTAR-PASSO.
           MOVE WS-PS-PASSO (WS-IDX) TO WS-ANT-PASSO

           IF WS-RETOMADA = "S"
              IF WS-ANT-STATUS (WS-ANT-PASSO) = "OK"
                 OR WS-ANT-STATUS (WS-ANT-PASSO) = "PULADO"
                 MOVE WS-ANT-STATUS (WS-ANT-PASSO)
                    TO WS-PS-STATUS (WS-IDX)
                 MOVE "EXECUCAO ANTERIOR" TO WS-PS-OBS (WS-IDX)
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF WS-PS-CONDICAO (WS-IDX) = "U" AND WS-DIA-UTIL = "N"
              MOVE "NAO E DIA UTIL" TO WS-PS-OBS (WS-IDX)
              PERFORM PULAR-PASSO
              EXIT PARAGRAPH
           END-IF
           IF WS-PS-CONDICAO (WS-IDX) = "M" AND WS-FIM-MES = "N"
              MOVE "NAO E FIM DE MES" TO WS-PS-OBS (WS-IDX)
              PERFORM PULAR-PASSO
              EXIT PARAGRAPH
           END-IF

           IF WS-PS-DEPENDE (WS-IDX) > 0
              PERFORM VERIFICAR-DEPENDENCIA
              IF WS-PS-STATUS (WS-IDX) NOT = SPACES
                 EXIT PARAGRAPH
              END-IF
           END-IF

           DISPLAY "----- Passo " WS-PS-PASSO (WS-IDX) " "
              WS-PS-NOME (WS-IDX)
           MOVE "PASSO-INI" TO WS-JOB-EVENTO
           MOVE ZERO TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-HORA-AGORA (1:6) TO WS-PS-HORA-INI (WS-IDX)

           PERFORM MONTAR-COMANDO
           CALL "SYSTEM" USING WS-COMANDO
           MOVE RETURN-CODE TO WS-RC-PASSO
           IF WS-RC-PASSO > 255
              DIVIDE 256 INTO WS-RC-PASSO
           END-IF
           IF WS-RC-PASSO < 0 OR WS-RC-PASSO > 255
              MOVE 255 TO WS-RC-PASSO
           END-IF
           MOVE WS-RC-PASSO TO WS-PS-RC (WS-IDX)

           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-HORA-AGORA (1:6) TO WS-PS-HORA-FIM (WS-IDX)
           MOVE WS-RC-PASSO TO WS-JOB-CONTADOR
           IF WS-RC-PASSO > WS-PS-RC-MAXIMO (WS-IDX)
              MOVE "ERRO" TO WS-PS-STATUS (WS-IDX)
              MOVE "RC ACIMA DO ACEITO" TO WS-PS-OBS (WS-IDX)
              MOVE "PASSO-ERRO" TO WS-JOB-EVENTO
              PERFORM JOBLOG-GRAVAR
              MOVE "S" TO WS-CADEIA-PARADA
              MOVE WS-PS-PASSO (WS-IDX) TO WS-PASSO-PARADA
              DISPLAY "Passo " WS-PS-PASSO (WS-IDX)
                 " terminou com RETURN-CODE " WS-PS-RC (WS-IDX)
                 " - cadeia interrompida."
           ELSE
              MOVE "OK" TO WS-PS-STATUS (WS-IDX)
              IF WS-RC-PASSO > 0
                 MOVE "S" TO WS-HOUVE-AVISO
                 MOVE "CONCLUIDO COM AVISO" TO WS-PS-OBS (WS-IDX)
              END-IF
              MOVE "PASSO-OK" TO WS-JOB-EVENTO
              PERFORM JOBLOG-GRAVAR
           END-IF
           .

       PULAR-PASSO.
           MOVE "PULADO" TO WS-PS-STATUS (WS-IDX)
           MOVE "PASSO-PULA" TO WS-JOB-EVENTO
           MOVE ZERO TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR
           DISPLAY "----- Passo " WS-PS-PASSO (WS-IDX) " "
              WS-PS-NOME (WS-IDX) " pulado: " WS-PS-OBS (WS-IDX)
           .

      *> Passo dependente so roda se o passo do qual depende
      *> terminou OK; se ele foi pulado, o dependente tambem e
       VERIFICAR-DEPENDENCIA.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
              UNTIL WS-DEP-IDX >= WS-IDX
              OR WS-PS-PASSO (WS-DEP-IDX) = WS-PS-DEPENDE (WS-IDX)
              CONTINUE
           END-PERFORM

           IF WS-DEP-IDX >= WS-IDX
              MOVE "ERRO" TO WS-PS-STATUS (WS-IDX)
              MOVE "DEPENDENCIA INVALIDA" TO WS-PS-OBS (WS-IDX)
           ELSE
              EVALUATE WS-PS-STATUS (WS-DEP-IDX)
                 WHEN "OK"
                    CONTINUE
                 WHEN "PULADO"
                    MOVE "DEPENDENCIA PULADA" TO WS-PS-OBS (WS-IDX)
                    PERFORM PULAR-PASSO
                 WHEN OTHER
                    MOVE "ERRO" TO WS-PS-STATUS (WS-IDX)
                    MOVE "DEPENDENCIA INCOMPLETA"
                       TO WS-PS-OBS (WS-IDX)
              END-EVALUATE
           END-IF

           IF WS-PS-STATUS (WS-IDX) = "ERRO"
              MOVE "PASSO-ERRO" TO WS-JOB-EVENTO
              MOVE ZERO TO WS-JOB-CONTADOR
              PERFORM JOBLOG-GRAVAR
              MOVE "S" TO WS-CADEIA-PARADA
              MOVE WS-PS-PASSO (WS-IDX) TO WS-PASSO-PARADA
              DISPLAY "Passo " WS-PS-PASSO (WS-IDX) ": "
                 WS-PS-OBS (WS-IDX) " - cadeia interrompida."
           END-IF
           .

      *> cd "<diretorio>" && <comando> < /dev/null >> <log> 2>&1
      *> (&DATA no comando e trocado pela data da execucao)
       MONTAR-COMANDO.
           MOVE SPACES TO WS-CMD-ANTES
           MOVE SPACES TO WS-CMD-DEPOIS
           MOVE SPACES TO WS-CMD-DELIM
           UNSTRING WS-PS-COMANDO (WS-IDX) DELIMITED BY "&DATA"
              INTO WS-CMD-ANTES DELIMITER IN WS-CMD-DELIM
                   WS-CMD-DEPOIS
           END-UNSTRING

           MOVE SPACES TO WS-CMD-FINAL
           IF WS-CMD-DELIM = "&DATA"
              STRING WS-CMD-ANTES DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                     WS-DATA-EXEC DELIMITED BY SIZE
                     WS-CMD-DEPOIS DELIMITED BY "  "
                     INTO WS-CMD-FINAL
              END-STRING
           ELSE
              MOVE WS-PS-COMANDO (WS-IDX) TO WS-CMD-FINAL
           END-IF

           MOVE SPACES TO WS-COMANDO
           STRING "cd """ DELIMITED BY SIZE
                  WS-PS-DIRETORIO (WS-IDX) DELIMITED BY "  "
                  """ && " DELIMITED BY SIZE
                  WS-CMD-FINAL DELIMITED BY "  "
                  " < /dev/null >> " DELIMITED BY SIZE
                  WS-ARQ-LOG DELIMITED BY SPACE
                  " 2>&1" DELIMITED BY SIZE
                  INTO WS-COMANDO
           END-STRING
           .

      *> -------------------------------------------
      *> RESUMO DA EXECUCAO (LOTENOT-AAAAMMDD.REL)
      *> -------------------------------------------
       EMITIR-RESUMO.
           OPEN OUTPUT RELATORIO
           IF WS-FS-REL NOT = "00"
              DISPLAY "Nao foi possivel criar " WS-ARQ-REL
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           STRING "===== LOTE NOTURNO - CADEIA DE " DELIMITED BY SIZE
                  WS-DATA-EXEC DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           IF WS-RETOMADA = "S"
              MOVE "EXECUCAO: RETOMADA" TO WS-LINHA-REL
           ELSE
              MOVE "EXECUCAO: NOVA" TO WS-LINHA-REL
           END-IF
           STRING "DIA UTIL: " DELIMITED BY SIZE
                  WS-DIA-UTIL DELIMITED BY SIZE
                  "   ULTIMO DIA UTIL DO MES: " DELIMITED BY SIZE
                  WS-FIM-MES DELIMITED BY SIZE
                  INTO WS-LINHA-REL (24:57)
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           MOVE "PP PASSO                SITUACAO INICIO   FIM       "
              & " RC OBSERVACAO" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-PASSOS
              PERFORM LINHA-RESUMO-PASSO
           END-PERFORM

           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           IF WS-CADEIA-PARADA = "S"
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-QTD-PASSOS
                 OR WS-PS-PASSO (WS-IDX) = WS-PASSO-PARADA
                 CONTINUE
              END-PERFORM
              MOVE WS-PASSO-PARADA TO WS-PASSO-ED
              STRING "SITUACAO FINAL: CADEIA INTERROMPIDA NO PASSO "
                        DELIMITED BY SIZE
                     WS-PASSO-ED DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     WS-PS-NOME (WS-IDX) DELIMITED BY SPACE
                     INTO WS-LINHA-REL
              END-STRING
              PERFORM ESCREVER-LINHA-REL
              MOVE SPACES TO WS-LINHA-REL
              STRING "CORRIGIR A CAUSA (VER " DELIMITED BY SIZE
                     WS-ARQ-LOG (16:) DELIMITED BY SPACE
                     ") E EXECUTAR O LOTE-NOTURNO" DELIMITED BY SIZE
                     INTO WS-LINHA-REL
              END-STRING
              PERFORM ESCREVER-LINHA-REL
              MOVE SPACES TO WS-LINHA-REL
              STRING "DE NOVO: A CADEIA SERA RETOMADA NO PASSO "
                        DELIMITED BY SIZE
                     WS-PASSO-ED DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     INTO WS-LINHA-REL
              END-STRING
              PERFORM ESCREVER-LINHA-REL
           ELSE
              IF WS-HOUVE-AVISO = "S"
                 MOVE "SITUACAO FINAL: CADEIA CONCLUIDA COM AVISOS "
                    & "- CONFERIR OS PASSOS COM RC" TO WS-LINHA-REL
              ELSE
                 MOVE "SITUACAO FINAL: CADEIA CONCLUIDA."
                    TO WS-LINHA-REL
              END-IF
              PERFORM ESCREVER-LINHA-REL
              MOVE SPACES TO WS-LINHA-REL
              STRING "SAIDA DOS PROGRAMAS EM " DELIMITED BY SIZE
                     WS-ARQ-LOG (16:) DELIMITED BY SPACE
                     INTO WS-LINHA-REL
              END-STRING
              PERFORM ESCREVER-LINHA-REL
           END-IF

           IF WS-FS-REL = "00"
              CLOSE RELATORIO
              DISPLAY "Resumo gravado em " WS-ARQ-REL
           END-IF
           .

       LINHA-RESUMO-PASSO.
           MOVE SPACES TO WS-HORA-ED
           MOVE SPACES TO WS-HORA-ED2
           IF WS-PS-HORA-INI (WS-IDX) > 0
              MOVE WS-PS-HORA-INI (WS-IDX) TO WS-HORA-NUM
              STRING WS-HORA-X (1:2) ":" WS-HORA-X (3:2) ":"
                     WS-HORA-X (5:2) DELIMITED BY SIZE
                     INTO WS-HORA-ED
              END-STRING
              MOVE WS-PS-HORA-FIM (WS-IDX) TO WS-HORA-NUM
              STRING WS-HORA-X (1:2) ":" WS-HORA-X (3:2) ":"
                     WS-HORA-X (5:2) DELIMITED BY SIZE
                     INTO WS-HORA-ED2
              END-STRING
           END-IF
           MOVE WS-PS-PASSO (WS-IDX) TO WS-PASSO-ED
           MOVE WS-PS-RC (WS-IDX) TO WS-RC-ED

           MOVE SPACES TO WS-LINHA-REL
           MOVE WS-PASSO-ED           TO WS-LINHA-REL (1:2)
           MOVE WS-PS-NOME (WS-IDX)   TO WS-LINHA-REL (4:20)
           IF WS-PS-STATUS (WS-IDX) = SPACES
              MOVE "NAO EXEC" TO WS-LINHA-REL (25:8)
           ELSE
              MOVE WS-PS-STATUS (WS-IDX) TO WS-LINHA-REL (25:8)
           END-IF
           MOVE WS-HORA-ED            TO WS-LINHA-REL (34:8)
           MOVE WS-HORA-ED2           TO WS-LINHA-REL (43:8)
           IF WS-PS-HORA-INI (WS-IDX) > 0
              MOVE WS-RC-ED           TO WS-LINHA-REL (53:3)
           END-IF
           MOVE WS-PS-OBS (WS-IDX)    TO WS-LINHA-REL (57:22)
           PERFORM ESCREVER-LINHA-REL
           .

       ESCREVER-LINHA-REL.
           DISPLAY WS-LINHA-REL
           IF WS-FS-REL = "00"
              WRITE REG-RELATORIO FROM WS-LINHA-REL
           END-IF
           .

      *> -------------------------------------------
      *> REGISTRO DE EXECUCAO (JOBLOG.DAT) - chave
      *> AAAAMMDD-PP (PP = passo; 00 = a cadeia)
      *> -------------------------------------------
       JOBLOG-GRAVAR.
           OPEN EXTEND JOBLOG
           IF WS-FS-JOBLOG NOT = "00"
              OPEN OUTPUT JOBLOG
              CLOSE JOBLOG
              OPEN EXTEND JOBLOG
           END-IF
           IF WS-FS-JOBLOG NOT = "00"
              DISPLAY "Aviso: nao foi possivel gravar o JOBLOG!"
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-JOB-CHAVE
           MOVE WS-ANT-PASSO TO WS-PASSO-ED
           STRING WS-DATA-EXEC DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PASSO-ED DELIMITED BY SIZE
                  INTO WS-JOB-CHAVE
           END-STRING

           MOVE "LOTE-NOTURNO"  TO JOB-NOME
           MOVE WS-JOB-EVENTO   TO JOB-EVENTO
           MOVE WS-JOB-CHAVE    TO JOB-CHAVE
           MOVE WS-JOB-CONTADOR TO JOB-CONTADOR
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           STRING WS-DATA-HOJE  DELIMITED BY SIZE
                  WS-HORA-AGORA DELIMITED BY SIZE
                  INTO JOB-DATA-HORA
           END-STRING
           WRITE REG-JOBLOG
           CLOSE JOBLOG
           .

       END PROGRAM LOTE-NOTURNO.
