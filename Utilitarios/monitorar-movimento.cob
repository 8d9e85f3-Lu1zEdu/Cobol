       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONITORAR-MOVIMENTO.
       AUTHOR. Luiz.

      *> Monitoramento de movimentacao suspeita (prevencao a
      *> lavagem de dinheiro) do BANCO-SIMPLES: varre o
      *> historico de transacoes (arquivos anuais + arquivo
      *> vivo) ordenado por conta e data e aplica as regras
      *> com os limites do parampld.dat:
      *>   01 deposito ou saque em especie acima do limite
      *>   02 varios depositos no mesmo dia, cada um abaixo do
      *>      limite, que somados passam do limite
      *>   03 transferencia recebida e repassada em seguida
      *>   04 movimento alto em conta aberta ha pouco tempo
      *> Cada ocorrencia do periodo vira um alerta em
      *> alertas.dat (situacao A aberto, R em revisao, F
      *> fechado/justificado), tratado pelo supervisor no
      *> BANCO-SIMPLES. Reexecutar o mesmo periodo nao duplica
      *> alertas nem reabre os ja tratados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACOES ASSIGN TO
               "../Sistema Bancario Simples/transacoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.

           SELECT ARQUIVO-ANO ASSIGN TO WS-ARQ-ANO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANO.

           SELECT COMPENSACAO ASSIGN TO
               "../Sistema Bancario Simples/compensa.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CHAVE
               FILE STATUS IS WS-FS-CMP.

           SELECT PARAMETROS-PLD ASSIGN TO
               "../Sistema Bancario Simples/parampld.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRM.

           SELECT ALERTAS ASSIGN TO
               "../Sistema Bancario Simples/alertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALE-CHAVE
               FILE STATUS IS WS-FS-ALE.

           SELECT RELATORIO ASSIGN TO "ALERTAS-PLD.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

           SELECT JOBLOG ASSIGN TO "../JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOBLOG.

           SELECT ARQ-ORDENACAO ASSIGN TO "MONITORA.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACOES.
       01  REG-TRANSACAO.
           05 TRANS-CONTA      PIC 9(6).
           05 TRANS-TIPO       PIC X(10).
           05 TRANS-VALOR      PIC 9(7)V99.
           05 TRANS-SALDO      PIC S9(7)V99.
           05 TRANS-DATA-HORA  PIC X(14).

       FD  ARQUIVO-ANO.
       01  REG-ARQUIVO-ANO     PIC X(48).

       FD  COMPENSACAO.
       01  REG-COMPENSACAO.
           05 CMP-CHAVE.
              10 CMP-CONTA        PIC 9(6).
              10 CMP-DATA-HORA    PIC X(14).
           05 CMP-VALOR           PIC 9(7)V99.
           05 CMP-DATA-DEPOSITO   PIC 9(08).
           05 CMP-DATA-LIBERACAO  PIC 9(08).
           05 CMP-STATUS          PIC X(01).

       FD  PARAMETROS-PLD.
       01  REG-PARAMETRO-PLD.
           05 PLD-LIMITE-ESPECIE    PIC 9(7)V99.
           05 PLD-VALOR-TRANSF      PIC 9(7)V99.
           05 PLD-JANELA-TRANSF     PIC 9(02).
           05 PLD-PCT-TRANSF        PIC 9(03).
           05 PLD-DIAS-CONTA-NOVA   PIC 9(03).
           05 PLD-LIMITE-CONTA-NOVA PIC 9(7)V99.

       FD  ALERTAS.
       01  REG-ALERTA.
           05 ALE-CHAVE.
              10 ALE-CONTA        PIC 9(6).
              10 ALE-DATA         PIC 9(08).
              10 ALE-REGRA        PIC 9(02).
           05 ALE-VALOR           PIC 9(9)V99.
           05 ALE-QTD             PIC 9(03).
           05 ALE-STATUS          PIC X(01).
           05 ALE-DATA-GERACAO    PIC 9(08).
           05 ALE-USU-COD         PIC 9(03).
           05 ALE-DATA-STATUS     PIC 9(08).
           05 ALE-JUSTIFICATIVA   PIC X(60).

       FD  RELATORIO.
       01  REG-RELATORIO       PIC X(80).

       FD  JOBLOG.
       01  REG-JOBLOG.
           05 JOB-NOME         PIC X(20).
           05 JOB-EVENTO       PIC X(10).
           05 JOB-DATA-HORA    PIC X(14).
           05 JOB-CHAVE        PIC X(14).
           05 JOB-CONTADOR     PIC 9(07).

       SD  ARQ-ORDENACAO.
       01  REG-ORDENACAO.
           05 ORD-CONTA        PIC 9(6).
           05 ORD-DATA-HORA    PIC X(14).
           05 ORD-TIPO         PIC X(10).
           05 ORD-VALOR        PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-TRANS      PIC XX.
       01 WS-FS-ANO        PIC XX.
       01 WS-FS-CMP        PIC XX.
       01 WS-FS-PRM        PIC XX.
       01 WS-FS-ALE        PIC XX.
       01 WS-FS-REL        PIC XX.
       01 WS-FS-JOBLOG     PIC XX.
       01 WS-ARQ-ANO       PIC X(60).
       01 WS-ANO-ARQ       PIC 9(04).
       01 WS-ANO-ATUAL     PIC 9(04).
       01 WS-DATA-HOJE     PIC 9(08).
       01 WS-HORA-AGORA    PIC 9(08).
       01 WS-DATA-INICIO   PIC 9(08).
       01 WS-DATA-FIM      PIC 9(08).
       01 WS-JOB-EVENTO    PIC X(10).
       01 WS-JOB-CONTADOR  PIC 9(07).
       01 WS-JOB-ULT-EVENTO PIC X(10).
       01 WS-CMP-ABERTO    PIC X(01).
       01 WS-FIM-ORD       PIC X(01).
       01 WS-TEM-GRUPO     PIC X(01).
       01 WS-CONTA-GRUPO   PIC 9(6).
       01 WS-DIA-GRUPO     PIC 9(08).
       01 WS-MOV-DATA      PIC 9(08).
       01 WS-MOV-JUL       PIC S9(07).
       01 WS-JUL-ABERTURA  PIC S9(07).
       01 WS-EH-CHEQUE     PIC X(01).
      *> limites em vigor (parampld.dat ou valores padrao)
       01 WS-LIMITE-ESPECIE    PIC 9(7)V99.
       01 WS-VALOR-TRANSF      PIC 9(7)V99.
       01 WS-JANELA-TRANSF     PIC 9(02).
       01 WS-PCT-TRANSF        PIC 9(03).
       01 WS-DIAS-CONTA-NOVA   PIC 9(03).
       01 WS-LIMITE-CONTA-NOVA PIC 9(7)V99.
      *> acumuladores do dia da conta em analise
       01 WS-ESP-QTD       PIC 9(03).
       01 WS-ESP-TOTAL     PIC 9(9)V99.
       01 WS-FRAC-QTD      PIC 9(03).
       01 WS-FRAC-TOTAL    PIC 9(9)V99.
       01 WS-RAP-QTD       PIC 9(03).
       01 WS-RAP-TOTAL     PIC 9(9)V99.
      *> acompanhamento da conta em analise
       01 WS-ENT-JUL       PIC S9(07).
       01 WS-ENT-VALOR     PIC 9(7)V99.
       01 WS-NOVA-TOTAL    PIC 9(9)V99.
       01 WS-NOVA-ALERTADA PIC X(01).
      *> alerta a gravar
       01 WS-ALE-DATA      PIC 9(08).
       01 WS-ALE-REGRA     PIC 9(02).
       01 WS-ALE-QTD       PIC 9(03).
       01 WS-ALE-VALOR     PIC 9(9)V99.
       01 WS-ALE-DESC      PIC X(30).
       01 WS-QTD-NOVOS     PIC 9(05).
       01 WS-QTD-REPETIDOS PIC 9(05).
       01 WS-QTD-LIDOS     PIC 9(07).
       01 WS-REGRA-IDX     PIC 9(02).
       01 WS-TAB-REGRAS.
           05 WS-REGRA-QTD OCCURS 4 TIMES PIC 9(05).
       01 WS-LINHA-REL     PIC X(80).
       01 WS-VAL-ED        PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== MONITORAMENTO DE MOVIMENTACAO ====="
           DISPLAY "Data inicial do periodo (AAAAMMDD, 0 = hoje): "
           ACCEPT WS-DATA-INICIO
           DISPLAY "Data final do periodo (AAAAMMDD, 0 = hoje): "
           ACCEPT WS-DATA-FIM
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF WS-DATA-INICIO = 0
              MOVE WS-DATA-HOJE TO WS-DATA-INICIO
           END-IF
           IF WS-DATA-FIM = 0
              MOVE WS-DATA-HOJE TO WS-DATA-FIM
           END-IF
           IF WS-DATA-INICIO < 19000101
              OR WS-DATA-FIM > 22001231
              OR WS-DATA-FIM < WS-DATA-INICIO
              DISPLAY "Periodo invalido!"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LER-PARAMETROS-PLD

           OPEN I-O ALERTAS
           IF WS-FS-ALE NOT = "00"
              OPEN OUTPUT ALERTAS
              CLOSE ALERTAS
              OPEN I-O ALERTAS
           END-IF
           IF WS-FS-ALE NOT = "00"
              DISPLAY "Erro ao abrir alertas.dat!"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "N" TO WS-CMP-ABERTO
           OPEN INPUT COMPENSACAO
           IF WS-FS-CMP = "00"
              MOVE "S" TO WS-CMP-ABERTO
           END-IF

           PERFORM JOBLOG-VERIFICAR-PENDENTE
           MOVE "INICIO" TO WS-JOB-EVENTO
           MOVE ZERO     TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           MOVE ZERO TO WS-QTD-NOVOS
           MOVE ZERO TO WS-QTD-REPETIDOS
           MOVE ZERO TO WS-QTD-LIDOS
           PERFORM VARYING WS-REGRA-IDX FROM 1 BY 1
              UNTIL WS-REGRA-IDX > 4
              MOVE ZERO TO WS-REGRA-QTD (WS-REGRA-IDX)
           END-PERFORM

           OPEN OUTPUT RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING "===== ALERTAS DE MOVIMENTACAO - " DELIMITED BY SIZE
                  WS-DATA-INICIO DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-DATA-FIM DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           MOVE "CONTA  DATA     RG DESCRICAO                      "
              & "QTD        VALOR" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL

           SORT ARQ-ORDENACAO
              ON ASCENDING KEY ORD-CONTA ORD-DATA-HORA
              INPUT PROCEDURE IS CARREGAR-MOVIMENTOS
              OUTPUT PROCEDURE IS ANALISAR-MOVIMENTOS

           PERFORM EMITIR-RESUMO
           CLOSE RELATORIO
           CLOSE ALERTAS
           IF WS-CMP-ABERTO = "S"
              CLOSE COMPENSACAO
           END-IF

           MOVE "FIM" TO WS-JOB-EVENTO
           MOVE WS-QTD-NOVOS TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           DISPLAY "Relatorio gravado em ALERTAS-PLD.REL"
           STOP RUN.

      *> -------------------------------------------
      *> LIMITES DAS REGRAS (parampld.dat; campo
      *> ausente ou zerado assume o valor padrao)
      *> -------------------------------------------
       LER-PARAMETROS-PLD.
           MOVE ZERO TO WS-LIMITE-ESPECIE
           MOVE ZERO TO WS-VALOR-TRANSF
           MOVE ZERO TO WS-JANELA-TRANSF
           MOVE ZERO TO WS-PCT-TRANSF
           MOVE ZERO TO WS-DIAS-CONTA-NOVA
           MOVE ZERO TO WS-LIMITE-CONTA-NOVA

           OPEN INPUT PARAMETROS-PLD
           IF WS-FS-PRM = "00"
              READ PARAMETROS-PLD NEXT RECORD
                 AT END CONTINUE
                 NOT AT END
                    IF PLD-LIMITE-ESPECIE IS NUMERIC
                       MOVE PLD-LIMITE-ESPECIE
                          TO WS-LIMITE-ESPECIE
                    END-IF
                    IF PLD-VALOR-TRANSF IS NUMERIC
                       MOVE PLD-VALOR-TRANSF TO WS-VALOR-TRANSF
                    END-IF
                    IF PLD-JANELA-TRANSF IS NUMERIC
                       MOVE PLD-JANELA-TRANSF TO WS-JANELA-TRANSF
                    END-IF
                    IF PLD-PCT-TRANSF IS NUMERIC
                       MOVE PLD-PCT-TRANSF TO WS-PCT-TRANSF
                    END-IF
                    IF PLD-DIAS-CONTA-NOVA IS NUMERIC
                       MOVE PLD-DIAS-CONTA-NOVA
                          TO WS-DIAS-CONTA-NOVA
                    END-IF
                    IF PLD-LIMITE-CONTA-NOVA IS NUMERIC
                       MOVE PLD-LIMITE-CONTA-NOVA
                          TO WS-LIMITE-CONTA-NOVA
                    END-IF
              END-READ
              CLOSE PARAMETROS-PLD
           ELSE
              DISPLAY "Aviso: parampld.dat nao encontrado - "
                 "usando os limites padrao."
           END-IF

           IF WS-LIMITE-ESPECIE = 0
              MOVE 50000.00 TO WS-LIMITE-ESPECIE
           END-IF
           IF WS-VALOR-TRANSF = 0
              MOVE 10000.00 TO WS-VALOR-TRANSF
           END-IF
           IF WS-JANELA-TRANSF = 0
              MOVE 2 TO WS-JANELA-TRANSF
           END-IF
           IF WS-PCT-TRANSF = 0
              MOVE 80 TO WS-PCT-TRANSF
           END-IF
           IF WS-DIAS-CONTA-NOVA = 0
              MOVE 90 TO WS-DIAS-CONTA-NOVA
           END-IF
           IF WS-LIMITE-CONTA-NOVA = 0
              MOVE 100000.00 TO WS-LIMITE-CONTA-NOVA
           END-IF

           DISPLAY "Limite especie/fracionamento: " WS-LIMITE-ESPECIE
           DISPLAY "Transferencia de passagem    : " WS-VALOR-TRANSF
              " em " WS-JANELA-TRANSF " dia(s), " WS-PCT-TRANSF
              "% repassado"
           DISPLAY "Conta nova                   : "
              WS-DIAS-CONTA-NOVA " dias, movimento acima de "
              WS-LIMITE-CONTA-NOVA
           .

      *> -------------------------------------------
      *> CARREGAR OS MOVIMENTOS NO ARQUIVO DE
      *> ORDENACAO (todo o historico: a data de
      *> abertura da conta e o primeiro movimento dela)
      *> -------------------------------------------
       CARREGAR-MOVIMENTOS.
           COMPUTE WS-ANO-ATUAL = WS-DATA-HOJE / 10000

           PERFORM VARYING WS-ANO-ARQ FROM 1990 BY 1
              UNTIL WS-ANO-ARQ > WS-ANO-ATUAL
              MOVE SPACES TO WS-ARQ-ANO
              STRING "../Sistema Bancario Simples/TRANSACOES-"
                     DELIMITED BY SIZE
                     WS-ANO-ARQ DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-ARQ-ANO
              END-STRING
              OPEN INPUT ARQUIVO-ANO
              IF WS-FS-ANO = "00"
                 PERFORM UNTIL WS-FS-ANO NOT = "00"
                    READ ARQUIVO-ANO NEXT RECORD
                       AT END MOVE "99" TO WS-FS-ANO
                       NOT AT END
                          MOVE REG-ARQUIVO-ANO TO REG-TRANSACAO
                          PERFORM LIBERAR-TRANSACAO
                    END-READ
                 END-PERFORM
                 CLOSE ARQUIVO-ANO
              END-IF
           END-PERFORM

           OPEN INPUT TRANSACOES
           IF WS-FS-TRANS NOT = "00"
              DISPLAY "Aviso: transacoes.dat nao encontrado."
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-TRANS NOT = "00"
              READ TRANSACOES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-TRANS
                 NOT AT END
                    PERFORM LIBERAR-TRANSACAO
              END-READ
           END-PERFORM
           CLOSE TRANSACOES
           .

       LIBERAR-TRANSACAO.
           IF TRANS-DATA-HORA(1:8) > WS-DATA-FIM
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-LIDOS
           MOVE TRANS-CONTA     TO ORD-CONTA
           MOVE TRANS-DATA-HORA TO ORD-DATA-HORA
           MOVE TRANS-TIPO      TO ORD-TIPO
           MOVE TRANS-VALOR     TO ORD-VALOR
           RELEASE REG-ORDENACAO
           .

      *> -------------------------------------------
      *> ANALISAR OS MOVIMENTOS (quebra por conta e
      *> por dia do lado ordenado)
      *> -------------------------------------------
       ANALISAR-MOVIMENTOS.
           MOVE "N" TO WS-FIM-ORD
           MOVE "N" TO WS-TEM-GRUPO

           PERFORM UNTIL WS-FIM-ORD = "S"
              RETURN ARQ-ORDENACAO
                 AT END MOVE "S" TO WS-FIM-ORD
                 NOT AT END
                    PERFORM ANALISAR-UM-MOVIMENTO
              END-RETURN
           END-PERFORM

           IF WS-TEM-GRUPO = "S"
              PERFORM FECHAR-DIA-CONTA
           END-IF
           .

       ANALISAR-UM-MOVIMENTO.
           MOVE ORD-DATA-HORA(1:8) TO WS-MOV-DATA
           COMPUTE WS-MOV-JUL = FUNCTION INTEGER-OF-DATE(WS-MOV-DATA)

           IF WS-TEM-GRUPO = "N"
              OR ORD-CONTA NOT = WS-CONTA-GRUPO
              IF WS-TEM-GRUPO = "S"
                 PERFORM FECHAR-DIA-CONTA
              END-IF
              PERFORM INICIAR-CONTA
           ELSE
              IF WS-MOV-DATA NOT = WS-DIA-GRUPO
                 PERFORM FECHAR-DIA-CONTA
                 PERFORM INICIAR-DIA
              END-IF
           END-IF

           EVALUATE ORD-TIPO
              WHEN "DEPOSITO"
                 PERFORM VERIFICAR-DEPOSITO-CHEQUE
                 IF WS-EH-CHEQUE = "N"
                    IF ORD-VALOR NOT < WS-LIMITE-ESPECIE
                       ADD 1 TO WS-ESP-QTD
                       ADD ORD-VALOR TO WS-ESP-TOTAL
                    ELSE
                       ADD 1 TO WS-FRAC-QTD
                       ADD ORD-VALOR TO WS-FRAC-TOTAL
                    END-IF
                 END-IF
              WHEN "SAQUE"
                 IF ORD-VALOR NOT < WS-LIMITE-ESPECIE
                    ADD 1 TO WS-ESP-QTD
                    ADD ORD-VALOR TO WS-ESP-TOTAL
                 END-IF
              WHEN "TRANSF-ENT"
                 IF ORD-VALOR NOT < WS-VALOR-TRANSF
                    MOVE WS-MOV-JUL TO WS-ENT-JUL
                    MOVE ORD-VALOR  TO WS-ENT-VALOR
                 END-IF
              WHEN "TRANSF-SAI"
                 IF WS-ENT-VALOR > 0
                    AND WS-MOV-JUL - WS-ENT-JUL
                       NOT > WS-JANELA-TRANSF
                    AND ORD-VALOR * 100
                       NOT < WS-ENT-VALOR * WS-PCT-TRANSF
                    ADD 1 TO WS-RAP-QTD
                    ADD ORD-VALOR TO WS-RAP-TOTAL
                    MOVE ZERO TO WS-ENT-VALOR
                 END-IF
           END-EVALUATE

           IF ORD-TIPO NOT = "LIBERACAO"
              AND ORD-TIPO NOT = "EXCLUSAO"
              AND ORD-TIPO NOT = "CHQ-RECUS"
              AND WS-MOV-JUL - WS-JUL-ABERTURA
                 NOT > WS-DIAS-CONTA-NOVA
              ADD ORD-VALOR TO WS-NOVA-TOTAL
              IF WS-NOVA-TOTAL > WS-LIMITE-CONTA-NOVA
                 AND WS-NOVA-ALERTADA = "N"
                 MOVE "S" TO WS-NOVA-ALERTADA
                 IF WS-MOV-DATA NOT < WS-DATA-INICIO
                    MOVE WS-MOV-DATA   TO WS-ALE-DATA
                    MOVE 04            TO WS-ALE-REGRA
                    MOVE 1             TO WS-ALE-QTD
                    MOVE WS-NOVA-TOTAL TO WS-ALE-VALOR
                    PERFORM GRAVAR-ALERTA
                 END-IF
              END-IF
           END-IF
           .

       INICIAR-CONTA.
           MOVE "S"         TO WS-TEM-GRUPO
           MOVE ORD-CONTA   TO WS-CONTA-GRUPO
           MOVE WS-MOV-JUL  TO WS-JUL-ABERTURA
           MOVE ZERO        TO WS-NOVA-TOTAL
           MOVE "N"         TO WS-NOVA-ALERTADA
           MOVE ZERO        TO WS-ENT-JUL
           MOVE ZERO        TO WS-ENT-VALOR
           PERFORM INICIAR-DIA
           .

       INICIAR-DIA.
           MOVE WS-MOV-DATA TO WS-DIA-GRUPO
           MOVE ZERO TO WS-ESP-QTD
           MOVE ZERO TO WS-ESP-TOTAL
           MOVE ZERO TO WS-FRAC-QTD
           MOVE ZERO TO WS-FRAC-TOTAL
           MOVE ZERO TO WS-RAP-QTD
           MOVE ZERO TO WS-RAP-TOTAL
           .

      *> -------------------------------------------
      *> FECHAR O DIA DA CONTA (regras 01 a 03 so
      *> valem para os dias do periodo pedido)
      *> -------------------------------------------
       FECHAR-DIA-CONTA.
           IF WS-DIA-GRUPO < WS-DATA-INICIO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DIA-GRUPO TO WS-ALE-DATA

           IF WS-ESP-QTD > 0
              MOVE 01           TO WS-ALE-REGRA
              MOVE WS-ESP-QTD   TO WS-ALE-QTD
              MOVE WS-ESP-TOTAL TO WS-ALE-VALOR
              PERFORM GRAVAR-ALERTA
           END-IF

           IF WS-FRAC-QTD > 1
              AND WS-FRAC-TOTAL > WS-LIMITE-ESPECIE
              MOVE 02            TO WS-ALE-REGRA
              MOVE WS-FRAC-QTD   TO WS-ALE-QTD
              MOVE WS-FRAC-TOTAL TO WS-ALE-VALOR
              PERFORM GRAVAR-ALERTA
           END-IF

           IF WS-RAP-QTD > 0
              MOVE 03           TO WS-ALE-REGRA
              MOVE WS-RAP-QTD   TO WS-ALE-QTD
              MOVE WS-RAP-TOTAL TO WS-ALE-VALOR
              PERFORM GRAVAR-ALERTA
           END-IF
           .

      *> -------------------------------------------
      *> DEPOSITO EM CHEQUE NAO CONTA COMO ESPECIE (o
      *> cheque fica em compensa.dat com a mesma chave
      *> conta + data/hora da transacao)
      *> -------------------------------------------
       VERIFICAR-DEPOSITO-CHEQUE.
           MOVE "N" TO WS-EH-CHEQUE
           IF WS-CMP-ABERTO = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE ORD-CONTA     TO CMP-CONTA
           MOVE ORD-DATA-HORA TO CMP-DATA-HORA
           READ COMPENSACAO KEY IS CMP-CHAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO WS-EH-CHEQUE
           END-READ
           .

      *> -------------------------------------------
      *> GRAVAR UM ALERTA (chave conta + data + regra;
      *> alerta ja existente fica como esta)
      *> -------------------------------------------
       GRAVAR-ALERTA.
           MOVE WS-CONTA-GRUPO TO ALE-CONTA
           MOVE WS-ALE-DATA    TO ALE-DATA
           MOVE WS-ALE-REGRA   TO ALE-REGRA
           MOVE WS-ALE-VALOR   TO ALE-VALOR
           MOVE WS-ALE-QTD     TO ALE-QTD
           MOVE "A"            TO ALE-STATUS
           MOVE WS-DATA-HOJE   TO ALE-DATA-GERACAO
           MOVE ZERO           TO ALE-USU-COD
           MOVE ZERO           TO ALE-DATA-STATUS
           MOVE SPACES         TO ALE-JUSTIFICATIVA
           WRITE REG-ALERTA
              INVALID KEY
                 ADD 1 TO WS-QTD-REPETIDOS
                 EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-QTD-NOVOS
           ADD 1 TO WS-REGRA-QTD (WS-ALE-REGRA)
           PERFORM OBTER-DESCRICAO-REGRA
           MOVE WS-ALE-VALOR TO WS-VAL-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING ALE-CONTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALE-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALE-REGRA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ALE-DESC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALE-QTD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VAL-ED DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           .

       OBTER-DESCRICAO-REGRA.
           EVALUATE WS-ALE-REGRA
              WHEN 01 MOVE "ESPECIE ACIMA DO LIMITE"
                 TO WS-ALE-DESC
              WHEN 02 MOVE "FRACIONAMENTO DE DEPOSITOS"
                 TO WS-ALE-DESC
              WHEN 03 MOVE "TRANSFERENCIA DE PASSAGEM"
                 TO WS-ALE-DESC
              WHEN 04 MOVE "MOVIMENTO ALTO EM CONTA NOVA"
                 TO WS-ALE-DESC
              WHEN OTHER MOVE "REGRA DESCONHECIDA"
                 TO WS-ALE-DESC
           END-EVALUATE
           .

      *> -------------------------------------------
      *> RESUMO DA RODADA POR REGRA
      *> -------------------------------------------
       EMITIR-RESUMO.
           IF WS-QTD-NOVOS = 0
              MOVE "NENHUM ALERTA NOVO NO PERIODO." TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-REL
           END-IF
           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           PERFORM VARYING WS-REGRA-IDX FROM 1 BY 1
              UNTIL WS-REGRA-IDX > 4
              MOVE WS-REGRA-IDX TO WS-ALE-REGRA
              PERFORM OBTER-DESCRICAO-REGRA
              MOVE SPACES TO WS-LINHA-REL
              STRING "REGRA " DELIMITED BY SIZE
                     WS-ALE-REGRA DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-ALE-DESC DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     WS-REGRA-QTD (WS-REGRA-IDX) DELIMITED BY SIZE
                     INTO WS-LINHA-REL
              END-STRING
              PERFORM ESCREVER-LINHA-REL
           END-PERFORM
           MOVE SPACES TO WS-LINHA-REL
           STRING "MOVIMENTOS ANALISADOS: " DELIMITED BY SIZE
                  WS-QTD-LIDOS DELIMITED BY SIZE
                  "  ALERTAS NOVOS: " DELIMITED BY SIZE
                  WS-QTD-NOVOS DELIMITED BY SIZE
                  "  JA REGISTRADOS: " DELIMITED BY SIZE
                  WS-QTD-REPETIDOS DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           .

       ESCREVER-LINHA-REL.
           DISPLAY WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           .

      *> -------------------------------------------
      *> REGISTRO DE EXECUCAO (JOBLOG.DAT)
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

           MOVE "MONITORAR-MOVIMENTO" TO JOB-NOME
           MOVE WS-JOB-EVENTO   TO JOB-EVENTO
           MOVE SPACES          TO JOB-CHAVE
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

       JOBLOG-VERIFICAR-PENDENTE.
           MOVE SPACES TO WS-JOB-ULT-EVENTO
           OPEN INPUT JOBLOG
           IF WS-FS-JOBLOG NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-JOBLOG NOT = "00"
              READ JOBLOG NEXT RECORD
                 AT END MOVE "99" TO WS-FS-JOBLOG
                 NOT AT END
                    IF JOB-NOME = "MONITORAR-MOVIMENTO"
                       MOVE JOB-EVENTO TO WS-JOB-ULT-EVENTO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOBLOG

           IF WS-JOB-ULT-EVENTO = "INICIO"
              DISPLAY "Atencao: a execucao anterior do "
                 "monitoramento nao chegou ao fim - os alertas "
                 "ja gravados nao serao duplicados."
           END-IF
           .

       END PROGRAM MONITORAR-MOVIMENTO.
