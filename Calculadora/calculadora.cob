              10 WS-MEM-REG-NOME  PIC X(10).
              10 WS-MEM-REG-VALOR PIC S9(10)V99.
              10 WS-MEM-REG-USADO PIC X(01).
       01 WS-CET-QTD       PIC 9(01).
       01 WS-CET-CEN       PIC 9(01).
       01 WS-CET-TIPO      PIC X(01).
       01 WS-CET-SISTEMA   PIC X(01).
       01 WS-CET-FINANCIA  PIC X(01).
       01 WS-CET-TARIFAS   PIC 9(7)V99.
       01 WS-CET-IOF       PIC 9(7)V99.
       01 WS-CET-SEGURO    PIC 9(7)V99.
       01 WS-CET-IDX       PIC 9(03).
       01 WS-CET-MAX-PRAZO PIC 9(03).
       01 WS-CET-ITER      PIC 9(03).
       01 WS-CET-POS       PIC 9(02).
       01 WS-CET-VALOR     PIC S9(9)V99.
       01 WS-CET-TEM-POS   PIC X(01).
       01 WS-CET-TEM-NEG   PIC X(01).
       01 WS-CET-TAXA      PIC S9(3)V9(12).
       01 WS-CET-FATOR     PIC 9(9)V9(14).
       01 WS-CET-VPL       PIC S9(17)V9(4).
       01 WS-CET-TAXA-BAIXA PIC S9(3)V9(12).
       01 WS-CET-TAXA-ALTA PIC S9(3)V9(12).
       01 WS-CET-TAXA-MEIO PIC S9(3)V9(12).
       01 WS-CET-VPL-BAIXA PIC S9(17)V9(4).
       01 WS-CET-VPL-ALTA  PIC S9(17)V9(4).
       01 WS-CET-ORIGEM    PIC X(01).
       01 WS-CET-TAXA-VPL  PIC 9(3)V9(6).
       01 WS-CET-ROTULO    PIC X(22).
       01 WS-CET-VAL-ED    PIC -(9)9.99.
       01 WS-CET-PCT-ED    PIC -(6)9.9999.
       01 WS-CET-TAXA-ED   PIC ZZ9.9999.
       01 WS-CET-CENARIOS.
           05 WS-CET-CENARIO OCCURS 3 TIMES.
              10 WS-CET-DESCR     PIC X(18).
              10 WS-CET-PRAZO     PIC 9(03).
              10 WS-CET-LIBERADO  PIC S9(11)V99.
              10 WS-CET-PAGO      PIC S9(11)V99.
              10 WS-CET-CUSTO     PIC S9(11)V99.
              10 WS-CET-TIR-OK    PIC X(01).
              10 WS-CET-TIR-MES   PIC S9(3)V9(6).
              10 WS-CET-TIR-ANO   PIC S9(7)V9(6).
              10 WS-CET-VPL-CEN   PIC S9(11)V99.
              10 WS-CET-FLUXO OCCURS 361 TIMES PIC S9(9)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "12 - Memoria (M+ M- MR MC)"
               DISPLAY "13 - Manutencao de Taxas/Indices"
               DISPLAY "14 - Conversao por Taxa na Data"
               DISPLAY "15 - Custo Efetivo (CET / TIR / VPL)"
               DISPLAY "=============================="
               DISPLAY "Escolha uma opcao: "
               ACCEPT WS-OPCAO
                       PERFORM MANUTENCAO-TAXAS
                   WHEN 14
                       PERFORM CONVERSAO-POR-TAXA
                   WHEN 15
                       PERFORM CUSTO-EFETIVO
                   WHEN OTHER
                       DISPLAY "Opcao invalida!"
               END-EVALUATE
           END-PERFORM
           .

       *> Custo efetivo de ofertas de financiamento: para cada
       *> cenario (emprestimo com tarifas, IOF e seguro, ou fluxo
       *> livre por periodo) calcula a TIR mensal e anual (CET),
       *> o custo total e o VPL a uma taxa digitada ou vigente em
       *> taxas.dat; ate tres cenarios lado a lado em
       *> CET-AAAAMMDD.REL. Fluxo do ponto de vista do cliente:
       *> valor recebido positivo, valor pago negativo.
       CUSTO-EFETIVO.
           DISPLAY "Quantos cenarios comparar (1 a 3)? "
           ACCEPT WS-CET-QTD
           IF WS-CET-QTD < 1 OR WS-CET-QTD > 3
              DISPLAY "Quantidade invalida!"
              DISPLAY " "
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CET-CEN FROM 1 BY 1
              UNTIL WS-CET-CEN > WS-CET-QTD
              PERFORM LER-CENARIO-CET
              IF WS-CET-PRAZO (WS-CET-CEN) = 0
                 DISPLAY " "
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM

           PERFORM OBTER-TAXA-VPL

           PERFORM VARYING WS-CET-CEN FROM 1 BY 1
              UNTIL WS-CET-CEN > WS-CET-QTD
              PERFORM TOTALIZAR-CENARIO-CET
              PERFORM CALCULAR-TIR-CET
              COMPUTE WS-CET-TAXA = WS-CET-TAXA-VPL / 100
              PERFORM CALCULAR-VPL-CET
              COMPUTE WS-CET-VPL-CEN (WS-CET-CEN) ROUNDED
                 = WS-CET-VPL
           END-PERFORM

           PERFORM IMPRIMIR-COMPARATIVO-CET

           PERFORM VARYING WS-CET-CEN FROM 1 BY 1
              UNTIL WS-CET-CEN > WS-CET-QTD
              MOVE WS-CET-TAXA-VPL TO WS-NUM2
              IF WS-CET-TIR-OK (WS-CET-CEN) = "S"
                 MOVE WS-CET-TIR-MES (WS-CET-CEN) TO WS-NUM1
                 MOVE WS-CET-TIR-ANO (WS-CET-CEN) TO WS-RESULTADO
              ELSE
                 MOVE ZERO TO WS-NUM1
                 MOVE ZERO TO WS-RESULTADO
              END-IF
              PERFORM GRAVAR-HISTORICO
           END-PERFORM
           DISPLAY " "
           .

       *> Le o cenario WS-CET-CEN (prazo zero = cenario invalido)
       LER-CENARIO-CET.
           MOVE ZERO TO WS-CET-PRAZO (WS-CET-CEN)
           DISPLAY "----- Cenario " WS-CET-CEN " -----"
           DISPLAY "Descricao (ex.: nome do banco): "
           ACCEPT WS-CET-DESCR (WS-CET-CEN)
           DISPLAY "Tipo (E = emprestimo, L = fluxo livre): "
           ACCEPT WS-CET-TIPO
           EVALUATE WS-CET-TIPO
              WHEN "E"
                 PERFORM MONTAR-FLUXO-EMPRESTIMO
              WHEN "L"
                 PERFORM LER-FLUXO-LIVRE
              WHEN OTHER
                 DISPLAY "Tipo invalido!"
           END-EVALUATE
           .

       *> Emprestimo: liberacao menos tarifas e IOF (ou com eles
       *> financiados) e prestacoes PRICE ou SAC mais o seguro
       MONTAR-FLUXO-EMPRESTIMO.
           DISPLAY "Valor do emprestimo: "
           ACCEPT WS-PRINCIPAL
           DISPLAY "Taxa mensal (%): "
           ACCEPT WS-TAXA-MENSAL
           DISPLAY "Prazo em meses (1 a 360): "
           ACCEPT WS-MESES
           IF WS-MESES = 0 OR WS-MESES > 360
              DISPLAY "Prazo invalido!"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Sistema (P = PRICE, S = SAC): "
           ACCEPT WS-CET-SISTEMA
           IF WS-CET-SISTEMA NOT = "P" AND WS-CET-SISTEMA NOT = "S"
              DISPLAY "Sistema invalido!"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Tarifas cobradas na contratacao: "
           ACCEPT WS-CET-TARIFAS
           DISPLAY "IOF: "
           ACCEPT WS-CET-IOF
           DISPLAY "Seguro mensal (por prestacao): "
           ACCEPT WS-CET-SEGURO
           DISPLAY "Tarifas e IOF financiados (S/N)? "
           ACCEPT WS-CET-FINANCIA

           IF WS-CET-FINANCIA = "S"
              MOVE WS-PRINCIPAL TO WS-CET-FLUXO (WS-CET-CEN, 1)
              ADD WS-CET-TARIFAS WS-CET-IOF TO WS-PRINCIPAL
           ELSE
              COMPUTE WS-CET-FLUXO (WS-CET-CEN, 1)
                 = WS-PRINCIPAL - WS-CET-TARIFAS - WS-CET-IOF
           END-IF

           COMPUTE WS-TAXA-FRACAO = WS-TAXA-MENSAL / 100
           IF WS-TAXA-FRACAO = 0
              COMPUTE WS-PARCELA ROUNDED
                 = WS-PRINCIPAL / WS-MESES
           ELSE
              COMPUTE WS-FATOR ROUNDED
                 = (1 + WS-TAXA-FRACAO) ** WS-MESES
              COMPUTE WS-PARCELA ROUNDED
                 = WS-PRINCIPAL * WS-TAXA-FRACAO * WS-FATOR
                   / (WS-FATOR - 1)
           END-IF
           COMPUTE WS-AMORT-MES ROUNDED
              = WS-PRINCIPAL / WS-MESES

           MOVE WS-PRINCIPAL TO WS-SALDO-DEV
           PERFORM VARYING WS-MES-ATUAL FROM 1 BY 1
              UNTIL WS-MES-ATUAL > WS-MESES
              COMPUTE WS-JUROS-MES ROUNDED
                 = WS-SALDO-DEV * WS-TAXA-FRACAO
              IF WS-CET-SISTEMA = "P"
                 COMPUTE WS-AMORT-MES = WS-PARCELA - WS-JUROS-MES
              END-IF
              IF WS-MES-ATUAL = WS-MESES
                 MOVE WS-SALDO-DEV TO WS-AMORT-MES
              END-IF
              SUBTRACT WS-AMORT-MES FROM WS-SALDO-DEV
              COMPUTE WS-CET-FLUXO (WS-CET-CEN, WS-MES-ATUAL + 1)
                 = 0 - WS-AMORT-MES - WS-JUROS-MES - WS-CET-SEGURO
           END-PERFORM
           MOVE WS-MESES TO WS-CET-PRAZO (WS-CET-CEN)
           .

       *> Fluxo livre: um valor por periodo, do periodo 0 (data
       *> da contratacao) ao ultimo
       LER-FLUXO-LIVRE.
           DISPLAY "Numero de periodos mensais apos o periodo 0 "
              "(1 a 360): "
           ACCEPT WS-MESES
           IF WS-MESES = 0 OR WS-MESES > 360
              DISPLAY "Numero de periodos invalido!"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Valores: recebido positivo, pago negativo "
              "(ex.: -150.00)"
           PERFORM VARYING WS-CET-IDX FROM 0 BY 1
              UNTIL WS-CET-IDX > WS-MESES
              DISPLAY "Valor no periodo " WS-CET-IDX ": "
              ACCEPT WS-CET-VALOR
              MOVE WS-CET-VALOR
                 TO WS-CET-FLUXO (WS-CET-CEN, WS-CET-IDX + 1)
           END-PERFORM
           MOVE WS-MESES TO WS-CET-PRAZO (WS-CET-CEN)
           .

       *> Taxa para o VPL: digitada ou a vigente em taxas.dat
       *> (valor cadastrado em % ao mes)
       OBTER-TAXA-VPL.
           MOVE ZERO TO WS-CET-TAXA-VPL
           DISPLAY "Taxa do VPL (D = digitar, T = tabela de taxas): "
           ACCEPT WS-CET-ORIGEM
           IF WS-CET-ORIGEM = "T"
              DISPLAY "Codigo da taxa (3 letras): "
              ACCEPT WS-TAX-COD-BUSCA
              DISPLAY "Data (AAAAMMDD, zero = hoje): "
              ACCEPT WS-TAX-DATA-BUSCA
              IF WS-TAX-DATA-BUSCA = 0
                 ACCEPT WS-TAX-DATA-BUSCA FROM DATE YYYYMMDD
              END-IF
              PERFORM OBTER-TAXA-VIGENTE
              IF WS-TAX-ACHOU = "S"
                 MOVE WS-TAX-VIGENTE TO WS-CET-TAXA-VPL
                 DISPLAY "Taxa vigente (" WS-TAX-DATA-VIG "): "
                    WS-TAX-VIGENTE " % a.m."
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "Nenhuma taxa " WS-TAX-COD-BUSCA
                 " vigente em " WS-TAX-DATA-BUSCA "!"
           END-IF
           DISPLAY "Taxa mensal do VPL (%): "
           ACCEPT WS-CET-TAXA-VPL
           .

       *> Valor recebido, valor pago e custo total do cenario
       TOTALIZAR-CENARIO-CET.
           MOVE ZERO TO WS-CET-LIBERADO (WS-CET-CEN)
           MOVE ZERO TO WS-CET-PAGO (WS-CET-CEN)
           PERFORM VARYING WS-CET-IDX FROM 1 BY 1
              UNTIL WS-CET-IDX > WS-CET-PRAZO (WS-CET-CEN) + 1
              IF WS-CET-FLUXO (WS-CET-CEN, WS-CET-IDX) > 0
                 ADD WS-CET-FLUXO (WS-CET-CEN, WS-CET-IDX)
                    TO WS-CET-LIBERADO (WS-CET-CEN)
              ELSE
                 SUBTRACT WS-CET-FLUXO (WS-CET-CEN, WS-CET-IDX)
                    FROM WS-CET-PAGO (WS-CET-CEN)
              END-IF
           END-PERFORM
           COMPUTE WS-CET-CUSTO (WS-CET-CEN)
              = WS-CET-PAGO (WS-CET-CEN)
              - WS-CET-LIBERADO (WS-CET-CEN)
           .

       *> VPL do cenario WS-CET-CEN a taxa WS-CET-TAXA (fracao
       *> mensal), descontando periodo a periodo
       CALCULAR-VPL-CET.
           MOVE ZERO TO WS-CET-VPL
           MOVE 1    TO WS-CET-FATOR
           PERFORM VARYING WS-CET-IDX FROM 1 BY 1
              UNTIL WS-CET-IDX > WS-CET-PRAZO (WS-CET-CEN) + 1
              COMPUTE WS-CET-VPL ROUNDED = WS-CET-VPL
                 + WS-CET-FLUXO (WS-CET-CEN, WS-CET-IDX)
                 * WS-CET-FATOR
              COMPUTE WS-CET-FATOR ROUNDED
                 = WS-CET-FATOR / (1 + WS-CET-TAXA)
           END-PERFORM
           .

       *> TIR por bissecao entre -5% e 100% ao mes; o fluxo
       *> precisa ter valores recebidos e pagos
       CALCULAR-TIR-CET.
           MOVE "N" TO WS-CET-TIR-OK (WS-CET-CEN)
           MOVE ZERO TO WS-CET-TIR-MES (WS-CET-CEN)
           MOVE ZERO TO WS-CET-TIR-ANO (WS-CET-CEN)
           IF WS-CET-LIBERADO (WS-CET-CEN) = 0
              OR WS-CET-PAGO (WS-CET-CEN) = 0
              EXIT PARAGRAPH
           END-IF

           MOVE -0.05 TO WS-CET-TAXA-BAIXA
           MOVE WS-CET-TAXA-BAIXA TO WS-CET-TAXA
           PERFORM CALCULAR-VPL-CET
           MOVE WS-CET-VPL TO WS-CET-VPL-BAIXA
           MOVE 1 TO WS-CET-TAXA-ALTA
           MOVE WS-CET-TAXA-ALTA TO WS-CET-TAXA
           PERFORM CALCULAR-VPL-CET
           MOVE WS-CET-VPL TO WS-CET-VPL-ALTA
           IF (WS-CET-VPL-BAIXA < 0 AND WS-CET-VPL-ALTA < 0)
              OR (WS-CET-VPL-BAIXA > 0 AND WS-CET-VPL-ALTA > 0)
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CET-ITER FROM 1 BY 1
              UNTIL WS-CET-ITER > 45
              COMPUTE WS-CET-TAXA-MEIO ROUNDED
                 = (WS-CET-TAXA-BAIXA + WS-CET-TAXA-ALTA) / 2
              MOVE WS-CET-TAXA-MEIO TO WS-CET-TAXA
              PERFORM CALCULAR-VPL-CET
              IF (WS-CET-VPL < 0 AND WS-CET-VPL-BAIXA < 0)
                 OR (WS-CET-VPL NOT < 0 AND WS-CET-VPL-BAIXA NOT < 0)
                 MOVE WS-CET-TAXA-MEIO TO WS-CET-TAXA-BAIXA
                 MOVE WS-CET-VPL TO WS-CET-VPL-BAIXA
              ELSE
                 MOVE WS-CET-TAXA-MEIO TO WS-CET-TAXA-ALTA
              END-IF
           END-PERFORM

           MOVE "S" TO WS-CET-TIR-OK (WS-CET-CEN)
           COMPUTE WS-CET-TIR-MES (WS-CET-CEN) ROUNDED
              = WS-CET-TAXA-MEIO * 100
           COMPUTE WS-CET-TIR-ANO (WS-CET-CEN) ROUNDED
              = ((1 + WS-CET-TAXA-MEIO) ** 12 - 1) * 100
           .

       *> Comparativo dos cenarios lado a lado (uma coluna por
       *> cenario) e fluxos de caixa periodo a periodo
       IMPRIMIR-COMPARATIVO-CET.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARQ-AMORT
           STRING "CET-" DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  ".REL" DELIMITED BY SIZE
                  INTO WS-ARQ-AMORT
           END-STRING
           OPEN OUTPUT ARQ-AMORT

           MOVE "COMPARATIVO DE CUSTO EFETIVO DE FINANCIAMENTOS"
              TO WS-LINHA-AM
           PERFORM ESCREVER-LINHA-AMORT
           MOVE ALL "=" TO WS-LINHA-AM
           PERFORM ESCREVER-LINHA-AMORT

           MOVE "CENARIO" TO WS-CET-ROTULO
           MOVE SPACES TO WS-LINHA-AM
           MOVE WS-CET-ROTULO TO WS-LINHA-AM (1:22)
           PERFORM VARYING WS-CET-CEN FROM 1 BY 1
              UNTIL WS-CET-CEN > WS-CET-QTD
              COMPUTE WS-CET-POS = 23 + (WS-CET-CEN - 1) * 19
              MOVE WS-CET-DESCR (WS-CET-CEN)
                 TO WS-LINHA-AM (WS-CET-POS:18)
           END-PERFORM
           PERFORM ESCREVER-LINHA-AMORT

           MOVE "PRAZO (MESES)" TO WS-CET-ROTULO
           MOVE SPACES TO WS-LINHA-AM
           MOVE WS-CET-ROTULO TO WS-LINHA-AM (1:22)
           PERFORM VARYING WS-CET-CEN FROM 1 BY 1
              UNTIL WS-CET-CEN > WS-CET-QTD
              COMPUTE WS-CET-POS = 23 + (WS-CET-CEN - 1) * 19
              MOVE WS-CET-PRAZO (WS-CET-CEN) TO WS-AM-MES-ED
              MOVE WS-AM-MES-ED TO WS-LINHA-AM (WS-CET-POS + 13:3)
           END-PERFORM
           PERFORM ESCREVER-LINHA-AMORT

           MOVE "VALOR RECEBIDO" TO WS-CET-ROTULO
           MOVE SPACES TO WS-LINHA-AM
           MOVE WS-CET-ROTULO TO WS-LINHA-AM (1:22)
           PERFORM VARYING WS-CET-CEN FROM 1 BY 1
              UNTIL WS-CET-CEN > WS-CET-QTD
              MOVE WS-CET-LIBERADO (WS-CET-CEN) TO WS-CET-VAL-ED
              PERFORM COLUNA-VALOR-CET
           END-PERFORM
           PERFORM ESCREVER-LINHA-AMORT

           MOVE "TOTAL PAGO" TO WS-CET-ROTULO
           MOVE SPACES TO WS-LINHA-AM
           MOVE WS-CET-ROTULO TO WS-LINHA-AM (1:22)
           PERFORM VARYING WS-CET-CEN FROM 1 BY 1
              UNTIL WS-CET-CEN > WS-CET-QTD
              MOVE WS-CET-PAGO (WS-CET-CEN) TO WS-CET-VAL-ED
              PERFORM COLUNA-VALOR-CET
           END-PERFORM
           PERFORM ESCREVER-LINHA-AMORT

           MOVE "CUSTO TOTAL" TO WS-CET-ROTULO
           MOVE SPACES TO WS-LINHA-AM
           MOVE WS-CET-ROTULO TO WS-LINHA-AM (1:22)
           PERFORM VARYING WS-CET-CEN FROM 1 BY 1
              UNTIL WS-CET-CEN > WS-CET-QTD
              MOVE WS-CET-CUSTO (WS-CET-CEN) TO WS-CET-VAL-ED
              PERFORM COLUNA-VALOR-CET
           END-PERFORM
           PERFORM ESCREVER-LINHA-AMORT

           MOVE "TIR MENSAL (%)" TO WS-CET-ROTULO
           MOVE SPACES TO WS-LINHA-AM
           MOVE WS-CET-ROTULO TO WS-LINHA-AM (1:22)
           PERFORM VARYING WS-CET-CEN FROM 1 BY 1
              UNTIL WS-CET-CEN > WS-CET-QTD
              MOVE WS-CET-TIR-MES (WS-CET-CEN) TO WS-CET-PCT-ED
              PERFORM COLUNA-TAXA-CET
           END-PERFORM
           PERFORM ESCREVER-LINHA-AMORT

           MOVE "CET ANUAL (%)" TO WS-CET-ROTULO
           MOVE SPACES TO WS-LINHA-AM
           MOVE WS-CET-ROTULO TO WS-LINHA-AM (1:22)
           PERFORM VARYING WS-CET-CEN FROM 1 BY 1
              UNTIL WS-CET-CEN > WS-CET-QTD
              MOVE WS-CET-TIR-ANO (WS-CET-CEN) TO WS-CET-PCT-ED
              PERFORM COLUNA-TAXA-CET
           END-PERFORM
           PERFORM ESCREVER-LINHA-AMORT

           MOVE WS-CET-TAXA-VPL TO WS-CET-TAXA-ED
           MOVE SPACES TO WS-CET-ROTULO
           STRING "VPL A " DELIMITED BY SIZE
                  WS-CET-TAXA-ED DELIMITED BY SIZE
                  "% A.M." DELIMITED BY SIZE
                  INTO WS-CET-ROTULO
           END-STRING
           MOVE SPACES TO WS-LINHA-AM
           MOVE WS-CET-ROTULO TO WS-LINHA-AM (1:22)
           PERFORM VARYING WS-CET-CEN FROM 1 BY 1
              UNTIL WS-CET-CEN > WS-CET-QTD
              MOVE WS-CET-VPL-CEN (WS-CET-CEN) TO WS-CET-VAL-ED
              PERFORM COLUNA-VALOR-CET
           END-PERFORM
           PERFORM ESCREVER-LINHA-AMORT

           MOVE ALL "=" TO WS-LINHA-AM
           PERFORM ESCREVER-LINHA-AMORT
           MOVE "FLUXO DE CAIXA (+ RECEBIDO / - PAGO)" TO WS-LINHA-AM
           PERFORM ESCREVER-LINHA-AMORT

           MOVE ZERO TO WS-CET-MAX-PRAZO
           PERFORM VARYING WS-CET-CEN FROM 1 BY 1
              UNTIL WS-CET-CEN > WS-CET-QTD
              IF WS-CET-PRAZO (WS-CET-CEN) > WS-CET-MAX-PRAZO
                 MOVE WS-CET-PRAZO (WS-CET-CEN) TO WS-CET-MAX-PRAZO
              END-IF
           END-PERFORM
           PERFORM VARYING WS-CET-IDX FROM 0 BY 1
              UNTIL WS-CET-IDX > WS-CET-MAX-PRAZO
              MOVE WS-CET-IDX TO WS-AM-MES-ED
              MOVE SPACES TO WS-CET-ROTULO
              STRING "PERIODO " DELIMITED BY SIZE
                     WS-AM-MES-ED DELIMITED BY SIZE
                     INTO WS-CET-ROTULO
              END-STRING
              MOVE SPACES TO WS-LINHA-AM
              MOVE WS-CET-ROTULO TO WS-LINHA-AM (1:22)
              PERFORM VARYING WS-CET-CEN FROM 1 BY 1
                 UNTIL WS-CET-CEN > WS-CET-QTD
                 IF WS-CET-IDX NOT > WS-CET-PRAZO (WS-CET-CEN)
                    MOVE WS-CET-FLUXO (WS-CET-CEN, WS-CET-IDX + 1)
                       TO WS-CET-VAL-ED
                    PERFORM COLUNA-VALOR-CET
                 END-IF
              END-PERFORM
              PERFORM ESCREVER-LINHA-AMORT
           END-PERFORM

           CLOSE ARQ-AMORT
           DISPLAY "Comparativo gravado em " WS-ARQ-AMORT
           .

       COLUNA-VALOR-CET.
           COMPUTE WS-CET-POS = 23 + (WS-CET-CEN - 1) * 19
           MOVE WS-CET-VAL-ED TO WS-LINHA-AM (WS-CET-POS + 3:13)
           .

       COLUNA-TAXA-CET.
           COMPUTE WS-CET-POS = 23 + (WS-CET-CEN - 1) * 19
           IF WS-CET-TIR-OK (WS-CET-CEN) = "S"
              MOVE WS-CET-PCT-ED TO WS-LINHA-AM (WS-CET-POS + 4:12)
           ELSE
              MOVE "SEM TIR" TO WS-LINHA-AM (WS-CET-POS + 9:7)
           END-IF
           .

       *> Grava a operacao efetuada no historico
       GRAVAR-HISTORICO.
           MOVE SPACES TO HIST-OPERACAO
               WHEN 10 MOVE "JUROS-COMPOSTO" TO HIST-OPERACAO
               WHEN 11 MOVE "AMORTIZACAO" TO HIST-OPERACAO
               WHEN 14 MOVE "CONVERSAO"   TO HIST-OPERACAO
               WHEN 15 MOVE "CET-TIR-VPL"  TO HIST-OPERACAO
           END-EVALUATE
           MOVE WS-NUM1 TO HIST-NUM1
           MOVE WS-NUM2 TO HIST-NUM2
