       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJETAR-CAIXA.
       AUTHOR. Luiz.

      *> Projecao do fluxo de caixa da empresa para os proximos
      *> 60/90 dias, juntando a loja (BANCO-COBOL) e a conta da
      *> empresa no banco (BANCO-SIMPLES, conta PRM-CONTA-VENDAS
      *> do PARAMET.DAT):
      *>   entradas - saldo em aberto dos pedidos (liquido dos
      *>              recebimentos e dos boletos em aberto) no
      *>              PED-VENCIMENTO, boletos em aberto no
      *>              BOL-VENCIMENTO e aplicacoes da conta com
      *>              resgate previsto no periodo
      *>   saidas   - contas a pagar em aberto, agendamentos de
      *>              transferencia a partir da conta e parcelas
      *>              em aberto dos emprestimos da conta
      *> Datas em dia nao util passam para o proximo dia util
      *> (DIA-UTIL/CALENDARIO.DAT); valores ja vencidos entram
      *> no primeiro dia. O saldo acumulado parte do CONTA-SALDO
      *> atual e o primeiro dia em que fica negativo e apontado.
      *> Relatorio em FLUXO-CAIXA.REL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO "../Sistema/PARAMET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRM.

           SELECT CONTAS ASSIGN TO
               "../Sistema Bancario Simples/contas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-FS-CTA.

           SELECT PEDIDOS ASSIGN TO "../Sistema/PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-COD
               FILE STATUS IS WS-FS-PED.

           SELECT RECEBIMENTOS ASSIGN TO
               "../Sistema/RECEBIMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WS-FS-REC.

           SELECT BOLETOS ASSIGN TO "../Sistema/BOLETOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-NUMERO
               FILE STATUS IS WS-FS-BOL.

           SELECT CONTAS-PAGAR ASSIGN TO "../Sistema/CPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CHAVE
               FILE STATUS IS WS-FS-CPG.

           SELECT APLICACOES ASSIGN TO
               "../Sistema Bancario Simples/aplicacoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-COD
               FILE STATUS IS WS-FS-APL.

           SELECT AGENDAMENTOS ASSIGN TO
               "../Sistema Bancario Simples/agendamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-COD
               FILE STATUS IS WS-FS-AGD.

           SELECT EMPRESTIMOS ASSIGN TO
               "../Sistema Bancario Simples/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-COD
               FILE STATUS IS WS-FS-EMP.

           SELECT PARCELAS ASSIGN TO
               "../Sistema Bancario Simples/parcelas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS WS-FS-PARC.

           SELECT RELATORIO ASSIGN TO "FLUXO-CAIXA.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

           SELECT JOBLOG ASSIGN TO "../JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS.
       01  REG-PARAMETRO.
           05 PRM-CONTA-VENDAS    PIC 9(06).
           05 PRM-DIAS-BLOQUEIO   PIC 9(03).
           05 PRM-UF-LOJA         PIC X(02).

       FD  CONTAS.
       01  REG-CONTA.
           05 CONTA-NUMERO        PIC 9(6).
           05 CONTA-NOME          PIC X(30).
           05 CONTA-SALDO         PIC S9(7)V99.
           05 CONTA-LIMITE        PIC 9(7)V99.
           05 CONTA-SENHA         PIC X(04).
           05 CONTA-STATUS        PIC X(10).
           05 CONTA-SALDO-DISP    PIC S9(7)V99.
           05 CONTA-CLI-COD       PIC 9(05).

       FD  PEDIDOS.
       01  REG-PEDIDO.
           05 PED-COD             PIC 9(05).
           05 CLI-COD-P           PIC 9(05).
           05 PED-DATA            PIC X(10).
           05 PED-VALOR           PIC 9(7)V99.
           05 PED-STATUS          PIC X(10).
           05 PED-VENCIMENTO      PIC 9(08).
           05 PED-DESC-PCT        PIC 9(2)V99.
           05 PED-VEND-COD        PIC 9(03).
           05 PED-END-ENTREGA     PIC 9(02).

       FD  RECEBIMENTOS.
       01  REG-RECEBIMENTO.
           05 REC-CHAVE.
              10 REC-PED-COD      PIC 9(05).
              10 REC-SEQ          PIC 9(03).
           05 REC-DATA            PIC 9(08).
           05 REC-VALOR           PIC 9(7)V99.
           05 REC-FORMA           PIC X(10).

       FD  BOLETOS.
       01  REG-BOLETO.
           05 BOL-NUMERO          PIC 9(08).
           05 BOL-FAT-NUMERO      PIC 9(05).
           05 BOL-PED-COD         PIC 9(05).
           05 BOL-VALOR           PIC 9(7)V99.
           05 BOL-VENCIMENTO      PIC 9(08).
           05 BOL-LINHA-DIG       PIC X(47).
           05 BOL-STATUS          PIC X(01).

       FD  CONTAS-PAGAR.
       01  REG-CONTA-PAGAR.
           05 CPG-CHAVE.
              10 CPG-FORN-COD     PIC 9(05).
              10 CPG-NF-NUMERO    PIC X(10).
              10 CPG-PARCELA      PIC 9(02).
           05 CPG-OC-COD          PIC 9(05).
           05 CPG-DATA-EMISSAO    PIC 9(08).
           05 CPG-DATA-LANC       PIC 9(08).
           05 CPG-VENCIMENTO      PIC 9(08).
           05 CPG-VALOR           PIC 9(7)V99.
           05 CPG-STATUS          PIC X(01).
           05 CPG-DATA-PAGTO      PIC 9(08).
           05 CPG-USU-COD         PIC 9(03).

       FD  APLICACOES.
       01  REG-APLICACAO.
           05 APL-COD             PIC 9(05).
           05 APL-CONTA           PIC 9(6).
           05 APL-VALOR           PIC 9(7)V99.
           05 APL-DATA            PIC 9(08).
           05 APL-TAXA            PIC 9(2)V9(4).
           05 APL-STATUS          PIC X(01).
           05 APL-RESGATADO       PIC 9(7)V99.
           05 APL-VENCIMENTO      PIC 9(08).

       FD  AGENDAMENTOS.
       01  REG-AGENDAMENTO.
           05 AGD-COD             PIC 9(05).
           05 AGD-CONTA-ORIGEM    PIC 9(6).
           05 AGD-CONTA-DESTINO   PIC 9(6).
           05 AGD-VALOR           PIC 9(7)V99.
           05 AGD-DIA             PIC 9(02).
           05 AGD-ATIVO           PIC X(01).
           05 AGD-ULT-EXEC        PIC 9(08).

       FD  EMPRESTIMOS.
       01  REG-EMPRESTIMO.
           05 EMP-COD             PIC 9(05).
           05 EMP-CONTA           PIC 9(6).
           05 EMP-PRINCIPAL       PIC 9(7)V99.
           05 EMP-TAXA            PIC 9(2)V9(4).
           05 EMP-PRAZO           PIC 9(03).
           05 EMP-DATA            PIC 9(08).
           05 EMP-PARCELA         PIC 9(7)V99.
           05 EMP-STATUS          PIC X(01).

       FD  PARCELAS.
       01  REG-PARCELA.
           05 PARC-CHAVE.
              10 PARC-EMP-COD     PIC 9(05).
              10 PARC-NUM         PIC 9(03).
           05 PARC-VENCIMENTO     PIC 9(08).
           05 PARC-VALOR          PIC 9(7)V99.
           05 PARC-STATUS         PIC X(01).
           05 PARC-DATA-PGTO      PIC 9(08).

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
       01 WS-FS-PRM        PIC XX.
       01 WS-FS-CTA        PIC XX.
       01 WS-FS-PED        PIC XX.
       01 WS-FS-REC        PIC XX.
       01 WS-FS-BOL        PIC XX.
       01 WS-FS-CPG        PIC XX.
       01 WS-FS-APL        PIC XX.
       01 WS-FS-AGD        PIC XX.
       01 WS-FS-EMP        PIC XX.
       01 WS-FS-PARC       PIC XX.
       01 WS-FS-REL        PIC XX.
       01 WS-FS-JOBLOG     PIC XX.
       01 WS-DATA-HOJE     PIC 9(08).
       01 WS-HORA-AGORA    PIC 9(08).
       01 WS-JOB-EVENTO    PIC X(10).
       01 WS-JOB-CONTADOR  PIC 9(07).
       01 WS-HORIZONTE     PIC 9(03).
       01 WS-JUL-HOJE      PIC S9(07).
       01 WS-JUL-DATA      PIC S9(07).
       01 WS-DATA-FINAL    PIC 9(08).
       01 WS-CONTA-EMPRESA PIC 9(06).
       01 WS-NOME-EMPRESA  PIC X(30).
       01 WS-SALDO-INICIAL PIC S9(9)V99.
      *> lancamento a projetar
       01 WS-PRJ-DATA      PIC 9(08).
       01 WS-PRJ-VALOR     PIC 9(9)V99.
       01 WS-PRJ-SENTIDO   PIC X(01).
       01 WS-PRJ-FONTE     PIC 9(01).
       01 WS-PRJ-IDX       PIC S9(05).
       01 WS-DU-FUNCAO     PIC X(01).
       01 WS-DU-DATA       PIC 9(08).
       01 WS-DU-RESULTADO  PIC X(01).
       01 WS-DU-DATA-PROXIMA PIC 9(08).
      *> dias do horizonte
       01 WS-DIA-IDX       PIC 9(03).
       01 WS-TAB-DIAS.
           05 WS-DIA-ENT OCCURS 120 TIMES.
              10 WS-DIA-DATA     PIC 9(08).
              10 WS-DIA-ENTRADAS PIC 9(9)V99.
              10 WS-DIA-SAIDAS   PIC 9(9)V99.
      *> totais por origem (1 pedidos, 2 boletos, 3 aplicacoes,
      *> 4 contas a pagar, 5 agendamentos, 6 parcelas)
       01 WS-FONTE-IDX     PIC 9(01).
       01 WS-TAB-FONTES.
           05 WS-FONTE-ENT OCCURS 6 TIMES.
              10 WS-FONTE-TOTAL  PIC 9(9)V99.
              10 WS-FONTE-ATRASO PIC 9(9)V99.
              10 WS-FONTE-QTD    PIC 9(05).
       01 WS-FONTE-NOME    PIC X(22).
      *> boletos em aberto por pedido (para nao contar o mesmo
      *> saldo duas vezes)
       01 WS-BPD-QTD       PIC 9(03).
       01 WS-BPD-IDX       PIC 9(03).
       01 WS-BPD-ACHOU     PIC 9(03).
       01 WS-TAB-BOLETOS-PED.
           05 WS-BPD-ENT OCCURS 500 TIMES.
              10 WS-BPD-PED      PIC 9(05).
              10 WS-BPD-VALOR    PIC 9(9)V99.
       01 WS-PED-SALDO     PIC S9(9)V99.
      *> agendamentos
       01 WS-AGD-ANO       PIC 9(04).
       01 WS-AGD-MES       PIC 9(02).
       01 WS-AGD-ULT-DIA   PIC 9(02).
       01 WS-AGD-DATA      PIC 9(08).
       01 WS-AGD-PRIMEIRO  PIC 9(08).
       01 WS-AGD-MESES     PIC 9(02).
       01 WS-AGD-CONT      PIC 9(02).
      *> aplicacoes
       01 WS-APL-DIAS      PIC S9(05).
      *> saldo e relatorio
       01 WS-SALDO-ACUM    PIC S9(9)V99.
       01 WS-SALDO-DIA     PIC S9(9)V99.
       01 WS-SEM-ENTRADAS  PIC 9(9)V99.
       01 WS-SEM-SAIDAS    PIC 9(9)V99.
       01 WS-TOT-ENTRADAS  PIC 9(9)V99.
       01 WS-TOT-SAIDAS    PIC 9(9)V99.
       01 WS-DIA-SEMANA    PIC 9(01).
       01 WS-PRIMEIRO-NEG  PIC 9(08).
       01 WS-MARCA-NEG     PIC X(14).
       01 WS-DATA-AUX      PIC 9(08).
       01 WS-DATA-FMT      PIC X(10).
       01 WS-LINHA-REL     PIC X(80).
       01 WS-VAL-ED        PIC Z(7)9.99.
       01 WS-VAL-ED2       PIC Z(7)9.99.
       01 WS-SAL-ED        PIC -(7)9.99.
       01 WS-SAL-ED2       PIC -(7)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== PROJECAO DO FLUXO DE CAIXA ====="
           DISPLAY "Horizonte em dias (1 a 120, 0 = 90): "
           ACCEPT WS-HORIZONTE
           IF WS-HORIZONTE = 0
              MOVE 90 TO WS-HORIZONTE
           END-IF
           IF WS-HORIZONTE > 120
              DISPLAY "Horizonte maximo de 120 dias!"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
              TO WS-JUL-HOJE
           COMPUTE WS-JUL-DATA = WS-JUL-HOJE + WS-HORIZONTE - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-JUL-DATA)
              TO WS-DATA-FINAL

           PERFORM LER-CONTA-EMPRESA

           MOVE "INICIO" TO WS-JOB-EVENTO
           MOVE ZERO     TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
              UNTIL WS-DIA-IDX > WS-HORIZONTE
              COMPUTE WS-JUL-DATA = WS-JUL-HOJE + WS-DIA-IDX - 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-JUL-DATA)
                 TO WS-DIA-DATA (WS-DIA-IDX)
              MOVE ZERO TO WS-DIA-ENTRADAS (WS-DIA-IDX)
              MOVE ZERO TO WS-DIA-SAIDAS (WS-DIA-IDX)
           END-PERFORM
           PERFORM VARYING WS-FONTE-IDX FROM 1 BY 1
              UNTIL WS-FONTE-IDX > 6
              MOVE ZERO TO WS-FONTE-TOTAL (WS-FONTE-IDX)
              MOVE ZERO TO WS-FONTE-ATRASO (WS-FONTE-IDX)
              MOVE ZERO TO WS-FONTE-QTD (WS-FONTE-IDX)
           END-PERFORM

           PERFORM PROJETAR-BOLETOS
           PERFORM PROJETAR-PEDIDOS
           PERFORM PROJETAR-APLICACOES
           PERFORM PROJETAR-CONTAS-PAGAR
           PERFORM PROJETAR-AGENDAMENTOS
           PERFORM PROJETAR-PARCELAS

           PERFORM EMITIR-PROJECAO

           MOVE "FIM" TO WS-JOB-EVENTO
           MOVE WS-HORIZONTE TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           DISPLAY "Relatorio gravado em FLUXO-CAIXA.REL"
           STOP RUN.

      *> -------------------------------------------
      *> CONTA DA EMPRESA NO BANCO E SALDO DE PARTIDA
      *> -------------------------------------------
       LER-CONTA-EMPRESA.
           MOVE ZERO TO WS-CONTA-EMPRESA
           OPEN INPUT PARAMETROS
           IF WS-FS-PRM = "00"
              READ PARAMETROS NEXT RECORD
                 AT END CONTINUE
                 NOT AT END
                    MOVE PRM-CONTA-VENDAS TO WS-CONTA-EMPRESA
              END-READ
              CLOSE PARAMETROS
           END-IF
           IF WS-CONTA-EMPRESA = ZERO
              DISPLAY "PARAMET.DAT sem a conta da empresa!"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CONTAS
           IF WS-FS-CTA NOT = "00"
              DISPLAY "Erro ao abrir contas.dat!"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-CONTA-EMPRESA TO CONTA-NUMERO
           READ CONTAS KEY IS CONTA-NUMERO
              INVALID KEY
                 DISPLAY "Conta da empresa " WS-CONTA-EMPRESA
                    " nao encontrada no banco!"
                 CLOSE CONTAS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE CONTA-SALDO TO WS-SALDO-INICIAL
           MOVE CONTA-NOME  TO WS-NOME-EMPRESA
           CLOSE CONTAS
           .

      *> -------------------------------------------
      *> LANCAR UM VALOR NA PROJECAO (data vencida vai para
      *> hoje; dia nao util passa para o proximo dia util;
      *> fora do horizonte nao entra)
      *> -------------------------------------------
       LANCAR-NA-PROJECAO.
           IF WS-PRJ-VALOR = ZERO
              EXIT PARAGRAPH
           END-IF
           IF WS-PRJ-DATA < WS-DATA-HOJE
              MOVE WS-DATA-HOJE TO WS-PRJ-DATA
              ADD WS-PRJ-VALOR TO WS-FONTE-ATRASO (WS-PRJ-FONTE)
           END-IF

           MOVE "P"         TO WS-DU-FUNCAO
           MOVE WS-PRJ-DATA TO WS-DU-DATA
           CALL "DIA-UTIL" USING WS-DU-FUNCAO WS-DU-DATA
              WS-DU-RESULTADO WS-DU-DATA-PROXIMA
           ON EXCEPTION
              MOVE WS-PRJ-DATA TO WS-DU-DATA-PROXIMA
           END-CALL

           COMPUTE WS-PRJ-IDX
              = FUNCTION INTEGER-OF-DATE(WS-DU-DATA-PROXIMA)
                - WS-JUL-HOJE + 1
           IF WS-PRJ-IDX < 1 OR WS-PRJ-IDX > WS-HORIZONTE
              EXIT PARAGRAPH
           END-IF

           IF WS-PRJ-SENTIDO = "E"
              ADD WS-PRJ-VALOR TO WS-DIA-ENTRADAS (WS-PRJ-IDX)
           ELSE
              ADD WS-PRJ-VALOR TO WS-DIA-SAIDAS (WS-PRJ-IDX)
           END-IF
           ADD WS-PRJ-VALOR TO WS-FONTE-TOTAL (WS-PRJ-FONTE)
           ADD 1 TO WS-FONTE-QTD (WS-PRJ-FONTE)
           .

      *> -------------------------------------------
      *> BOLETOS EM ABERTO (emitidos ou enviados ao banco)
      *> -------------------------------------------
       PROJETAR-BOLETOS.
           MOVE ZERO TO WS-BPD-QTD
           OPEN INPUT BOLETOS
           IF WS-FS-BOL NOT = "00"
              DISPLAY "Aviso: BOLETOS.DAT nao encontrado."
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-BOL NOT = "00"
              READ BOLETOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-BOL
                 NOT AT END
                    IF BOL-STATUS = "A" OR BOL-STATUS = "E"
                       MOVE BOL-VENCIMENTO TO WS-PRJ-DATA
                       MOVE BOL-VALOR      TO WS-PRJ-VALOR
                       MOVE "E"            TO WS-PRJ-SENTIDO
                       MOVE 2              TO WS-PRJ-FONTE
                       PERFORM LANCAR-NA-PROJECAO
                       PERFORM GUARDAR-BOLETO-PEDIDO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BOLETOS
           .

       GUARDAR-BOLETO-PEDIDO.
           MOVE ZERO TO WS-BPD-ACHOU
           PERFORM VARYING WS-BPD-IDX FROM 1 BY 1
              UNTIL WS-BPD-IDX > WS-BPD-QTD
                 OR WS-BPD-ACHOU NOT = ZERO
              IF WS-BPD-PED (WS-BPD-IDX) = BOL-PED-COD
                 MOVE WS-BPD-IDX TO WS-BPD-ACHOU
              END-IF
           END-PERFORM
           IF WS-BPD-ACHOU = ZERO
              IF WS-BPD-QTD >= 500
                 DISPLAY "Aviso: mais de 500 pedidos com boleto "
                    "em aberto - pedido " BOL-PED-COD
                    " pode ser contado em dobro."
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-BPD-QTD
              MOVE WS-BPD-QTD  TO WS-BPD-ACHOU
              MOVE BOL-PED-COD TO WS-BPD-PED (WS-BPD-ACHOU)
              MOVE ZERO        TO WS-BPD-VALOR (WS-BPD-ACHOU)
           END-IF
           ADD BOL-VALOR TO WS-BPD-VALOR (WS-BPD-ACHOU)
           .

      *> -------------------------------------------
      *> SALDO EM ABERTO DOS PEDIDOS (valor do pedido menos os
      *> recebimentos e menos o que ja esta em boleto aberto)
      *> -------------------------------------------
       PROJETAR-PEDIDOS.
           OPEN INPUT PEDIDOS
           IF WS-FS-PED NOT = "00"
              DISPLAY "Aviso: PEDIDOS.DAT nao encontrado."
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT RECEBIMENTOS

           PERFORM UNTIL WS-FS-PED NOT = "00"
              READ PEDIDOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-PED
                 NOT AT END
                    IF PED-STATUS NOT = "CANCELADO"
                       AND PED-STATUS NOT = "PAGO"
                       PERFORM PROJETAR-UM-PEDIDO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PEDIDOS
           CLOSE RECEBIMENTOS
           .

       PROJETAR-UM-PEDIDO.
           MOVE PED-VALOR TO WS-PED-SALDO

           MOVE PED-COD TO REC-PED-COD
           MOVE ZERO    TO REC-SEQ
           START RECEBIMENTOS KEY NOT LESS THAN REC-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-REC
              NOT INVALID KEY MOVE "00" TO WS-FS-REC
           END-START
           PERFORM UNTIL WS-FS-REC NOT = "00"
              READ RECEBIMENTOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-REC
                 NOT AT END
                    IF REC-PED-COD NOT = PED-COD
                       MOVE "99" TO WS-FS-REC
                    ELSE
                       SUBTRACT REC-VALOR FROM WS-PED-SALDO
                    END-IF
              END-READ
           END-PERFORM

           PERFORM VARYING WS-BPD-IDX FROM 1 BY 1
              UNTIL WS-BPD-IDX > WS-BPD-QTD
              IF WS-BPD-PED (WS-BPD-IDX) = PED-COD
                 SUBTRACT WS-BPD-VALOR (WS-BPD-IDX)
                    FROM WS-PED-SALDO
              END-IF
           END-PERFORM

           IF WS-PED-SALDO > ZERO
              MOVE PED-VENCIMENTO TO WS-PRJ-DATA
              MOVE WS-PED-SALDO   TO WS-PRJ-VALOR
              MOVE "E"            TO WS-PRJ-SENTIDO
              MOVE 1              TO WS-PRJ-FONTE
              PERFORM LANCAR-NA-PROJECAO
           END-IF
           .

      *> -------------------------------------------
      *> APLICACOES DA CONTA DA EMPRESA COM RESGATE PREVISTO
      *> (principal mais o rendimento ate o resgate)
      *> -------------------------------------------
       PROJETAR-APLICACOES.
           OPEN INPUT APLICACOES
           IF WS-FS-APL NOT = "00"
              DISPLAY "Aviso: aplicacoes.dat nao encontrado."
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-APL NOT = "00"
              READ APLICACOES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-APL
                 NOT AT END
                    IF APL-STATUS = "A"
                       AND APL-CONTA = WS-CONTA-EMPRESA
                       AND APL-VENCIMENTO IS NUMERIC
                       AND APL-VENCIMENTO NOT = ZERO
                       COMPUTE WS-APL-DIAS
                          = FUNCTION INTEGER-OF-DATE(APL-VENCIMENTO)
                          - FUNCTION INTEGER-OF-DATE(APL-DATA)
                       IF WS-APL-DIAS < 0
                          MOVE 0 TO WS-APL-DIAS
                       END-IF
                       COMPUTE WS-PRJ-VALOR ROUNDED
                          = APL-VALOR + APL-VALOR * APL-TAXA / 100
                            * WS-APL-DIAS / 30
                       MOVE APL-VENCIMENTO TO WS-PRJ-DATA
                       MOVE "E"            TO WS-PRJ-SENTIDO
                       MOVE 3              TO WS-PRJ-FONTE
                       PERFORM LANCAR-NA-PROJECAO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE APLICACOES
           .

      *> -------------------------------------------
      *> CONTAS A PAGAR EM ABERTO DA LOJA
      *> -------------------------------------------
       PROJETAR-CONTAS-PAGAR.
           OPEN INPUT CONTAS-PAGAR
           IF WS-FS-CPG NOT = "00"
              DISPLAY "Aviso: CPAGAR.DAT nao encontrado."
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-CPG NOT = "00"
              READ CONTAS-PAGAR NEXT RECORD
                 AT END MOVE "99" TO WS-FS-CPG
                 NOT AT END
                    IF CPG-STATUS = "A"
                       MOVE CPG-VENCIMENTO TO WS-PRJ-DATA
                       MOVE CPG-VALOR      TO WS-PRJ-VALOR
                       MOVE "S"            TO WS-PRJ-SENTIDO
                       MOVE 4              TO WS-PRJ-FONTE
                       PERFORM LANCAR-NA-PROJECAO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONTAS-PAGAR
           .

      *> -------------------------------------------
      *> AGENDAMENTOS MENSAIS A PARTIR DA CONTA DA EMPRESA (dia
      *> 29/30/31 cai no ultimo dia dos meses mais curtos, como
      *> na execucao dos agendamentos no banco)
      *> -------------------------------------------
       PROJETAR-AGENDAMENTOS.
           OPEN INPUT AGENDAMENTOS
           IF WS-FS-AGD NOT = "00"
              DISPLAY "Aviso: agendamentos.dat nao encontrado."
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AGD-MESES = WS-HORIZONTE / 28 + 2
           PERFORM UNTIL WS-FS-AGD NOT = "00"
              READ AGENDAMENTOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-AGD
                 NOT AT END
                    IF AGD-ATIVO = "S"
                       AND AGD-CONTA-ORIGEM = WS-CONTA-EMPRESA
                       PERFORM PROJETAR-UM-AGENDAMENTO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AGENDAMENTOS
           .

       PROJETAR-UM-AGENDAMENTO.
           MOVE WS-DATA-HOJE(1:4) TO WS-AGD-ANO
           MOVE WS-DATA-HOJE(5:2) TO WS-AGD-MES
           PERFORM VARYING WS-AGD-CONT FROM 1 BY 1
              UNTIL WS-AGD-CONT > WS-AGD-MESES
              COMPUTE WS-AGD-PRIMEIRO
                 = WS-AGD-ANO * 10000 + WS-AGD-MES * 100 + 1
              IF WS-AGD-MES = 12
                 COMPUTE WS-DATA-AUX = (WS-AGD-ANO + 1) * 10000
                    + 101
              ELSE
                 COMPUTE WS-DATA-AUX = WS-AGD-ANO * 10000
                    + (WS-AGD-MES + 1) * 100 + 1
              END-IF
              COMPUTE WS-AGD-ULT-DIA
                 = FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
                 - FUNCTION INTEGER-OF-DATE(WS-AGD-PRIMEIRO)
              IF AGD-DIA > WS-AGD-ULT-DIA
                 COMPUTE WS-AGD-DATA = WS-AGD-PRIMEIRO
                    + WS-AGD-ULT-DIA - 1
              ELSE
                 COMPUTE WS-AGD-DATA = WS-AGD-PRIMEIRO + AGD-DIA - 1
              END-IF
              IF WS-AGD-DATA NOT < WS-DATA-HOJE
                 AND WS-AGD-DATA NOT > WS-DATA-FINAL
                 AND NOT (WS-AGD-DATA = WS-DATA-HOJE
                          AND AGD-ULT-EXEC NOT < WS-DATA-HOJE)
                 MOVE WS-AGD-DATA TO WS-PRJ-DATA
                 MOVE AGD-VALOR   TO WS-PRJ-VALOR
                 MOVE "S"         TO WS-PRJ-SENTIDO
                 MOVE 5           TO WS-PRJ-FONTE
                 PERFORM LANCAR-NA-PROJECAO
              END-IF
              IF WS-AGD-MES = 12
                 MOVE 1 TO WS-AGD-MES
                 ADD 1 TO WS-AGD-ANO
              ELSE
                 ADD 1 TO WS-AGD-MES
              END-IF
           END-PERFORM
           .

      *> -------------------------------------------
      *> PARCELAS EM ABERTO DOS EMPRESTIMOS DA CONTA
      *> -------------------------------------------
       PROJETAR-PARCELAS.
           OPEN INPUT EMPRESTIMOS
           IF WS-FS-EMP NOT = "00"
              DISPLAY "Aviso: emprestimos.dat nao encontrado."
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT PARCELAS
           IF WS-FS-PARC NOT = "00"
              DISPLAY "Aviso: parcelas.dat nao encontrado."
              CLOSE EMPRESTIMOS
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-EMP NOT = "00"
              READ EMPRESTIMOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-EMP
                 NOT AT END
                    IF EMP-STATUS = "A"
                       AND EMP-CONTA = WS-CONTA-EMPRESA
                       PERFORM PROJETAR-PARCELAS-EMPRESTIMO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARCELAS
           CLOSE EMPRESTIMOS
           .

       PROJETAR-PARCELAS-EMPRESTIMO.
           MOVE EMP-COD TO PARC-EMP-COD
           MOVE ZERO    TO PARC-NUM
           START PARCELAS KEY NOT LESS THAN PARC-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-PARC
              NOT INVALID KEY MOVE "00" TO WS-FS-PARC
           END-START
           PERFORM UNTIL WS-FS-PARC NOT = "00"
              READ PARCELAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-PARC
                 NOT AT END
                    IF PARC-EMP-COD NOT = EMP-COD
                       MOVE "99" TO WS-FS-PARC
                    ELSE
                       IF PARC-STATUS = "A"
                          MOVE PARC-VENCIMENTO TO WS-PRJ-DATA
                          MOVE PARC-VALOR      TO WS-PRJ-VALOR
                          MOVE "S"             TO WS-PRJ-SENTIDO
                          MOVE 6               TO WS-PRJ-FONTE
                          PERFORM LANCAR-NA-PROJECAO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

      *> -------------------------------------------
      *> RELATORIO: DIAS COM MOVIMENTO, TOTAL DE CADA SEMANA
      *> (segunda a domingo), SALDO ACUMULADO E RESUMO POR
      *> ORIGEM
      *> -------------------------------------------
       EMITIR-PROJECAO.
           OPEN OUTPUT RELATORIO
           IF WS-FS-REL NOT = "00"
              DISPLAY "Erro ao criar FLUXO-CAIXA.REL!"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           MOVE WS-DATA-HOJE TO WS-DATA-AUX
           PERFORM FORMATAR-DATA
           MOVE SPACES TO WS-LINHA-REL
           STRING "===== FLUXO DE CAIXA PROJETADO - " DELIMITED BY SIZE
                  WS-DATA-FMT DELIMITED BY SIZE
                  " + " DELIMITED BY SIZE
                  WS-HORIZONTE DELIMITED BY SIZE
                  " DIAS =====" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           MOVE WS-SALDO-INICIAL TO WS-SAL-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING "CONTA " DELIMITED BY SIZE
                  WS-CONTA-EMPRESA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-EMPRESA DELIMITED BY SIZE
                  " SALDO ATUAL " DELIMITED BY SIZE
                  WS-SAL-ED DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           MOVE "DATA          ENTRADAS      SAIDAS   SALDO DIA"
              & "   SALDO ACUM." TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL

           MOVE WS-SALDO-INICIAL TO WS-SALDO-ACUM
           MOVE ZERO TO WS-PRIMEIRO-NEG
           MOVE ZERO TO WS-SEM-ENTRADAS
           MOVE ZERO TO WS-SEM-SAIDAS
           MOVE ZERO TO WS-TOT-ENTRADAS
           MOVE ZERO TO WS-TOT-SAIDAS
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
              UNTIL WS-DIA-IDX > WS-HORIZONTE
              PERFORM EMITIR-DIA-PROJECAO
           END-PERFORM

           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           MOVE WS-TOT-ENTRADAS TO WS-VAL-ED
           MOVE WS-TOT-SAIDAS   TO WS-VAL-ED2
           MOVE WS-SALDO-ACUM   TO WS-SAL-ED2
           MOVE SPACES TO WS-LINHA-REL
           STRING "TOTAL     " DELIMITED BY SIZE
                  WS-VAL-ED DELIMITED BY SIZE
                  WS-VAL-ED2 DELIMITED BY SIZE
                  "            " DELIMITED BY SIZE
                  WS-SAL-ED2 DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL

           IF WS-PRIMEIRO-NEG = ZERO
              MOVE "SALDO PROJETADO NAO FICA NEGATIVO NO PERIODO."
                 TO WS-LINHA-REL
           ELSE
              MOVE WS-PRIMEIRO-NEG TO WS-DATA-AUX
              PERFORM FORMATAR-DATA
              MOVE SPACES TO WS-LINHA-REL
              STRING "*** PRIMEIRO DIA COM SALDO NEGATIVO: "
                     DELIMITED BY SIZE
                     WS-DATA-FMT DELIMITED BY SIZE
                     " ***" DELIMITED BY SIZE
                     INTO WS-LINHA-REL
              END-STRING
           END-IF
           PERFORM ESCREVER-LINHA-REL

           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           MOVE "ORIGEM                  QTD   NO PERIODO  VENCIDO"
              & " (NO 1o DIA)" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           PERFORM VARYING WS-FONTE-IDX FROM 1 BY 1
              UNTIL WS-FONTE-IDX > 6
              PERFORM OBTER-NOME-FONTE
              MOVE WS-FONTE-TOTAL (WS-FONTE-IDX)  TO WS-VAL-ED
              MOVE WS-FONTE-ATRASO (WS-FONTE-IDX) TO WS-VAL-ED2
              MOVE SPACES TO WS-LINHA-REL
              STRING WS-FONTE-NOME DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-FONTE-QTD (WS-FONTE-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-VAL-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-VAL-ED2 DELIMITED BY SIZE
                     INTO WS-LINHA-REL
              END-STRING
              PERFORM ESCREVER-LINHA-REL
           END-PERFORM
           CLOSE RELATORIO
           .

       EMITIR-DIA-PROJECAO.
           COMPUTE WS-SALDO-DIA = WS-DIA-ENTRADAS (WS-DIA-IDX)
                                - WS-DIA-SAIDAS (WS-DIA-IDX)
           ADD WS-SALDO-DIA TO WS-SALDO-ACUM
           ADD WS-DIA-ENTRADAS (WS-DIA-IDX) TO WS-SEM-ENTRADAS
           ADD WS-DIA-SAIDAS (WS-DIA-IDX)   TO WS-SEM-SAIDAS
           ADD WS-DIA-ENTRADAS (WS-DIA-IDX) TO WS-TOT-ENTRADAS
           ADD WS-DIA-SAIDAS (WS-DIA-IDX)   TO WS-TOT-SAIDAS

           MOVE SPACES TO WS-MARCA-NEG
           IF WS-SALDO-ACUM < ZERO AND WS-PRIMEIRO-NEG = ZERO
              MOVE WS-DIA-DATA (WS-DIA-IDX) TO WS-PRIMEIRO-NEG
              MOVE " <== NEGATIVO" TO WS-MARCA-NEG
           END-IF

           IF WS-DIA-ENTRADAS (WS-DIA-IDX) NOT = ZERO
              OR WS-DIA-SAIDAS (WS-DIA-IDX) NOT = ZERO
              OR WS-MARCA-NEG NOT = SPACES
              MOVE WS-DIA-DATA (WS-DIA-IDX) TO WS-DATA-AUX
              PERFORM FORMATAR-DATA
              MOVE WS-DIA-ENTRADAS (WS-DIA-IDX) TO WS-VAL-ED
              MOVE WS-DIA-SAIDAS (WS-DIA-IDX)   TO WS-VAL-ED2
              MOVE WS-SALDO-DIA  TO WS-SAL-ED
              MOVE WS-SALDO-ACUM TO WS-SAL-ED2
              MOVE SPACES TO WS-LINHA-REL
              STRING WS-DATA-FMT DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-VAL-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-VAL-ED2 DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-SAL-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-SAL-ED2 DELIMITED BY SIZE
                     WS-MARCA-NEG DELIMITED BY SIZE
                     INTO WS-LINHA-REL
              END-STRING
              PERFORM ESCREVER-LINHA-REL
           END-IF

      *>   domingo (ou ultimo dia do horizonte) fecha a semana
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(WS-DIA-DATA (WS-DIA-IDX))
              - 1, 7)
           IF WS-DIA-SEMANA = 6 OR WS-DIA-IDX = WS-HORIZONTE
              MOVE WS-DIA-DATA (WS-DIA-IDX) TO WS-DATA-AUX
              PERFORM FORMATAR-DATA
              COMPUTE WS-SALDO-DIA = WS-SEM-ENTRADAS - WS-SEM-SAIDAS
              MOVE WS-SEM-ENTRADAS TO WS-VAL-ED
              MOVE WS-SEM-SAIDAS   TO WS-VAL-ED2
              MOVE WS-SALDO-DIA    TO WS-SAL-ED
              MOVE WS-SALDO-ACUM   TO WS-SAL-ED2
              MOVE SPACES TO WS-LINHA-REL
              STRING "  SEMANA ATE " DELIMITED BY SIZE
                     WS-DATA-FMT(1:5) DELIMITED BY SIZE
                     WS-VAL-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-VAL-ED2 DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-SAL-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-SAL-ED2 DELIMITED BY SIZE
                     INTO WS-LINHA-REL
              END-STRING
              PERFORM ESCREVER-LINHA-REL
              MOVE ZERO TO WS-SEM-ENTRADAS
              MOVE ZERO TO WS-SEM-SAIDAS
           END-IF
           .

       OBTER-NOME-FONTE.
           EVALUATE WS-FONTE-IDX
              WHEN 1 MOVE "(+) PEDIDOS EM ABERTO" TO WS-FONTE-NOME
              WHEN 2 MOVE "(+) BOLETOS EM ABERTO" TO WS-FONTE-NOME
              WHEN 3 MOVE "(+) APLICACOES"        TO WS-FONTE-NOME
              WHEN 4 MOVE "(-) CONTAS A PAGAR"    TO WS-FONTE-NOME
              WHEN 5 MOVE "(-) AGENDAMENTOS"      TO WS-FONTE-NOME
              WHEN 6 MOVE "(-) PARCELAS EMPREST." TO WS-FONTE-NOME
           END-EVALUATE
           .

       FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-FMT
           STRING WS-DATA-AUX(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-AUX(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-AUX(1:4) DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING
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

           MOVE "PROJETAR-CAIXA"  TO JOB-NOME
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

       END PROGRAM PROJETAR-CAIXA.
