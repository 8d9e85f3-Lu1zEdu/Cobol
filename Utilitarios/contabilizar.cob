      *> anuais) e cada recebimento do BANCO-COBOL em partidas
      *> dobradas de debito/credito por data, regrava o arquivo
      *> de lancamentos do periodo e emite o balancete em
      *> BALANCETE.REL. O ajuste mensal da provisao para
      *> emprestimos (provisao.dat) tambem e lancado, assim
      *> como as notas de fornecedor e os pagamentos das
      *> contas a pagar da loja (CPAGAR.DAT) e os haveres de
      *> clientes (HAVERES.DAT: criacao e reembolso).
      *> Dias desbalanceados sao apontados em
      *> destaque e o programa devolve RETURN-CODE 8.
      *> Chamado com o parametro LOTE (lote noturno), nao pede
      *> o periodo: contabiliza do dia 1 do mes ate hoje.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WS-FS-REC.

           SELECT PROVISOES ASSIGN TO
               "../Sistema Bancario Simples/provisao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CHAVE
               FILE STATUS IS WS-FS-PRV.

           SELECT CONTAS-PAGAR ASSIGN TO "../Sistema/CPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CHAVE
               FILE STATUS IS WS-FS-CPG.

           SELECT HAVERES ASSIGN TO "../Sistema/HAVERES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HAV-CHAVE
               FILE STATUS IS WS-FS-HAV.

           SELECT PLANO-CONTAS ASSIGN TO "../PLANOCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 REC-VALOR           PIC 9(7)V99.
           05 REC-FORMA           PIC X(10).

       FD  PROVISOES.
       01  REG-PROVISAO.
           05 PRV-CHAVE.
              10 PRV-ANOMES       PIC 9(06).
              10 PRV-NIVEL        PIC X(02).
           05 PRV-QTD             PIC 9(05).
           05 PRV-SALDO           PIC 9(11)V99.
           05 PRV-PCT             PIC 9(3)V99.
           05 PRV-PROVISAO        PIC 9(11)V99.
           05 PRV-AJUSTE          PIC S9(11)V99.
           05 PRV-DATA            PIC 9(08).

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

       FD  HAVERES.
       01  REG-HAVER.
           05 HAV-CHAVE.
              10 HAV-CLI-COD      PIC 9(05).
              10 HAV-SEQ          PIC 9(05).
           05 HAV-DATA            PIC 9(08).
           05 HAV-ORIGEM          PIC X(10).
           05 HAV-DOCUMENTO       PIC 9(06).
           05 HAV-PED-COD         PIC 9(05).
           05 HAV-VALOR           PIC 9(7)V99.
           05 HAV-SALDO           PIC 9(7)V99.
           05 HAV-STATUS          PIC X(01).
           05 HAV-DATA-BAIXA      PIC 9(08).

       FD  PLANO-CONTAS.
       01  REG-PLANO-CONTA.
           05 CTA-CODIGO       PIC X(06).
       01 WS-FS-TRANS      PIC XX.
       01 WS-FS-ANO        PIC XX.
       01 WS-FS-REC        PIC XX.
       01 WS-FS-PRV        PIC XX.
       01 WS-FS-CPG        PIC XX.
       01 WS-FS-HAV        PIC XX.
       01 WS-FS-CTA        PIC XX.
       01 WS-FS-LAN        PIC XX.
       01 WS-FS-REL        PIC XX.
       01 WS-ARQ-ANO       PIC X(60).
       01 WS-DATA-INICIO   PIC 9(08).
       01 WS-DATA-FIM      PIC 9(08).
       01 WS-PARAM-LOTE    PIC X(10).
       01 WS-TRANS-DATA    PIC 9(08).
       01 WS-ANO-ARQ       PIC 9(04).
       01 WS-ANO-INICIO    PIC 9(04).
       01 WS-SAL-ED        PIC -(8)9.99.
       01 WS-SALDO-CTA     PIC S9(10)V99.
       01 WS-TAB-BALANCETE.
           05 WS-BAL-ENT OCCURS 30 TIMES.
              10 WS-BAL-CONTA    PIC X(06).
              10 WS-BAL-DEBITOS  PIC 9(11)V99.
              10 WS-BAL-CREDITOS PIC 9(11)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CONTABILIZACAO DO MOVIMENTO ====="
           MOVE SPACES TO WS-PARAM-LOTE
           ACCEPT WS-PARAM-LOTE FROM COMMAND-LINE
           IF WS-PARAM-LOTE = "LOTE"
              ACCEPT WS-DATA-FIM FROM DATE YYYYMMDD
              COMPUTE WS-DATA-INICIO = (WS-DATA-FIM / 100) * 100 + 1
              DISPLAY "Periodo: " WS-DATA-INICIO " a " WS-DATA-FIM
           ELSE
              DISPLAY "Data inicial do periodo (AAAAMMDD): "
              ACCEPT WS-DATA-INICIO
              DISPLAY "Data final do periodo (AAAAMMDD): "
              ACCEPT WS-DATA-FIM
           END-IF
           IF WS-DATA-INICIO < 19000101
              OR WS-DATA-FIM > 22001231
              OR WS-DATA-FIM < WS-DATA-INICIO
              DISPLAY "Periodo invalido!"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT LANCAMENTOS
           IF WS-FS-LAN NOT = "00"
              DISPLAY "Erro ao criar LANCAMENTOS.DAT!"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM CONTABILIZAR-ARQUIVOS-ANUAIS
           PERFORM CONTABILIZAR-TRANSACOES-VIVAS
           PERFORM CONTABILIZAR-RECEBIMENTOS
           PERFORM CONTABILIZAR-PROVISOES
           PERFORM CONTABILIZAR-CONTAS-PAGAR
           PERFORM CONTABILIZAR-HAVERES

           CLOSE LANCAMENTOS
           DISPLAY "Lancamentos gravados: " WS-QTD-LANCADOS
           STOP RUN.

      *> -------------------------------------------
      *> PREPARAR O PLANO DE CONTAS (cria o arquivo na
      *> primeira execucao e semeia as contas que faltarem)
      *> -------------------------------------------
       PREPARAR-PLANO-CONTAS.
           OPEN I-O PLANO-CONTAS
              OPEN OUTPUT PLANO-CONTAS
              CLOSE PLANO-CONTAS
              OPEN I-O PLANO-CONTAS
              DISPLAY "Plano de contas criado em PLANOCTA.DAT."
           END-IF
           PERFORM SEMEAR-PLANO-CONTAS
           .

       SEMEAR-PLANO-CONTAS.
           MOVE "110000" TO CTA-CODIGO
           MOVE "CHEQUES EM COMPENSACAO" TO CTA-DESCRICAO
           PERFORM GRAVAR-CONTA-PLANO
           MOVE "120000" TO CTA-CODIGO
           MOVE "COMPENSACAO INTERBANCARIA" TO CTA-DESCRICAO
           PERFORM GRAVAR-CONTA-PLANO
           MOVE "200000" TO CTA-CODIGO
           MOVE "DEPOSITOS DE CLIENTES" TO CTA-DESCRICAO
           PERFORM GRAVAR-CONTA-PLANO
           MOVE "210000" TO CTA-CODIGO
           MOVE "TRANSFERENCIAS INTERNAS" TO CTA-DESCRICAO
           PERFORM GRAVAR-CONTA-PLANO
           MOVE "230000" TO CTA-CODIGO
           MOVE "IR RETIDO A RECOLHER" TO CTA-DESCRICAO
           PERFORM GRAVAR-CONTA-PLANO
           MOVE "300000" TO CTA-CODIGO
           MOVE "APLICACOES DE CLIENTES" TO CTA-DESCRICAO
           PERFORM GRAVAR-CONTA-PLANO
           MOVE "310000" TO CTA-CODIGO
           MOVE "EMPRESTIMOS A RECEBER" TO CTA-DESCRICAO
           PERFORM GRAVAR-CONTA-PLANO
           MOVE "320000" TO CTA-CODIGO
           MOVE "PROVISAO P/ CREDITOS DUVIDOSOS" TO CTA-DESCRICAO
           PERFORM GRAVAR-CONTA-PLANO
           MOVE "400000" TO CTA-CODIGO
           MOVE "RECEITA DE JUROS" TO CTA-DESCRICAO
           PERFORM GRAVAR-CONTA-PLANO
           MOVE "420000" TO CTA-CODIGO
           MOVE "RECEITA DE MORA" TO CTA-DESCRICAO
           PERFORM GRAVAR-CONTA-PLANO
           MOVE "410000" TO CTA-CODIGO
           MOVE "RECEITA DE TARIFAS" TO CTA-DESCRICAO
           PERFORM GRAVAR-CONTA-PLANO
           MOVE "520000" TO CTA-CODIGO
           MOVE "DEVOLUCOES DE VENDAS" TO CTA-DESCRICAO
           PERFORM GRAVAR-CONTA-PLANO
           MOVE "530000" TO CTA-CODIGO
           MOVE "ESTOQUE DA LOJA" TO CTA-DESCRICAO
           PERFORM GRAVAR-CONTA-PLANO
           MOVE "540000" TO CTA-CODIGO
           MOVE "FORNECEDORES A PAGAR" TO CTA-DESCRICAO
           PERFORM GRAVAR-CONTA-PLANO
           MOVE "550000" TO CTA-CODIGO
           MOVE "HAVERES DE CLIENTES" TO CTA-DESCRICAO
           PERFORM GRAVAR-CONTA-PLANO
           MOVE "600000" TO CTA-CODIGO
           MOVE "AJUSTES DE SALDO" TO CTA-DESCRICAO
           PERFORM GRAVAR-CONTA-PLANO
           MOVE "630000" TO CTA-CODIGO
           MOVE "DESPESA DE PROVISAO" TO CTA-DESCRICAO
           PERFORM GRAVAR-CONTA-PLANO
           .

       GRAVAR-CONTA-PLANO.
              WHEN "LIBERACAO"
                 MOVE "100000" TO WS-LAN-CONTA-DEB
                 MOVE "110000" TO WS-LAN-CONTA-CRE
              WHEN "CHQ-DEVOL"
                 MOVE "200000" TO WS-LAN-CONTA-DEB
                 MOVE "110000" TO WS-LAN-CONTA-CRE
              WHEN "APLICACAO"
                 MOVE "200000" TO WS-LAN-CONTA-DEB
                 MOVE "300000" TO WS-LAN-CONTA-CRE
              WHEN "PARC-EMP"
                 MOVE "200000" TO WS-LAN-CONTA-DEB
                 MOVE "310000" TO WS-LAN-CONTA-CRE
              WHEN "TED-ENVIO"
              WHEN "CHEQUE"
                 MOVE "200000" TO WS-LAN-CONTA-DEB
                 MOVE "120000" TO WS-LAN-CONTA-CRE
              WHEN "TED-DEVOL"
              WHEN "TED-RECEB"
                 MOVE "120000" TO WS-LAN-CONTA-DEB
                 MOVE "200000" TO WS-LAN-CONTA-CRE
              WHEN "IR-FONTE"
                 MOVE "200000" TO WS-LAN-CONTA-DEB
                 MOVE "230000" TO WS-LAN-CONTA-CRE
              WHEN "MORA-EMP"
                 MOVE "200000" TO WS-LAN-CONTA-DEB
                 MOVE "420000" TO WS-LAN-CONTA-CRE
              WHEN "AJUSTE-CRE"
                 MOVE "600000" TO WS-LAN-CONTA-DEB
                 MOVE "200000" TO WS-LAN-CONTA-CRE
                    IF REC-DATA NOT < WS-DATA-INICIO
                       AND REC-DATA NOT > WS-DATA-FIM
                       AND REC-VALOR NOT = ZERO
                       EVALUATE REC-FORMA
                          WHEN "NOTACRED"
                             MOVE "520000" TO WS-LAN-CONTA-DEB
                          WHEN "HAVER"
                             MOVE "550000" TO WS-LAN-CONTA-DEB
                          WHEN OTHER
                             MOVE "500000" TO WS-LAN-CONTA-DEB
                       END-EVALUATE
                       MOVE "510000"  TO WS-LAN-CONTA-CRE
                       MOVE REC-DATA  TO LAN-DATA
                       MOVE REC-FORMA TO LAN-ORIGEM
           CLOSE RECEBIMENTOS
           .

      *> -------------------------------------------
      *> CONTABILIZAR O AJUSTE MENSAL DA PROVISAO DOS
      *> EMPRESTIMOS (aumento: despesa contra provisao;
      *> reducao: reversao)
      *> -------------------------------------------
       CONTABILIZAR-PROVISOES.
           OPEN INPUT PROVISOES
           IF WS-FS-PRV NOT = "00"
              DISPLAY "Aviso: provisao.dat nao encontrado."
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO   TO PRV-ANOMES
           MOVE SPACES TO PRV-NIVEL
           START PROVISOES KEY NOT LESS THAN PRV-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-PRV
           END-START

           PERFORM UNTIL WS-FS-PRV NOT = "00"
              READ PROVISOES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-PRV
                 NOT AT END
                    IF PRV-DATA NOT < WS-DATA-INICIO
                       AND PRV-DATA NOT > WS-DATA-FIM
                       AND PRV-AJUSTE NOT = ZERO
                       IF PRV-AJUSTE > ZERO
                          MOVE "630000" TO WS-LAN-CONTA-DEB
                          MOVE "320000" TO WS-LAN-CONTA-CRE
                          MOVE PRV-AJUSTE TO LAN-VALOR
                       ELSE
                          MOVE "320000" TO WS-LAN-CONTA-DEB
                          MOVE "630000" TO WS-LAN-CONTA-CRE
                          COMPUTE LAN-VALOR = 0 - PRV-AJUSTE
                       END-IF
                       MOVE PRV-DATA   TO LAN-DATA
                       MOVE "PROVISAO" TO LAN-ORIGEM
                       PERFORM GRAVAR-PARTIDA-DOBRADA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROVISOES
           .

      *> -------------------------------------------
      *> CONTABILIZAR AS CONTAS A PAGAR DA LOJA (nota do
      *> fornecedor: estoque contra fornecedores; pagamento:
      *> fornecedores contra caixa da loja)
      *> -------------------------------------------
       CONTABILIZAR-CONTAS-PAGAR.
           OPEN INPUT CONTAS-PAGAR
           IF WS-FS-CPG NOT = "00"
              DISPLAY "Aviso: CPAGAR.DAT nao encontrado."
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO   TO CPG-FORN-COD
           MOVE SPACES TO CPG-NF-NUMERO
           MOVE ZERO   TO CPG-PARCELA
           START CONTAS-PAGAR KEY NOT LESS THAN CPG-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-CPG
           END-START

           PERFORM UNTIL WS-FS-CPG NOT = "00"
              READ CONTAS-PAGAR NEXT RECORD
                 AT END MOVE "99" TO WS-FS-CPG
                 NOT AT END
                    IF CPG-DATA-LANC NOT < WS-DATA-INICIO
                       AND CPG-DATA-LANC NOT > WS-DATA-FIM
                       AND CPG-VALOR NOT = ZERO
                       MOVE "530000"      TO WS-LAN-CONTA-DEB
                       MOVE "540000"      TO WS-LAN-CONTA-CRE
                       MOVE CPG-DATA-LANC TO LAN-DATA
                       MOVE "CPAGAR-NF"   TO LAN-ORIGEM
                       MOVE CPG-VALOR     TO LAN-VALOR
                       PERFORM GRAVAR-PARTIDA-DOBRADA
                    END-IF
                    IF CPG-STATUS = "P"
                       AND CPG-DATA-PAGTO NOT < WS-DATA-INICIO
                       AND CPG-DATA-PAGTO NOT > WS-DATA-FIM
                       AND CPG-VALOR NOT = ZERO
                       MOVE "540000"       TO WS-LAN-CONTA-DEB
                       MOVE "500000"       TO WS-LAN-CONTA-CRE
                       MOVE CPG-DATA-PAGTO TO LAN-DATA
                       MOVE "CPAGAR-PAG"   TO LAN-ORIGEM
                       MOVE CPG-VALOR      TO LAN-VALOR
                       PERFORM GRAVAR-PARTIDA-DOBRADA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONTAS-PAGAR
           .

      *> -------------------------------------------
      *> CONTABILIZAR OS HAVERES DE CLIENTES (sobra de nota
      *> de credito: clientes a receber contra haveres;
      *> pagamento a maior: caixa da loja contra haveres;
      *> reembolso: haveres contra caixa da loja. O uso do
      *> haver num pedido entra pelos recebimentos)
      *> -------------------------------------------
       CONTABILIZAR-HAVERES.
           OPEN INPUT HAVERES
           IF WS-FS-HAV NOT = "00"
              DISPLAY "Aviso: HAVERES.DAT nao encontrado."
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO HAV-CLI-COD
           MOVE ZERO TO HAV-SEQ
           START HAVERES KEY NOT LESS THAN HAV-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-HAV
           END-START

           PERFORM UNTIL WS-FS-HAV NOT = "00"
              READ HAVERES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-HAV
                 NOT AT END
                    IF HAV-DATA NOT < WS-DATA-INICIO
                       AND HAV-DATA NOT > WS-DATA-FIM
                       AND HAV-VALOR NOT = ZERO
                       EVALUATE HAV-ORIGEM
                          WHEN "NOTACRED"
                             MOVE "510000" TO WS-LAN-CONTA-DEB
                             MOVE "550000" TO WS-LAN-CONTA-CRE
                          WHEN "REEMBOLSO"
                             MOVE "550000" TO WS-LAN-CONTA-DEB
                             MOVE "500000" TO WS-LAN-CONTA-CRE
                          WHEN OTHER
                             MOVE "500000" TO WS-LAN-CONTA-DEB
                             MOVE "550000" TO WS-LAN-CONTA-CRE
                       END-EVALUATE
                       MOVE HAV-DATA   TO LAN-DATA
                       MOVE HAV-ORIGEM TO LAN-ORIGEM
                       MOVE HAV-VALOR  TO LAN-VALOR
                       PERFORM GRAVAR-PARTIDA-DOBRADA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HAVERES
           .

      *> -------------------------------------------
      *> GRAVAR A PARTIDA DOBRADA (debito + credito)
      *> E ACUMULAR BALANCETE E TOTAIS POR DIA
              END-IF
           END-PERFORM
           IF WS-CTA-ACHOU = 0
              IF WS-CTA-QTD >= 30
                 DISPLAY "Mais de 30 contas no balancete - "
                    "lancamento da conta " LAN-CONTA " ignorado!"
                 EXIT PARAGRAPH
              END-IF
