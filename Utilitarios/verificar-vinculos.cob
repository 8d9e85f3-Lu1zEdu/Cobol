       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-VINCULOS.
       AUTHOR. Luiz.

      *> Integridade referencial entre os arquivos do sistema.
      *> Confere cada vinculo de um arquivo com o seu cadastro
      *> pai e lista as ocorrencias agrupadas por regra, com a
      *> contagem de cada uma:
      *>   loja  - itens, entregas e recebimentos sem pedido;
      *>           pedido sem cliente ou com vendedor inexistente;
      *>           fatura, boleto e nota de credito sem pedido
      *>           ou fatura; item de OC sem ordem de compra;
      *>           OC sem fornecedor; contrato sem cliente
      *>   banco - parcela sem emprestimo; emprestimo sem conta;
      *>           conta com CONTA-CLI-COD fora do CLIENTES.DAT;
      *>           agendamento ativo com conta encerrada ou
      *>           inexistente
      *>   CONTROLE.DAT (Sistema e Sistema Simples) com contador
      *>           menor que o maior codigo ja usado.
      *> Cadastro pai ausente faz todos os filhos aparecerem
      *> como orfaos. Nao pede nada no terminal (roda no lote
      *> da noite); relatorio em VINCULOS.REL e RETURN-CODE 8
      *> quando ha ocorrencias, para o lote parar antes do
      *> BACKUP-DIARIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-A ASSIGN TO "../Sistema Simples/CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-COD-A
               FILE STATUS IS WS-FS-CLI-A.

           SELECT CONTROLE-A ASSIGN TO
               "../Sistema Simples/CONTROLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-CHAVE-A
               FILE STATUS IS WS-FS-CTRL-A.

           SELECT CLIENTES ASSIGN TO "../Sistema/CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-COD
               FILE STATUS IS WS-FS-CLI.

           SELECT PEDIDOS ASSIGN TO "../Sistema/PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-COD
               FILE STATUS IS WS-FS-PED.

           SELECT ITENS-PEDIDO ASSIGN TO "../Sistema/ITENS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CHAVE
               FILE STATUS IS WS-FS-ITEM.

           SELECT ENTREGAS ASSIGN TO "../Sistema/ENTREGAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTR-CHAVE
               FILE STATUS IS WS-FS-ENTR.

           SELECT RECEBIMENTOS ASSIGN TO "../Sistema/RECEBIMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WS-FS-REC.

           SELECT PRODUTOS ASSIGN TO "../Sistema/PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-COD
               FILE STATUS IS WS-FS-PROD.

           SELECT VENDEDORES ASSIGN TO "../Sistema/VENDEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-COD
               FILE STATUS IS WS-FS-VEND.

           SELECT FATURAS ASSIGN TO "../Sistema/FATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               FILE STATUS IS WS-FS-FAT.

           SELECT BOLETOS ASSIGN TO "../Sistema/BOLETOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-NUMERO
               FILE STATUS IS WS-FS-BOL.

           SELECT NOTAS-CREDITO ASSIGN TO "../Sistema/NOTASCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-NUMERO
               FILE STATUS IS WS-FS-NC.

           SELECT FORNECEDORES ASSIGN TO "../Sistema/FORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-COD
               FILE STATUS IS WS-FS-FORN.

           SELECT ORDENS-COMPRA ASSIGN TO "../Sistema/ORDCOMPRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-COD
               FILE STATUS IS WS-FS-OC.

           SELECT ITENS-OC ASSIGN TO "../Sistema/ITENSOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCI-CHAVE
               FILE STATUS IS WS-FS-OCI.

           SELECT ORCAMENTOS ASSIGN TO "../Sistema/ORCAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-COD
               FILE STATUS IS WS-FS-ORC.

           SELECT CONTRATOS ASSIGN TO "../Sistema/CONTRATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-COD
               FILE STATUS IS WS-FS-CTR.

           SELECT CONTROLE ASSIGN TO "../Sistema/CONTROLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-CHAVE
               FILE STATUS IS WS-FS-CTRL.

           SELECT CONTAS ASSIGN TO
               "../Sistema Bancario Simples/contas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-FS-CTA.

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

           SELECT AGENDAMENTOS ASSIGN TO
               "../Sistema Bancario Simples/agendamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-COD
               FILE STATUS IS WS-FS-AGD.

           SELECT RELATORIO ASSIGN TO "VINCULOS.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

           SELECT JOBLOG ASSIGN TO "../JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-A.
       01  REG-CLIENTE-A.
           05 CLI-COD-A    PIC 9(05).
           05 CLI-NOME-A   PIC X(30).
           05 CLI-EMAIL-A  PIC X(40).
           05 CLI-CPF-A    PIC X(11).

       FD  CONTROLE-A.
       01  REG-CONTROLE-A.
           05 CTRL-CHAVE-A      PIC X(10).
           05 CTRL-ULTIMO-COD-A PIC 9(05).

       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-COD      PIC 9(05).
           05 CLI-NOME     PIC X(30).
           05 CLI-EMAIL    PIC X(40).
           05 CLI-CPF      PIC X(11).
           05 CLI-LIMITE-CREDITO PIC 9(7)V99.
           05 CLI-CATEGORIA PIC X(10).

       FD  PEDIDOS.
       01  REG-PEDIDO.
           05 PED-COD      PIC 9(05).
           05 CLI-COD-P    PIC 9(05).
           05 PED-DATA     PIC X(10).
           05 PED-VALOR    PIC 9(7)V99.
           05 PED-STATUS   PIC X(10).
           05 PED-VENCIMENTO PIC 9(08).
           05 PED-DESC-PCT PIC 9(2)V99.
           05 PED-VEND-COD PIC 9(03).
           05 PED-END-ENTREGA PIC 9(02).

       FD  ITENS-PEDIDO.
       01  REG-ITEM.
           05 ITEM-CHAVE.
              10 ITEM-PED-COD     PIC 9(05).
              10 ITEM-SEQ         PIC 9(03).
           05 ITEM-PRODUTO-COD    PIC 9(05).
           05 ITEM-DESCRICAO      PIC X(30).
           05 ITEM-QUANTIDADE     PIC 9(05).
           05 ITEM-VALOR-UNIT     PIC 9(7)V99.
           05 ITEM-CUSTO-UNIT     PIC 9(7)V99.
           05 ITEM-PRECO-TABELA   PIC 9(7)V99.

       FD  ENTREGAS.
       01  REG-ENTREGA.
           05 ENTR-CHAVE.
              10 ENTR-PED-COD     PIC 9(05).
              10 ENTR-ITEM-SEQ    PIC 9(03).
           05 ENTR-QTD-PEDIDA     PIC 9(05).
           05 ENTR-QTD-ENTREGUE   PIC 9(05).
           05 ENTR-DATA-ULT       PIC 9(08).

       FD  RECEBIMENTOS.
       01  REG-RECEBIMENTO.
           05 REC-CHAVE.
              10 REC-PED-COD      PIC 9(05).
              10 REC-SEQ          PIC 9(03).
           05 REC-DATA            PIC 9(08).
           05 REC-VALOR           PIC 9(7)V99.
           05 REC-FORMA           PIC X(10).

       FD  PRODUTOS.
       01  REG-PRODUTO.
           05 PROD-COD         PIC 9(05).
           05 PROD-DESCRICAO   PIC X(30).
           05 PROD-VALOR-UNIT  PIC 9(7)V99.
           05 PROD-UNIDADE     PIC X(05).
           05 PROD-ATIVO       PIC X(01).
           05 PROD-ESTOQUE     PIC S9(07).
           05 PROD-ESTOQUE-MIN PIC 9(05).
           05 PROD-CUSTO-UNIT  PIC 9(7)V99.
           05 PROD-NCM         PIC X(08).
           05 PROD-ALIQ-IPI    PIC 9(2)V99.
           05 PROD-ORIGEM      PIC 9(01).
           05 PROD-CONTROLA-LOTE PIC X(01).
           05 PROD-KIT         PIC X(01).

       FD  VENDEDORES.
       01  REG-VENDEDOR.
           05 VEND-COD          PIC 9(03).
           05 VEND-NOME         PIC X(30).
           05 VEND-COMISSAO-PCT PIC 9(2)V99.
           05 VEND-ATIVO        PIC X(01).

       FD  FATURAS.
       01  REG-FATURA.
           05 FAT-NUMERO       PIC 9(05).
           05 FAT-PED-COD      PIC 9(05).
           05 FAT-DATA-EMISSAO PIC 9(08).

       FD  BOLETOS.
       01  REG-BOLETO.
           05 BOL-NUMERO       PIC 9(08).
           05 BOL-FAT-NUMERO   PIC 9(05).
           05 BOL-PED-COD      PIC 9(05).
           05 BOL-VALOR        PIC 9(7)V99.
           05 BOL-VENCIMENTO   PIC 9(08).
           05 BOL-LINHA-DIG    PIC X(47).
           05 BOL-STATUS       PIC X(01).

       FD  NOTAS-CREDITO.
       01  REG-NOTA-CREDITO.
           05 NC-NUMERO        PIC 9(05).
           05 NC-PED-COD       PIC 9(05).
           05 NC-DATA          PIC 9(08).
           05 NC-VALOR         PIC 9(7)V99.

       FD  FORNECEDORES.
       01  REG-FORNECEDOR.
           05 FORN-COD         PIC 9(05).
           05 FORN-NOME        PIC X(30).
           05 FORN-CNPJ        PIC X(14).
           05 FORN-TELEFONE    PIC X(15).
           05 FORN-EMAIL       PIC X(40).

       FD  ORDENS-COMPRA.
       01  REG-ORDEM-COMPRA.
           05 OC-COD           PIC 9(05).
           05 OC-FORN-COD      PIC 9(05).
           05 OC-DATA          PIC 9(08).
           05 OC-VALOR         PIC 9(7)V99.
           05 OC-STATUS        PIC X(10).

       FD  ITENS-OC.
       01  REG-ITEM-OC.
           05 OCI-CHAVE.
              10 OCI-OC-COD       PIC 9(05).
              10 OCI-SEQ          PIC 9(03).
           05 OCI-PROD-COD        PIC 9(05).
           05 OCI-QTD-PEDIDA      PIC 9(05).
           05 OCI-QTD-RECEBIDA    PIC 9(05).
           05 OCI-CUSTO-UNIT      PIC 9(7)V99.

       FD  ORCAMENTOS.
       01  REG-ORCAMENTO.
           05 ORC-COD          PIC 9(05).
           05 ORC-CLI-COD      PIC 9(05).
           05 ORC-DATA         PIC X(10).
           05 ORC-VALIDADE     PIC 9(08).
           05 ORC-VALOR        PIC 9(7)V99.
           05 ORC-STATUS       PIC X(10).
           05 ORC-DESC-PCT     PIC 9(2)V99.

       FD  CONTRATOS.
       01  REG-CONTRATO.
           05 CTR-COD             PIC 9(05).
           05 CTR-CLI-COD         PIC 9(05).
           05 CTR-FREQUENCIA      PIC X(01).
           05 CTR-DIA             PIC 9(02).
           05 CTR-DATA-INICIO     PIC 9(08).
           05 CTR-DATA-FIM        PIC 9(08).
           05 CTR-PRAZO-DIAS      PIC 9(03).
           05 CTR-VEND-COD        PIC 9(03).
           05 CTR-END-ENTREGA     PIC 9(02).
           05 CTR-STATUS          PIC X(01).
           05 CTR-ULT-OCORRENCIA  PIC 9(08).
           05 CTR-ULT-PED-COD     PIC 9(05).

       FD  CONTROLE.
       01  REG-CONTROLE.
           05 CTRL-CHAVE       PIC X(10).
           05 CTRL-ULTIMO-COD  PIC 9(05).

       FD  CONTAS.
       01  REG-CONTA.
           05 CONTA-NUMERO     PIC 9(6).
           05 CONTA-NOME       PIC X(30).
           05 CONTA-SALDO      PIC S9(7)V99.
           05 CONTA-LIMITE     PIC 9(7)V99.
           05 CONTA-SENHA      PIC X(04).
           05 CONTA-STATUS     PIC X(10).
           05 CONTA-SALDO-DISP PIC S9(7)V99.
           05 CONTA-CLI-COD    PIC 9(05).

       FD  EMPRESTIMOS.
       01  REG-EMPRESTIMO.
           05 EMP-COD          PIC 9(05).
           05 EMP-CONTA        PIC 9(6).
           05 EMP-PRINCIPAL    PIC 9(7)V99.
           05 EMP-TAXA         PIC 9(2)V9(4).
           05 EMP-PRAZO        PIC 9(03).
           05 EMP-DATA         PIC 9(08).
           05 EMP-PARCELA      PIC 9(7)V99.
           05 EMP-STATUS       PIC X(01).

       FD  PARCELAS.
       01  REG-PARCELA.
           05 PARC-CHAVE.
              10 PARC-EMP-COD  PIC 9(05).
              10 PARC-NUM      PIC 9(03).
           05 PARC-VENCIMENTO  PIC 9(08).
           05 PARC-VALOR       PIC 9(7)V99.
           05 PARC-STATUS      PIC X(01).
           05 PARC-DATA-PGTO   PIC 9(08).

       FD  AGENDAMENTOS.
       01  REG-AGENDAMENTO.
           05 AGD-COD          PIC 9(05).
           05 AGD-CONTA-ORIGEM PIC 9(6).
           05 AGD-CONTA-DESTINO PIC 9(6).
           05 AGD-VALOR        PIC 9(7)V99.
           05 AGD-DIA          PIC 9(02).
           05 AGD-ATIVO        PIC X(01).
           05 AGD-ULT-EXEC     PIC 9(08).

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
       01 WS-FS-CLI-A      PIC XX.
       01 WS-FS-CTRL-A     PIC XX.
       01 WS-FS-CLI        PIC XX.
       01 WS-FS-PED        PIC XX.
       01 WS-FS-ITEM       PIC XX.
       01 WS-FS-ENTR       PIC XX.
       01 WS-FS-REC        PIC XX.
       01 WS-FS-PROD       PIC XX.
       01 WS-FS-VEND       PIC XX.
       01 WS-FS-FAT        PIC XX.
       01 WS-FS-BOL        PIC XX.
       01 WS-FS-NC         PIC XX.
       01 WS-FS-FORN       PIC XX.
       01 WS-FS-OC         PIC XX.
       01 WS-FS-OCI        PIC XX.
       01 WS-FS-ORC        PIC XX.
       01 WS-FS-CTR        PIC XX.
       01 WS-FS-CTRL       PIC XX.
       01 WS-FS-CTA        PIC XX.
       01 WS-FS-EMP        PIC XX.
       01 WS-FS-PARC       PIC XX.
       01 WS-FS-AGD        PIC XX.
       01 WS-FS-REL        PIC XX.
       01 WS-FS-JOBLOG     PIC XX.

      *> Arquivos abertos (S/N); pai ausente = filhos orfaos
       01 WS-ABERTOS.
           05 WS-AB-CLI-A  PIC X(01).
           05 WS-AB-CTRL-A PIC X(01).
           05 WS-AB-CLI    PIC X(01).
           05 WS-AB-PED    PIC X(01).
           05 WS-AB-ITEM   PIC X(01).
           05 WS-AB-ENTR   PIC X(01).
           05 WS-AB-REC    PIC X(01).
           05 WS-AB-PROD   PIC X(01).
           05 WS-AB-VEND   PIC X(01).
           05 WS-AB-FAT    PIC X(01).
           05 WS-AB-BOL    PIC X(01).
           05 WS-AB-NC     PIC X(01).
           05 WS-AB-FORN   PIC X(01).
           05 WS-AB-OC     PIC X(01).
           05 WS-AB-OCI    PIC X(01).
           05 WS-AB-ORC    PIC X(01).
           05 WS-AB-CTR    PIC X(01).
           05 WS-AB-CTRL   PIC X(01).
           05 WS-AB-CTA    PIC X(01).
           05 WS-AB-EMP    PIC X(01).
           05 WS-AB-PARC   PIC X(01).
           05 WS-AB-AGD    PIC X(01).

       01 WS-DATA-HOJE     PIC 9(08).
       01 WS-HORA-AGORA    PIC 9(08).
       01 WS-JOB-EVENTO    PIC X(10).
       01 WS-JOB-CONTADOR  PIC 9(07).
       01 WS-LINHA-REL     PIC X(80).
       01 WS-EXISTE        PIC X(01).
       01 WS-SITUACAO      PIC X(12).
       01 WS-REGRA         PIC 9(02).
       01 WS-IDX           PIC 9(02).
       01 WS-TOTAL-OCORR   PIC 9(07).
       01 WS-QTD-ED        PIC Z(6)9.
       01 WS-COD-ED        PIC Z(7)9.
       01 WS-MAIOR-ED      PIC Z(7)9.
       01 WS-SISTEMA-ED    PIC X(10).

      *> Regras verificadas, na ordem do relatorio
       01 WS-TAB-REGRAS.
           05 FILLER PIC X(50) VALUE
              "ITENS.DAT SEM PEDIDO".
           05 FILLER PIC X(50) VALUE
              "ENTREGAS.DAT SEM PEDIDO".
           05 FILLER PIC X(50) VALUE
              "RECEBIMENTOS.DAT SEM PEDIDO".
           05 FILLER PIC X(50) VALUE
              "PEDIDOS COM CLIENTE INEXISTENTE".
           05 FILLER PIC X(50) VALUE
              "PEDIDOS COM VENDEDOR INEXISTENTE".
           05 FILLER PIC X(50) VALUE
              "FATURAS COM PEDIDO INEXISTENTE".
           05 FILLER PIC X(50) VALUE
              "BOLETOS COM FATURA OU PEDIDO INEXISTENTE".
           05 FILLER PIC X(50) VALUE
              "NOTASCRED COM PEDIDO INEXISTENTE".
           05 FILLER PIC X(50) VALUE
              "ITENSOC SEM ORDCOMPRA".
           05 FILLER PIC X(50) VALUE
              "ORDCOMPRA COM FORNECEDOR INEXISTENTE".
           05 FILLER PIC X(50) VALUE
              "CONTRATO.DAT COM CLIENTE INEXISTENTE".
           05 FILLER PIC X(50) VALUE
              "PARCELAS SEM EMPRESTIMO".
           05 FILLER PIC X(50) VALUE
              "EMPRESTIMOS COM CONTA INEXISTENTE".
           05 FILLER PIC X(50) VALUE
              "CONTAS COM CONTA-CLI-COD FORA DO CLIENTES.DAT".
           05 FILLER PIC X(50) VALUE
              "AGENDAMENTOS ATIVOS COM CONTA ENCERRADA".
           05 FILLER PIC X(50) VALUE
              "CONTROLE.DAT ABAIXO DO MAIOR CODIGO USADO".
       01 WS-REGRAS REDEFINES WS-TAB-REGRAS.
           05 WS-REGRA-DESC OCCURS 16 TIMES PIC X(50).
       01 WS-QTD-REGRAS    PIC 9(02) VALUE 16.
       01 WS-CONTAGENS.
           05 WS-REGRA-QTD OCCURS 16 TIMES PIC 9(07).

      *> Contadores do CONTROLE.DAT e maior codigo em uso
       01 WS-QTD-CONTROLES PIC 9(02) VALUE 11.
       01 WS-CONTROLES.
           05 WS-CTL OCCURS 11 TIMES.
              10 WS-CTL-CHAVE    PIC X(10).
              10 WS-CTL-SISTEMA  PIC X(01).
              10 WS-CTL-ARQUIVO  PIC X(16).
              10 WS-CTL-MAIOR    PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "INICIO" TO WS-JOB-EVENTO
           MOVE ZERO     TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           OPEN OUTPUT RELATORIO
           IF WS-FS-REL NOT = "00"
              DISPLAY "Nao foi possivel criar VINCULOS.REL!"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM ABRIR-ARQUIVOS
           PERFORM INICIAR-CONTROLES
           MOVE ZERO TO WS-TOTAL-OCORR
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-REGRAS
              MOVE ZERO TO WS-REGRA-QTD (WS-IDX)
           END-PERFORM

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-LINHA-REL
           STRING "===== VERIFICACAO DE VINCULOS ENTRE ARQUIVOS - "
                     DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL

           PERFORM VERIFICAR-ITENS
           PERFORM VERIFICAR-ENTREGAS
           PERFORM VERIFICAR-RECEBIMENTOS
           PERFORM VERIFICAR-PEDIDOS
           PERFORM VERIFICAR-FATURAS
           PERFORM VERIFICAR-BOLETOS
           PERFORM VERIFICAR-NOTAS-CREDITO
           PERFORM VERIFICAR-ITENS-OC
           PERFORM VERIFICAR-ORDENS-COMPRA
           PERFORM VERIFICAR-CONTRATOS
           PERFORM VERIFICAR-PARCELAS
           PERFORM VERIFICAR-EMPRESTIMOS
           PERFORM VERIFICAR-CONTAS
           PERFORM VERIFICAR-AGENDAMENTOS
           PERFORM VERIFICAR-CONTROLES

           PERFORM EMITIR-RESUMO
           CLOSE RELATORIO
           PERFORM FECHAR-ARQUIVOS

           MOVE "FIM" TO WS-JOB-EVENTO
           MOVE WS-TOTAL-OCORR TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           DISPLAY "Relatorio gravado em VINCULOS.REL"
           IF WS-TOTAL-OCORR > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> -------------------------------------------
      *> ABRIR E FECHAR OS ARQUIVOS (SO LEITURA)
      *> -------------------------------------------
       ABRIR-ARQUIVOS.
           MOVE ALL "N" TO WS-ABERTOS
           OPEN INPUT CLIENTES-A
           IF WS-FS-CLI-A = "00"
              MOVE "S" TO WS-AB-CLI-A
           END-IF
           OPEN INPUT CONTROLE-A
           IF WS-FS-CTRL-A = "00"
              MOVE "S" TO WS-AB-CTRL-A
           END-IF
           OPEN INPUT CLIENTES
           IF WS-FS-CLI = "00"
              MOVE "S" TO WS-AB-CLI
           END-IF
           OPEN INPUT PEDIDOS
           IF WS-FS-PED = "00"
              MOVE "S" TO WS-AB-PED
           END-IF
           OPEN INPUT ITENS-PEDIDO
           IF WS-FS-ITEM = "00"
              MOVE "S" TO WS-AB-ITEM
           END-IF
           OPEN INPUT ENTREGAS
           IF WS-FS-ENTR = "00"
              MOVE "S" TO WS-AB-ENTR
           END-IF
           OPEN INPUT RECEBIMENTOS
           IF WS-FS-REC = "00"
              MOVE "S" TO WS-AB-REC
           END-IF
           OPEN INPUT PRODUTOS
           IF WS-FS-PROD = "00"
              MOVE "S" TO WS-AB-PROD
           END-IF
           OPEN INPUT VENDEDORES
           IF WS-FS-VEND = "00"
              MOVE "S" TO WS-AB-VEND
           END-IF
           OPEN INPUT FATURAS
           IF WS-FS-FAT = "00"
              MOVE "S" TO WS-AB-FAT
           END-IF
           OPEN INPUT BOLETOS
           IF WS-FS-BOL = "00"
              MOVE "S" TO WS-AB-BOL
           END-IF
           OPEN INPUT NOTAS-CREDITO
           IF WS-FS-NC = "00"
              MOVE "S" TO WS-AB-NC
           END-IF
           OPEN INPUT FORNECEDORES
           IF WS-FS-FORN = "00"
              MOVE "S" TO WS-AB-FORN
           END-IF
           OPEN INPUT ORDENS-COMPRA
           IF WS-FS-OC = "00"
              MOVE "S" TO WS-AB-OC
           END-IF
           OPEN INPUT ITENS-OC
           IF WS-FS-OCI = "00"
              MOVE "S" TO WS-AB-OCI
           END-IF
           OPEN INPUT ORCAMENTOS
           IF WS-FS-ORC = "00"
              MOVE "S" TO WS-AB-ORC
           END-IF
           OPEN INPUT CONTRATOS
           IF WS-FS-CTR = "00"
              MOVE "S" TO WS-AB-CTR
           END-IF
           OPEN INPUT CONTROLE
           IF WS-FS-CTRL = "00"
              MOVE "S" TO WS-AB-CTRL
           END-IF
           OPEN INPUT CONTAS
           IF WS-FS-CTA = "00"
              MOVE "S" TO WS-AB-CTA
           END-IF
           OPEN INPUT EMPRESTIMOS
           IF WS-FS-EMP = "00"
              MOVE "S" TO WS-AB-EMP
           END-IF
           OPEN INPUT PARCELAS
           IF WS-FS-PARC = "00"
              MOVE "S" TO WS-AB-PARC
           END-IF
           OPEN INPUT AGENDAMENTOS
           IF WS-FS-AGD = "00"
              MOVE "S" TO WS-AB-AGD
           END-IF
           .

       FECHAR-ARQUIVOS.
           IF WS-AB-CLI-A = "S"
              CLOSE CLIENTES-A
           END-IF
           IF WS-AB-CTRL-A = "S"
              CLOSE CONTROLE-A
           END-IF
           IF WS-AB-CLI = "S"
              CLOSE CLIENTES
           END-IF
           IF WS-AB-PED = "S"
              CLOSE PEDIDOS
           END-IF
           IF WS-AB-ITEM = "S"
              CLOSE ITENS-PEDIDO
           END-IF
           IF WS-AB-ENTR = "S"
              CLOSE ENTREGAS
           END-IF
           IF WS-AB-REC = "S"
              CLOSE RECEBIMENTOS
           END-IF
           IF WS-AB-PROD = "S"
              CLOSE PRODUTOS
           END-IF
           IF WS-AB-VEND = "S"
              CLOSE VENDEDORES
           END-IF
           IF WS-AB-FAT = "S"
              CLOSE FATURAS
           END-IF
           IF WS-AB-BOL = "S"
              CLOSE BOLETOS
           END-IF
           IF WS-AB-NC = "S"
              CLOSE NOTAS-CREDITO
           END-IF
           IF WS-AB-FORN = "S"
              CLOSE FORNECEDORES
           END-IF
           IF WS-AB-OC = "S"
              CLOSE ORDENS-COMPRA
           END-IF
           IF WS-AB-OCI = "S"
              CLOSE ITENS-OC
           END-IF
           IF WS-AB-ORC = "S"
              CLOSE ORCAMENTOS
           END-IF
           IF WS-AB-CTR = "S"
              CLOSE CONTRATOS
           END-IF
           IF WS-AB-CTRL = "S"
              CLOSE CONTROLE
           END-IF
           IF WS-AB-CTA = "S"
              CLOSE CONTAS
           END-IF
           IF WS-AB-EMP = "S"
              CLOSE EMPRESTIMOS
           END-IF
           IF WS-AB-PARC = "S"
              CLOSE PARCELAS
           END-IF
           IF WS-AB-AGD = "S"
              CLOSE AGENDAMENTOS
           END-IF
           .

       INICIAR-CONTROLES.
           MOVE "CLIENTE"    TO WS-CTL-CHAVE (1)
           MOVE "CLIENTES.DAT"     TO WS-CTL-ARQUIVO (1)
           MOVE "PEDIDO"     TO WS-CTL-CHAVE (2)
           MOVE "PEDIDOS.DAT"      TO WS-CTL-ARQUIVO (2)
           MOVE "PRODUTO"    TO WS-CTL-CHAVE (3)
           MOVE "PRODUTOS.DAT"     TO WS-CTL-ARQUIVO (3)
           MOVE "ORCAMENTO"  TO WS-CTL-CHAVE (4)
           MOVE "ORCAMENTOS.DAT"   TO WS-CTL-ARQUIVO (4)
           MOVE "FORNECEDOR" TO WS-CTL-CHAVE (5)
           MOVE "FORNECEDORES.DAT" TO WS-CTL-ARQUIVO (5)
           MOVE "ORDCOMPRA"  TO WS-CTL-CHAVE (6)
           MOVE "ORDCOMPRA.DAT"    TO WS-CTL-ARQUIVO (6)
           MOVE "FATURA"     TO WS-CTL-CHAVE (7)
           MOVE "FATURAS.DAT"      TO WS-CTL-ARQUIVO (7)
           MOVE "BOLETO"     TO WS-CTL-CHAVE (8)
           MOVE "BOLETOS.DAT"      TO WS-CTL-ARQUIVO (8)
           MOVE "NOTACRED"   TO WS-CTL-CHAVE (9)
           MOVE "NOTASCRED.DAT"    TO WS-CTL-ARQUIVO (9)
           MOVE "CONTRATO"   TO WS-CTL-CHAVE (10)
           MOVE "CONTRATO.DAT"     TO WS-CTL-ARQUIVO (10)
           MOVE "CLIENTE"    TO WS-CTL-CHAVE (11)
           MOVE "CLIENTES.DAT"     TO WS-CTL-ARQUIVO (11)
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-CONTROLES
              MOVE "S"  TO WS-CTL-SISTEMA (WS-IDX)
              MOVE ZERO TO WS-CTL-MAIOR (WS-IDX)
           END-PERFORM
           MOVE "A" TO WS-CTL-SISTEMA (11)
           .

      *> -------------------------------------------
      *> CABECALHO, OCORRENCIA E TOTAL DE CADA REGRA
      *> -------------------------------------------
       INICIAR-REGRA.
           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "R" DELIMITED BY SIZE
                  WS-REGRA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REGRA-DESC (WS-REGRA) DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           .

       REGISTRAR-OCORRENCIA.
           ADD 1 TO WS-REGRA-QTD (WS-REGRA)
           ADD 1 TO WS-TOTAL-OCORR
           PERFORM ESCREVER-LINHA-REL
           .

       ENCERRAR-REGRA.
           MOVE WS-REGRA-QTD (WS-REGRA) TO WS-QTD-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING "  OCORRENCIAS: " DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           .

      *> Arquivo filho ausente: nada a conferir na regra
       REGRA-SEM-ARQUIVO.
           MOVE "  ARQUIVO AUSENTE - NADA A CONFERIR."
              TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           .

      *> -------------------------------------------
      *> EXISTENCIA DE CADA REGISTRO PAI (a chave ja
      *> movida para o registro; pai fechado = ausente)
      *> -------------------------------------------
       EXISTE-PEDIDO.
           MOVE "N" TO WS-EXISTE
           IF WS-AB-PED = "S"
              READ PEDIDOS KEY IS PED-COD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "S" TO WS-EXISTE
              END-READ
           END-IF
           .

       EXISTE-CLIENTE.
           MOVE "N" TO WS-EXISTE
           IF WS-AB-CLI = "S"
              READ CLIENTES KEY IS CLI-COD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "S" TO WS-EXISTE
              END-READ
           END-IF
           .

       EXISTE-VENDEDOR.
           MOVE "N" TO WS-EXISTE
           IF WS-AB-VEND = "S"
              READ VENDEDORES KEY IS VEND-COD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "S" TO WS-EXISTE
              END-READ
           END-IF
           .

       EXISTE-FATURA.
           MOVE "N" TO WS-EXISTE
           IF WS-AB-FAT = "S"
              READ FATURAS KEY IS FAT-NUMERO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "S" TO WS-EXISTE
              END-READ
           END-IF
           .

       EXISTE-ORDEM-COMPRA.
           MOVE "N" TO WS-EXISTE
           IF WS-AB-OC = "S"
              READ ORDENS-COMPRA KEY IS OC-COD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "S" TO WS-EXISTE
              END-READ
           END-IF
           .

       EXISTE-FORNECEDOR.
           MOVE "N" TO WS-EXISTE
           IF WS-AB-FORN = "S"
              READ FORNECEDORES KEY IS FORN-COD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "S" TO WS-EXISTE
              END-READ
           END-IF
           .

       EXISTE-EMPRESTIMO.
           MOVE "N" TO WS-EXISTE
           IF WS-AB-EMP = "S"
              READ EMPRESTIMOS KEY IS EMP-COD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "S" TO WS-EXISTE
              END-READ
           END-IF
           .

      *> Conta: WS-SITUACAO = INEXISTENTE, ENCERRADA ou OK
       SITUACAO-CONTA.
           MOVE "INEXISTENTE" TO WS-SITUACAO
           IF WS-AB-CTA = "S"
              READ CONTAS KEY IS CONTA-NUMERO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF CONTA-STATUS = "ENCERRADA"
                       MOVE "ENCERRADA" TO WS-SITUACAO
                    ELSE
                       MOVE "OK" TO WS-SITUACAO
                    END-IF
              END-READ
           END-IF
           .

      *> -------------------------------------------
      *> R01 - ITENS DE PEDIDO SEM PEDIDO
      *> -------------------------------------------
       VERIFICAR-ITENS.
           MOVE 1 TO WS-REGRA
           PERFORM INICIAR-REGRA
           IF WS-AB-ITEM NOT = "S"
              PERFORM REGRA-SEM-ARQUIVO
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO ITEM-CHAVE
           START ITENS-PEDIDO KEY NOT LESS THAN ITEM-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-ITEM
           END-START
           PERFORM UNTIL WS-FS-ITEM NOT = "00"
              READ ITENS-PEDIDO NEXT RECORD
                 AT END MOVE "99" TO WS-FS-ITEM
                 NOT AT END
                    MOVE ITEM-PED-COD TO PED-COD
                    PERFORM EXISTE-PEDIDO
                    IF WS-EXISTE = "N"
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "  PEDIDO " DELIMITED BY SIZE
                              ITEM-PED-COD DELIMITED BY SIZE
                              " ITEM " DELIMITED BY SIZE
                              ITEM-SEQ DELIMITED BY SIZE
                              " PRODUTO " DELIMITED BY SIZE
                              ITEM-PRODUTO-COD DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM REGISTRAR-OCORRENCIA
                    END-IF
              END-READ
           END-PERFORM
           PERFORM ENCERRAR-REGRA
           .

      *> -------------------------------------------
      *> R02 - ENTREGAS SEM PEDIDO
      *> -------------------------------------------
       VERIFICAR-ENTREGAS.
           MOVE 2 TO WS-REGRA
           PERFORM INICIAR-REGRA
           IF WS-AB-ENTR NOT = "S"
              PERFORM REGRA-SEM-ARQUIVO
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO ENTR-CHAVE
           START ENTREGAS KEY NOT LESS THAN ENTR-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-ENTR
           END-START
           PERFORM UNTIL WS-FS-ENTR NOT = "00"
              READ ENTREGAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-ENTR
                 NOT AT END
                    MOVE ENTR-PED-COD TO PED-COD
                    PERFORM EXISTE-PEDIDO
                    IF WS-EXISTE = "N"
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "  PEDIDO " DELIMITED BY SIZE
                              ENTR-PED-COD DELIMITED BY SIZE
                              " ITEM " DELIMITED BY SIZE
                              ENTR-ITEM-SEQ DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM REGISTRAR-OCORRENCIA
                    END-IF
              END-READ
           END-PERFORM
           PERFORM ENCERRAR-REGRA
           .

      *> -------------------------------------------
      *> R03 - RECEBIMENTOS SEM PEDIDO
      *> -------------------------------------------
       VERIFICAR-RECEBIMENTOS.
           MOVE 3 TO WS-REGRA
           PERFORM INICIAR-REGRA
           IF WS-AB-REC NOT = "S"
              PERFORM REGRA-SEM-ARQUIVO
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO REC-CHAVE
           START RECEBIMENTOS KEY NOT LESS THAN REC-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-REC
           END-START
           PERFORM UNTIL WS-FS-REC NOT = "00"
              READ RECEBIMENTOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-REC
                 NOT AT END
                    MOVE REC-PED-COD TO PED-COD
                    PERFORM EXISTE-PEDIDO
                    IF WS-EXISTE = "N"
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "  PEDIDO " DELIMITED BY SIZE
                              REC-PED-COD DELIMITED BY SIZE
                              " RECEBIMENTO " DELIMITED BY SIZE
                              REC-SEQ DELIMITED BY SIZE
                              " DE " DELIMITED BY SIZE
                              REC-DATA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              REC-FORMA DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM REGISTRAR-OCORRENCIA
                    END-IF
              END-READ
           END-PERFORM
           PERFORM ENCERRAR-REGRA
           .

      *> -------------------------------------------
      *> R04/R05 - PEDIDOS SEM CLIENTE OU COM VENDEDOR
      *> INEXISTENTE (vendedor zero = venda sem vendedor)
      *> -------------------------------------------
       VERIFICAR-PEDIDOS.
           MOVE 4 TO WS-REGRA
           PERFORM INICIAR-REGRA
           IF WS-AB-PED NOT = "S"
              PERFORM REGRA-SEM-ARQUIVO
           ELSE
              MOVE ZERO TO PED-COD
              START PEDIDOS KEY NOT LESS THAN PED-COD
                 INVALID KEY MOVE "99" TO WS-FS-PED
              END-START
              PERFORM UNTIL WS-FS-PED NOT = "00"
                 READ PEDIDOS NEXT RECORD
                    AT END MOVE "99" TO WS-FS-PED
                    NOT AT END
                       IF PED-COD > WS-CTL-MAIOR (2)
                          MOVE PED-COD TO WS-CTL-MAIOR (2)
                       END-IF
                       MOVE CLI-COD-P TO CLI-COD
                       PERFORM EXISTE-CLIENTE
                       IF WS-EXISTE = "N"
                          MOVE SPACES TO WS-LINHA-REL
                          STRING "  PEDIDO " DELIMITED BY SIZE
                                 PED-COD DELIMITED BY SIZE
                                 " CLIENTE " DELIMITED BY SIZE
                                 CLI-COD-P DELIMITED BY SIZE
                                 " " DELIMITED BY SIZE
                                 PED-STATUS DELIMITED BY SIZE
                                 INTO WS-LINHA-REL
                          END-STRING
                          PERFORM REGISTRAR-OCORRENCIA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           PERFORM ENCERRAR-REGRA

           MOVE 5 TO WS-REGRA
           PERFORM INICIAR-REGRA
           IF WS-AB-PED NOT = "S"
              PERFORM REGRA-SEM-ARQUIVO
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO PED-COD
           START PEDIDOS KEY NOT LESS THAN PED-COD
              INVALID KEY MOVE "99" TO WS-FS-PED
              NOT INVALID KEY MOVE "00" TO WS-FS-PED
           END-START
           PERFORM UNTIL WS-FS-PED NOT = "00"
              READ PEDIDOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-PED
                 NOT AT END
                    IF PED-VEND-COD NOT = ZERO
                       MOVE PED-VEND-COD TO VEND-COD
                       PERFORM EXISTE-VENDEDOR
                       IF WS-EXISTE = "N"
                          MOVE SPACES TO WS-LINHA-REL
                          STRING "  PEDIDO " DELIMITED BY SIZE
                                 PED-COD DELIMITED BY SIZE
                                 " VENDEDOR " DELIMITED BY SIZE
                                 PED-VEND-COD DELIMITED BY SIZE
                                 INTO WS-LINHA-REL
                          END-STRING
                          PERFORM REGISTRAR-OCORRENCIA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           PERFORM ENCERRAR-REGRA
           .

      *> -------------------------------------------
      *> R06 - FATURAS SEM PEDIDO
      *> -------------------------------------------
       VERIFICAR-FATURAS.
           MOVE 6 TO WS-REGRA
           PERFORM INICIAR-REGRA
           IF WS-AB-FAT NOT = "S"
              PERFORM REGRA-SEM-ARQUIVO
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO FAT-NUMERO
           START FATURAS KEY NOT LESS THAN FAT-NUMERO
              INVALID KEY MOVE "99" TO WS-FS-FAT
           END-START
           PERFORM UNTIL WS-FS-FAT NOT = "00"
              READ FATURAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-FAT
                 NOT AT END
                    IF FAT-NUMERO > WS-CTL-MAIOR (7)
                       MOVE FAT-NUMERO TO WS-CTL-MAIOR (7)
                    END-IF
                    MOVE FAT-PED-COD TO PED-COD
                    PERFORM EXISTE-PEDIDO
                    IF WS-EXISTE = "N"
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "  FATURA " DELIMITED BY SIZE
                              FAT-NUMERO DELIMITED BY SIZE
                              " PEDIDO " DELIMITED BY SIZE
                              FAT-PED-COD DELIMITED BY SIZE
                              " EMITIDA EM " DELIMITED BY SIZE
                              FAT-DATA-EMISSAO DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM REGISTRAR-OCORRENCIA
                    END-IF
              END-READ
           END-PERFORM
           PERFORM ENCERRAR-REGRA
           .

      *> -------------------------------------------
      *> R07 - BOLETOS SEM FATURA OU SEM PEDIDO
      *> -------------------------------------------
       VERIFICAR-BOLETOS.
           MOVE 7 TO WS-REGRA
           PERFORM INICIAR-REGRA
           IF WS-AB-BOL NOT = "S"
              PERFORM REGRA-SEM-ARQUIVO
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO BOL-NUMERO
           START BOLETOS KEY NOT LESS THAN BOL-NUMERO
              INVALID KEY MOVE "99" TO WS-FS-BOL
           END-START
           PERFORM UNTIL WS-FS-BOL NOT = "00"
              READ BOLETOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-BOL
                 NOT AT END
                    IF BOL-NUMERO > WS-CTL-MAIOR (8)
                       MOVE BOL-NUMERO TO WS-CTL-MAIOR (8)
                    END-IF
                    MOVE BOL-FAT-NUMERO TO FAT-NUMERO
                    PERFORM EXISTE-FATURA
                    IF WS-EXISTE = "N"
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "  BOLETO " DELIMITED BY SIZE
                              BOL-NUMERO DELIMITED BY SIZE
                              " FATURA INEXISTENTE " DELIMITED BY SIZE
                              BOL-FAT-NUMERO DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM REGISTRAR-OCORRENCIA
                    END-IF
                    MOVE BOL-PED-COD TO PED-COD
                    PERFORM EXISTE-PEDIDO
                    IF WS-EXISTE = "N"
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "  BOLETO " DELIMITED BY SIZE
                              BOL-NUMERO DELIMITED BY SIZE
                              " PEDIDO INEXISTENTE " DELIMITED BY SIZE
                              BOL-PED-COD DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM REGISTRAR-OCORRENCIA
                    END-IF
              END-READ
           END-PERFORM
           PERFORM ENCERRAR-REGRA
           .

      *> -------------------------------------------
      *> R08 - NOTAS DE CREDITO SEM PEDIDO
      *> -------------------------------------------
       VERIFICAR-NOTAS-CREDITO.
           MOVE 8 TO WS-REGRA
           PERFORM INICIAR-REGRA
           IF WS-AB-NC NOT = "S"
              PERFORM REGRA-SEM-ARQUIVO
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO NC-NUMERO
           START NOTAS-CREDITO KEY NOT LESS THAN NC-NUMERO
              INVALID KEY MOVE "99" TO WS-FS-NC
           END-START
           PERFORM UNTIL WS-FS-NC NOT = "00"
              READ NOTAS-CREDITO NEXT RECORD
                 AT END MOVE "99" TO WS-FS-NC
                 NOT AT END
                    IF NC-NUMERO > WS-CTL-MAIOR (9)
                       MOVE NC-NUMERO TO WS-CTL-MAIOR (9)
                    END-IF
                    MOVE NC-PED-COD TO PED-COD
                    PERFORM EXISTE-PEDIDO
                    IF WS-EXISTE = "N"
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "  NOTA DE CREDITO " DELIMITED BY SIZE
                              NC-NUMERO DELIMITED BY SIZE
                              " PEDIDO " DELIMITED BY SIZE
                              NC-PED-COD DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM REGISTRAR-OCORRENCIA
                    END-IF
              END-READ
           END-PERFORM
           PERFORM ENCERRAR-REGRA
           .

      *> -------------------------------------------
      *> R09 - ITENS DE OC SEM ORDEM DE COMPRA
      *> -------------------------------------------
       VERIFICAR-ITENS-OC.
           MOVE 9 TO WS-REGRA
           PERFORM INICIAR-REGRA
           IF WS-AB-OCI NOT = "S"
              PERFORM REGRA-SEM-ARQUIVO
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO OCI-CHAVE
           START ITENS-OC KEY NOT LESS THAN OCI-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-OCI
           END-START
           PERFORM UNTIL WS-FS-OCI NOT = "00"
              READ ITENS-OC NEXT RECORD
                 AT END MOVE "99" TO WS-FS-OCI
                 NOT AT END
                    MOVE OCI-OC-COD TO OC-COD
                    PERFORM EXISTE-ORDEM-COMPRA
                    IF WS-EXISTE = "N"
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "  OC " DELIMITED BY SIZE
                              OCI-OC-COD DELIMITED BY SIZE
                              " ITEM " DELIMITED BY SIZE
                              OCI-SEQ DELIMITED BY SIZE
                              " PRODUTO " DELIMITED BY SIZE
                              OCI-PROD-COD DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM REGISTRAR-OCORRENCIA
                    END-IF
              END-READ
           END-PERFORM
           PERFORM ENCERRAR-REGRA
           .

      *> -------------------------------------------
      *> R10 - ORDENS DE COMPRA SEM FORNECEDOR
      *> -------------------------------------------
       VERIFICAR-ORDENS-COMPRA.
           MOVE 10 TO WS-REGRA
           PERFORM INICIAR-REGRA
           IF WS-AB-OC NOT = "S"
              PERFORM REGRA-SEM-ARQUIVO
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO OC-COD
           START ORDENS-COMPRA KEY NOT LESS THAN OC-COD
              INVALID KEY MOVE "99" TO WS-FS-OC
           END-START
           PERFORM UNTIL WS-FS-OC NOT = "00"
              READ ORDENS-COMPRA NEXT RECORD
                 AT END MOVE "99" TO WS-FS-OC
                 NOT AT END
                    IF OC-COD > WS-CTL-MAIOR (6)
                       MOVE OC-COD TO WS-CTL-MAIOR (6)
                    END-IF
                    MOVE OC-FORN-COD TO FORN-COD
                    PERFORM EXISTE-FORNECEDOR
                    IF WS-EXISTE = "N"
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "  OC " DELIMITED BY SIZE
                              OC-COD DELIMITED BY SIZE
                              " FORNECEDOR " DELIMITED BY SIZE
                              OC-FORN-COD DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              OC-STATUS DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM REGISTRAR-OCORRENCIA
                    END-IF
              END-READ
           END-PERFORM
           PERFORM ENCERRAR-REGRA
           .

      *> -------------------------------------------
      *> R11 - CONTRATOS DE FORNECIMENTO SEM CLIENTE
      *> -------------------------------------------
       VERIFICAR-CONTRATOS.
           MOVE 11 TO WS-REGRA
           PERFORM INICIAR-REGRA
           IF WS-AB-CTR NOT = "S"
              PERFORM REGRA-SEM-ARQUIVO
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO CTR-COD
           START CONTRATOS KEY NOT LESS THAN CTR-COD
              INVALID KEY MOVE "99" TO WS-FS-CTR
           END-START
           PERFORM UNTIL WS-FS-CTR NOT = "00"
              READ CONTRATOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-CTR
                 NOT AT END
                    IF CTR-COD > WS-CTL-MAIOR (10)
                       MOVE CTR-COD TO WS-CTL-MAIOR (10)
                    END-IF
                    MOVE CTR-CLI-COD TO CLI-COD
                    PERFORM EXISTE-CLIENTE
                    IF WS-EXISTE = "N"
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "  CONTRATO " DELIMITED BY SIZE
                              CTR-COD DELIMITED BY SIZE
                              " CLIENTE " DELIMITED BY SIZE
                              CTR-CLI-COD DELIMITED BY SIZE
                              " STATUS " DELIMITED BY SIZE
                              CTR-STATUS DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM REGISTRAR-OCORRENCIA
                    END-IF
              END-READ
           END-PERFORM
           PERFORM ENCERRAR-REGRA
           .

      *> -------------------------------------------
      *> R12 - PARCELAS SEM EMPRESTIMO
      *> -------------------------------------------
       VERIFICAR-PARCELAS.
           MOVE 12 TO WS-REGRA
           PERFORM INICIAR-REGRA
           IF WS-AB-PARC NOT = "S"
              PERFORM REGRA-SEM-ARQUIVO
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PARC-CHAVE
           START PARCELAS KEY NOT LESS THAN PARC-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-PARC
           END-START
           PERFORM UNTIL WS-FS-PARC NOT = "00"
              READ PARCELAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-PARC
                 NOT AT END
                    MOVE PARC-EMP-COD TO EMP-COD
                    PERFORM EXISTE-EMPRESTIMO
                    IF WS-EXISTE = "N"
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "  EMPRESTIMO " DELIMITED BY SIZE
                              PARC-EMP-COD DELIMITED BY SIZE
                              " PARCELA " DELIMITED BY SIZE
                              PARC-NUM DELIMITED BY SIZE
                              " VENC " DELIMITED BY SIZE
                              PARC-VENCIMENTO DELIMITED BY SIZE
                              " STATUS " DELIMITED BY SIZE
                              PARC-STATUS DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM REGISTRAR-OCORRENCIA
                    END-IF
              END-READ
           END-PERFORM
           PERFORM ENCERRAR-REGRA
           .

      *> -------------------------------------------
      *> R13 - EMPRESTIMOS SEM CONTA
      *> -------------------------------------------
       VERIFICAR-EMPRESTIMOS.
           MOVE 13 TO WS-REGRA
           PERFORM INICIAR-REGRA
           IF WS-AB-EMP NOT = "S"
              PERFORM REGRA-SEM-ARQUIVO
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO EMP-COD
           START EMPRESTIMOS KEY NOT LESS THAN EMP-COD
              INVALID KEY MOVE "99" TO WS-FS-EMP
           END-START
           PERFORM UNTIL WS-FS-EMP NOT = "00"
              READ EMPRESTIMOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-EMP
                 NOT AT END
                    MOVE EMP-CONTA TO CONTA-NUMERO
                    PERFORM SITUACAO-CONTA
                    IF WS-SITUACAO = "INEXISTENTE"
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "  EMPRESTIMO " DELIMITED BY SIZE
                              EMP-COD DELIMITED BY SIZE
                              " CONTA " DELIMITED BY SIZE
                              EMP-CONTA DELIMITED BY SIZE
                              " STATUS " DELIMITED BY SIZE
                              EMP-STATUS DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM REGISTRAR-OCORRENCIA
                    END-IF
              END-READ
           END-PERFORM
           PERFORM ENCERRAR-REGRA
           .

      *> -------------------------------------------
      *> R14 - CONTAS LIGADAS A CLIENTE INEXISTENTE
      *> (CONTA-CLI-COD zero = conta sem cliente da loja)
      *> -------------------------------------------
       VERIFICAR-CONTAS.
           MOVE 14 TO WS-REGRA
           PERFORM INICIAR-REGRA
           IF WS-AB-CTA NOT = "S"
              PERFORM REGRA-SEM-ARQUIVO
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO CONTA-NUMERO
           START CONTAS KEY NOT LESS THAN CONTA-NUMERO
              INVALID KEY MOVE "99" TO WS-FS-CTA
           END-START
           PERFORM UNTIL WS-FS-CTA NOT = "00"
              READ CONTAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-CTA
                 NOT AT END
                    IF CONTA-CLI-COD IS NUMERIC
                       AND CONTA-CLI-COD NOT = ZERO
                       MOVE CONTA-CLI-COD TO CLI-COD
                       PERFORM EXISTE-CLIENTE
                       IF WS-EXISTE = "N"
                          MOVE SPACES TO WS-LINHA-REL
                          STRING "  CONTA " DELIMITED BY SIZE
                                 CONTA-NUMERO DELIMITED BY SIZE
                                 " CLIENTE " DELIMITED BY SIZE
                                 CONTA-CLI-COD DELIMITED BY SIZE
                                 " " DELIMITED BY SIZE
                                 CONTA-STATUS DELIMITED BY SIZE
                                 INTO WS-LINHA-REL
                          END-STRING
                          PERFORM REGISTRAR-OCORRENCIA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           PERFORM ENCERRAR-REGRA
           .

      *> -------------------------------------------
      *> R15 - AGENDAMENTOS ATIVOS COM CONTA DE ORIGEM
      *> OU DESTINO ENCERRADA OU INEXISTENTE
      *> -------------------------------------------
       VERIFICAR-AGENDAMENTOS.
           MOVE 15 TO WS-REGRA
           PERFORM INICIAR-REGRA
           IF WS-AB-AGD NOT = "S"
              PERFORM REGRA-SEM-ARQUIVO
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO AGD-COD
           START AGENDAMENTOS KEY NOT LESS THAN AGD-COD
              INVALID KEY MOVE "99" TO WS-FS-AGD
           END-START
           PERFORM UNTIL WS-FS-AGD NOT = "00"
              READ AGENDAMENTOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-AGD
                 NOT AT END
                    IF AGD-ATIVO = "S"
                       MOVE AGD-CONTA-ORIGEM TO CONTA-NUMERO
                       PERFORM SITUACAO-CONTA
                       IF WS-SITUACAO NOT = "OK"
                          MOVE SPACES TO WS-LINHA-REL
                          STRING "  AGENDAMENTO " DELIMITED BY SIZE
                                 AGD-COD DELIMITED BY SIZE
                                 " ORIGEM " DELIMITED BY SIZE
                                 AGD-CONTA-ORIGEM DELIMITED BY SIZE
                                 " " DELIMITED BY SIZE
                                 WS-SITUACAO DELIMITED BY SIZE
                                 INTO WS-LINHA-REL
                          END-STRING
                          PERFORM REGISTRAR-OCORRENCIA
                       END-IF
                       MOVE AGD-CONTA-DESTINO TO CONTA-NUMERO
                       PERFORM SITUACAO-CONTA
                       IF WS-SITUACAO NOT = "OK"
                          MOVE SPACES TO WS-LINHA-REL
                          STRING "  AGENDAMENTO " DELIMITED BY SIZE
                                 AGD-COD DELIMITED BY SIZE
                                 " DESTINO " DELIMITED BY SIZE
                                 AGD-CONTA-DESTINO DELIMITED BY SIZE
                                 " " DELIMITED BY SIZE
                                 WS-SITUACAO DELIMITED BY SIZE
                                 INTO WS-LINHA-REL
                          END-STRING
                          PERFORM REGISTRAR-OCORRENCIA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           PERFORM ENCERRAR-REGRA
           .

      *> -------------------------------------------
      *> R16 - CONTADORES DO CONTROLE.DAT MENORES QUE O
      *> MAIOR CODIGO EM USO (o proximo codigo gerado
      *> colidiria com um registro existente)
      *> -------------------------------------------
       VERIFICAR-CONTROLES.
           MOVE 16 TO WS-REGRA
           PERFORM INICIAR-REGRA
           PERFORM MAIORES-CODIGOS-CADASTROS

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-CONTROLES
              IF WS-CTL-MAIOR (WS-IDX) > 0
                 PERFORM CONFERIR-UM-CONTROLE
              END-IF
           END-PERFORM
           PERFORM ENCERRAR-REGRA
           .

      *> Cadastros que nenhuma regra acima percorre
       MAIORES-CODIGOS-CADASTROS.
           IF WS-AB-CLI = "S"
              MOVE ZERO TO CLI-COD
              START CLIENTES KEY NOT LESS THAN CLI-COD
                 INVALID KEY MOVE "99" TO WS-FS-CLI
                 NOT INVALID KEY MOVE "00" TO WS-FS-CLI
              END-START
              PERFORM UNTIL WS-FS-CLI NOT = "00"
                 READ CLIENTES NEXT RECORD
                    AT END MOVE "99" TO WS-FS-CLI
                    NOT AT END MOVE CLI-COD TO WS-CTL-MAIOR (1)
                 END-READ
              END-PERFORM
           END-IF
           IF WS-AB-PROD = "S"
              MOVE ZERO TO PROD-COD
              START PRODUTOS KEY NOT LESS THAN PROD-COD
                 INVALID KEY MOVE "99" TO WS-FS-PROD
              END-START
              PERFORM UNTIL WS-FS-PROD NOT = "00"
                 READ PRODUTOS NEXT RECORD
                    AT END MOVE "99" TO WS-FS-PROD
                    NOT AT END MOVE PROD-COD TO WS-CTL-MAIOR (3)
                 END-READ
              END-PERFORM
           END-IF
           IF WS-AB-ORC = "S"
              MOVE ZERO TO ORC-COD
              START ORCAMENTOS KEY NOT LESS THAN ORC-COD
                 INVALID KEY MOVE "99" TO WS-FS-ORC
              END-START
              PERFORM UNTIL WS-FS-ORC NOT = "00"
                 READ ORCAMENTOS NEXT RECORD
                    AT END MOVE "99" TO WS-FS-ORC
                    NOT AT END MOVE ORC-COD TO WS-CTL-MAIOR (4)
                 END-READ
              END-PERFORM
           END-IF
           IF WS-AB-FORN = "S"
              MOVE ZERO TO FORN-COD
              START FORNECEDORES KEY NOT LESS THAN FORN-COD
                 INVALID KEY MOVE "99" TO WS-FS-FORN
              END-START
              PERFORM UNTIL WS-FS-FORN NOT = "00"
                 READ FORNECEDORES NEXT RECORD
                    AT END MOVE "99" TO WS-FS-FORN
                    NOT AT END MOVE FORN-COD TO WS-CTL-MAIOR (5)
                 END-READ
              END-PERFORM
           END-IF
           IF WS-AB-CLI-A = "S"
              MOVE ZERO TO CLI-COD-A
              START CLIENTES-A KEY NOT LESS THAN CLI-COD-A
                 INVALID KEY MOVE "99" TO WS-FS-CLI-A
              END-START
              PERFORM UNTIL WS-FS-CLI-A NOT = "00"
                 READ CLIENTES-A NEXT RECORD
                    AT END MOVE "99" TO WS-FS-CLI-A
                    NOT AT END MOVE CLI-COD-A TO WS-CTL-MAIOR (11)
                 END-READ
              END-PERFORM
           END-IF
           .

       CONFERIR-UM-CONTROLE.
           MOVE "N" TO WS-EXISTE
           IF WS-CTL-SISTEMA (WS-IDX) = "A"
              IF WS-AB-CTRL-A = "S"
                 MOVE WS-CTL-CHAVE (WS-IDX) TO CTRL-CHAVE-A
                 READ CONTROLE-A KEY IS CTRL-CHAVE-A
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       MOVE "S" TO WS-EXISTE
                       MOVE CTRL-ULTIMO-COD-A TO CTRL-ULTIMO-COD
                 END-READ
              END-IF
           ELSE
              IF WS-AB-CTRL = "S"
                 MOVE WS-CTL-CHAVE (WS-IDX) TO CTRL-CHAVE
                 READ CONTROLE KEY IS CTRL-CHAVE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "S" TO WS-EXISTE
                 END-READ
              END-IF
           END-IF

           IF WS-EXISTE = "S"
              IF CTRL-ULTIMO-COD NOT < WS-CTL-MAIOR (WS-IDX)
                 EXIT PARAGRAPH
              END-IF
              MOVE CTRL-ULTIMO-COD TO WS-COD-ED
           END-IF

           MOVE WS-CTL-MAIOR (WS-IDX) TO WS-MAIOR-ED
           IF WS-CTL-SISTEMA (WS-IDX) = "A"
              MOVE "  SIMPLES " TO WS-SISTEMA-ED
           ELSE
              MOVE "  SISTEMA " TO WS-SISTEMA-ED
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           IF WS-EXISTE = "S"
              STRING WS-SISTEMA-ED DELIMITED BY SIZE
                     WS-CTL-CHAVE (WS-IDX) DELIMITED BY SIZE
                     " = " DELIMITED BY SIZE
                     WS-COD-ED DELIMITED BY SIZE
                     "  MAIOR EM " DELIMITED BY SIZE
                     WS-CTL-ARQUIVO (WS-IDX) DELIMITED BY SPACE
                     ": " DELIMITED BY SIZE
                     WS-MAIOR-ED DELIMITED BY SIZE
                     INTO WS-LINHA-REL
              END-STRING
           ELSE
              STRING WS-SISTEMA-ED DELIMITED BY SIZE
                     WS-CTL-CHAVE (WS-IDX) DELIMITED BY SIZE
                     " AUSENTE" DELIMITED BY SIZE
                     "  MAIOR EM " DELIMITED BY SIZE
                     WS-CTL-ARQUIVO (WS-IDX) DELIMITED BY SPACE
                     ": " DELIMITED BY SIZE
                     WS-MAIOR-ED DELIMITED BY SIZE
                     INTO WS-LINHA-REL
              END-STRING
           END-IF
           PERFORM REGISTRAR-OCORRENCIA
           .

      *> -------------------------------------------
      *> RESUMO POR REGRA
      *> -------------------------------------------
       EMITIR-RESUMO.
           MOVE ALL "=" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           MOVE "RESUMO POR REGRA" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           PERFORM VARYING WS-REGRA FROM 1 BY 1
              UNTIL WS-REGRA > WS-QTD-REGRAS
              MOVE WS-REGRA-QTD (WS-REGRA) TO WS-QTD-ED
              MOVE SPACES TO WS-LINHA-REL
              STRING "R" DELIMITED BY SIZE
                     WS-REGRA DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-REGRA-DESC (WS-REGRA) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-QTD-ED DELIMITED BY SIZE
                     INTO WS-LINHA-REL
              END-STRING
              PERFORM ESCREVER-LINHA-REL
           END-PERFORM
           MOVE WS-TOTAL-OCORR TO WS-QTD-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING "TOTAL DE OCORRENCIAS" DELIMITED BY SIZE
                  "                                   "
                     DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           IF WS-TOTAL-OCORR > 0
              MOVE "VINCULOS QUEBRADOS - CORRIGIR ANTES DO BACKUP."
                 TO WS-LINHA-REL
           ELSE
              MOVE "NENHUM VINCULO QUEBRADO." TO WS-LINHA-REL
           END-IF
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

           MOVE "VERIFICAR-VINCULOS" TO JOB-NOME
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

       END PROGRAM VERIFICAR-VINCULOS.
