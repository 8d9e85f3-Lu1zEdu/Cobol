       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPD-TITULAR.
       AUTHOR. Luiz.

      *> Dados pessoais do titular (LGPD): a partir do CPF acha o
      *> cliente nos dois cadastros (CRIA-BANCO e BANCO-COBOL) e
      *> segue os vinculos do codigo do BANCO-COBOL: contas do
      *> banco (CONTA-CLI-COD) e seus emprestimos, pedidos,
      *> enderecos (ENDCLI.DAT), historico do cadastro
      *> (CLIHIST.DAT), contato sincronizado na agenda (grupo
      *> CLIENTES, com entradas e interacoes), avisos da fila de
      *> e-mail/SMS (NOTIFIC.DAT) e registros da AUDITORIA.
      *> Tudo sai em DADOS-TITULAR.REL.
      *> O modo anonimizar, liberado por senha de supervisor,
      *> mascara nome, e-mail, CPF, enderecos e telefones (os
      *> avisos ainda nao enviados sao cancelados) e e
      *> recusado enquanto houver saldo em conta, pedido em
      *> aberto ou emprestimo ativo. Os registros financeiros
      *> (contas, pedidos, emprestimos) ficam, com a
      *> identificacao mascarada; cidade e UF dos enderecos
      *> ficam para os livros fiscais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-A ASSIGN TO "../Sistema Simples/CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-COD-A
               FILE STATUS IS WS-FS-A.

           SELECT CLIENTES-B ASSIGN TO "../Sistema/CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-COD-B
               FILE STATUS IS WS-FS-B.

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

           SELECT PEDIDOS ASSIGN TO "../Sistema/PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-COD
               FILE STATUS IS WS-FS-PED.

           SELECT ENDERECOS-CLIENTE ASSIGN TO "../Sistema/ENDCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECL-CHAVE
               FILE STATUS IS WS-FS-ECL.

           SELECT CLIENTES-HIST ASSIGN TO "../Sistema/CLIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.

           SELECT TRABALHO ASSIGN TO "../Sistema/CLIHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAB.

           SELECT CONTATOS ASSIGN TO
               "../Agenda de Contatos/CONTATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTATO-COD
               FILE STATUS IS WS-FS-CONT.

           SELECT CONTATO-DETALHES ASSIGN TO
               "../Agenda de Contatos/CONTDET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DET-CHAVE
               FILE STATUS IS WS-FS-DET.

           SELECT INTERACOES ASSIGN TO
               "../Agenda de Contatos/INTERAC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CHAVE
               FILE STATUS IS WS-FS-INT.

           SELECT AUDITORIA ASSIGN TO "../AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.

           SELECT USUARIOS ASSIGN TO "../USUARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-COD
               FILE STATUS IS WS-FS-USU.

           SELECT NOTIFICACOES ASSIGN TO "../NOTIFIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOT-ID
               FILE STATUS IS WS-FS-NOT.

           SELECT RELATORIO ASSIGN TO "DADOS-TITULAR.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-A.
       01  REG-CLIENTE-A.
           05 CLI-COD-A    PIC 9(05).
           05 CLI-NOME-A   PIC X(30).
           05 CLI-EMAIL-A  PIC X(40).
           05 CLI-CPF-A    PIC X(11).

       FD  CLIENTES-B.
       01  REG-CLIENTE-B.
           05 CLI-COD-B      PIC 9(05).
           05 CLI-NOME-B     PIC X(30).
           05 CLI-EMAIL-B    PIC X(40).
           05 CLI-CPF-B      PIC X(11).
           05 CLI-LIMITE-B   PIC 9(7)V99.
           05 CLI-CATEGORIA-B PIC X(10).

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
           05 EMP-CONTA        PIC 9(06).
           05 EMP-PRINCIPAL    PIC 9(7)V99.
           05 EMP-TAXA         PIC 9(2)V9(4).
           05 EMP-PRAZO        PIC 9(03).
           05 EMP-DATA         PIC 9(08).
           05 EMP-PARCELA      PIC 9(7)V99.
           05 EMP-STATUS       PIC X(01).

       FD  PEDIDOS.
       01  REG-PEDIDO.
           05 PED-COD          PIC 9(05).
           05 CLI-COD-P        PIC 9(05).
           05 PED-DATA         PIC X(10).
           05 PED-VALOR        PIC 9(7)V99.
           05 PED-STATUS       PIC X(10).
           05 PED-VENCIMENTO   PIC 9(08).
           05 PED-DESC-PCT     PIC 9(2)V99.
           05 PED-VEND-COD     PIC 9(03).
           05 PED-END-ENTREGA  PIC 9(02).

       FD  ENDERECOS-CLIENTE.
       01  REG-ENDERECO-CLI.
           05 ECL-CHAVE.
              10 ECL-CLI-COD   PIC 9(05).
              10 ECL-SEQ       PIC 9(02).
           05 ECL-TIPO         PIC X(01).
           05 ECL-ENDERECO     PIC X(40).
           05 ECL-CIDADE       PIC X(20).
           05 ECL-UF           PIC X(02).
           05 ECL-CEP          PIC X(08).

       FD  CLIENTES-HIST.
       01  REG-CLIHIST.
           05 HIST-CLI-COD     PIC 9(05).
           05 HIST-DATA-HORA   PIC X(14).
           05 HIST-OPERACAO    PIC X(10).
           05 HIST-CAMPO       PIC X(15).
           05 HIST-VALOR-ANT   PIC X(40).
           05 HIST-VALOR-NOVO  PIC X(40).

       FD  TRABALHO.
       01  REG-TRABALHO        PIC X(124).

       FD  CONTATOS.
       01  REG-CONTATO.
           05 CONTATO-COD        PIC 9(05).
           05 CONTATO-NOME       PIC X(30).
           05 CONTATO-TELEFONE   PIC X(15).
           05 CONTATO-EMAIL      PIC X(40).
           05 CONTATO-GRUPO      PIC X(15).
           05 CONTATO-NASCIMENTO PIC 9(08).

       FD  CONTATO-DETALHES.
       01  REG-DETALHE.
           05 DET-CHAVE.
              10 DET-CONTATO-COD PIC 9(05).
              10 DET-SEQ         PIC 9(02).
           05 DET-TIPO           PIC X(10).
           05 DET-VALOR          PIC X(40).

       FD  INTERACOES.
       01  REG-INTERACAO.
           05 INT-CHAVE.
              10 INT-CONTATO-COD PIC 9(05).
              10 INT-DATA        PIC 9(08).
              10 INT-SEQ         PIC 9(02).
           05 INT-TIPO           PIC X(10).
           05 INT-RESUMO         PIC X(60).
           05 INT-OPERADOR       PIC X(10).
           05 INT-RETORNO        PIC 9(08).
           05 INT-RETORNO-OK     PIC X(01).

       FD  AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-DATA-HORA    PIC X(14).
           05 AUD-PROGRAMA     PIC X(12).
           05 AUD-USU-COD      PIC 9(03).
           05 AUD-ACAO         PIC X(15).
           05 AUD-CHAVE        PIC X(14).
           05 AUD-USU-COD2     PIC 9(03).

       FD  USUARIOS.
       01  REG-USUARIO.
           05 USU-COD          PIC 9(03).
           05 USU-NOME         PIC X(30).
           05 USU-SENHA        PIC X(08).
           05 USU-NIVEL        PIC 9(01).
           05 USU-VALIDADE     PIC 9(08).
           05 USU-FALHAS       PIC 9(01).
           05 USU-BLOQUEADO    PIC X(01).
           05 USU-TROCAR       PIC X(01).
           05 USU-SENHAS-ANT.
              10 USU-SENHA-ANT OCCURS 3 TIMES PIC X(08).

       FD  NOTIFICACOES.
       01  REG-NOTIFICACAO.
           05 NOT-ID.
              10 NOT-MODELO       PIC X(12).
              10 NOT-REFERENCIA   PIC X(14).
              10 NOT-SEQ          PIC 9(03).
           05 NOT-SITUACAO        PIC X(01).
           05 NOT-CANAL           PIC X(01).
           05 NOT-ENDERECO        PIC X(40).
           05 NOT-TIPO-COD        PIC X(01).
           05 NOT-CODIGO          PIC 9(05).
           05 NOT-NOME            PIC X(30).
           05 NOT-VARIAVEIS       PIC X(100).
           05 NOT-ORIGEM          PIC X(02).
           05 NOT-DATA-HORA       PIC X(14).
           05 NOT-DATA-SIT        PIC 9(08).
           05 NOT-MOTIVO          PIC X(30).
           05 NOT-COD-RETORNO     PIC X(02).
           05 NOT-TENTATIVAS      PIC 9(02).

       FD  RELATORIO.
       01  REG-RELATORIO       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-A          PIC XX.
       01 WS-FS-B          PIC XX.
       01 WS-FS-CTA        PIC XX.
       01 WS-FS-EMP        PIC XX.
       01 WS-FS-PED        PIC XX.
       01 WS-FS-ECL        PIC XX.
       01 WS-FS-HIST       PIC XX.
       01 WS-FS-TRAB       PIC XX.
       01 WS-FS-CONT       PIC XX.
       01 WS-FS-DET        PIC XX.
       01 WS-FS-INT        PIC XX.
       01 WS-FS-AUD        PIC XX.
       01 WS-FS-USU        PIC XX.
       01 WS-FS-REL        PIC XX.
       01 WS-FS-NOT        PIC XX.
       01 WS-ABERTO-A      PIC X(01).
       01 WS-ABERTO-B      PIC X(01).
       01 WS-ABERTO-CTA    PIC X(01).
       01 WS-ABERTO-EMP    PIC X(01).
       01 WS-ABERTO-PED    PIC X(01).
       01 WS-ABERTO-ECL    PIC X(01).
       01 WS-ABERTO-CONT   PIC X(01).
       01 WS-ABERTO-DET    PIC X(01).
       01 WS-ABERTO-INT    PIC X(01).
       01 WS-CPF           PIC X(11).
       01 WS-MODO          PIC X(01).
       01 WS-CONFIRMA      PIC X(01).
       01 WS-SUP-COD       PIC 9(03).
       01 WS-SUP-SENHA     PIC X(08).
       01 WS-DATA-HOJE     PIC 9(08).
       01 WS-HORA-AGORA    PIC 9(08).
       01 WS-LINHA-REL     PIC X(80).
       01 WS-VAL-ED        PIC -(8)9.99.
       01 WS-IDX           PIC 9(04).
       01 WS-IDX-CLI       PIC 9(02).
       01 WS-COD-CLI       PIC 9(05).
       01 WS-ACHOU         PIC X(01).
       01 WS-QTD-LINHAS    PIC 9(05).
       01 WS-PEND-SALDO    PIC 9(03).
       01 WS-PEND-PEDIDOS  PIC 9(05).
       01 WS-PEND-EMPREST  PIC 9(03).
       01 WS-QTD-MASCARADOS PIC 9(05).
       01 WS-NOME-ANONIMO  PIC X(30) VALUE "TITULAR ANONIMIZADO".
       01 WS-CPF-ANONIMO   PIC X(11) VALUE ALL "*".
       01 WS-TIT-QTD-A     PIC 9(02).
       01 WS-TIT-QTD-B     PIC 9(02).
       01 WS-TIT-QTD-CTA   PIC 9(02).
       01 WS-TIT-QTD-PED   PIC 9(04).
       01 WS-TIT-CLIENTES-A.
           05 WS-TIT-COD-A OCCURS 10 TIMES PIC 9(05).
       01 WS-TIT-CLIENTES-B.
           05 WS-TIT-COD-B OCCURS 10 TIMES PIC 9(05).
       01 WS-TIT-CONTAS.
           05 WS-TIT-CONTA OCCURS 50 TIMES PIC 9(06).
       01 WS-TIT-PEDIDOS.
           05 WS-TIT-PEDIDO OCCURS 1000 TIMES PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CPF do titular (11 digitos): "
           ACCEPT WS-CPF
           IF WS-CPF IS NOT NUMERIC
              DISPLAY "CPF invalido!"
              STOP RUN
           END-IF

           DISPLAY "Modo (R = relatorio, A = anonimizar): "
           ACCEPT WS-MODO
           IF WS-MODO = "A"
              PERFORM VALIDAR-SUPERVISOR
              IF WS-MODO NOT = "A"
                 DISPLAY "Seguindo somente em modo de relatorio."
              END-IF
           ELSE
              MOVE "R" TO WS-MODO
           END-IF

           PERFORM ABRIR-ARQUIVOS
           OPEN OUTPUT RELATORIO

           MOVE SPACES TO WS-LINHA-REL
           STRING "===== DADOS PESSOAIS DO TITULAR - CPF "
                     DELIMITED BY SIZE
                  WS-CPF DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL

           MOVE ZERO TO WS-PEND-SALDO
           MOVE ZERO TO WS-PEND-PEDIDOS
           MOVE ZERO TO WS-PEND-EMPREST
           MOVE ZERO TO WS-TIT-QTD-CTA
           MOVE ZERO TO WS-TIT-QTD-PED

           PERFORM LOCALIZAR-TITULAR-A
           PERFORM LOCALIZAR-TITULAR-B

           IF WS-TIT-QTD-A = 0 AND WS-TIT-QTD-B = 0
              MOVE "CPF NAO ENCONTRADO EM NENHUM DOS CADASTROS."
                 TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-REL
           ELSE
              PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                 UNTIL WS-IDX-CLI > WS-TIT-QTD-B
                 MOVE WS-TIT-COD-B (WS-IDX-CLI) TO WS-COD-CLI
                 PERFORM RELATAR-VINCULOS-CLIENTE
              END-PERFORM
              PERFORM RELATAR-AUDITORIA
              PERFORM RELATAR-PENDENCIAS
           END-IF

           IF WS-MODO = "A"
              AND (WS-TIT-QTD-A > 0 OR WS-TIT-QTD-B > 0)
              PERFORM ANONIMIZAR-TITULAR
           END-IF

           CLOSE RELATORIO
           PERFORM FECHAR-ARQUIVOS
           DISPLAY "Relatorio gravado em DADOS-TITULAR.REL"
           STOP RUN.

       *> -------------------------------------------
       *> VALIDAR O SUPERVISOR PARA O MODO ANONIMIZAR
       *> -------------------------------------------
       VALIDAR-SUPERVISOR.
           OPEN INPUT USUARIOS
           IF WS-FS-USU NOT = "00"
              DISPLAY "USUARIOS.DAT indisponivel - anonimizacao "
                 "negada."
              MOVE "R" TO WS-MODO
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Codigo do supervisor: "
           ACCEPT WS-SUP-COD
           DISPLAY "Senha: "
           ACCEPT WS-SUP-SENHA

           MOVE WS-SUP-COD TO USU-COD
           READ USUARIOS KEY IS USU-COD
              INVALID KEY
                 DISPLAY "Operador nao cadastrado - anonimizacao "
                    "negada."
                 MOVE "R" TO WS-MODO
                 CLOSE USUARIOS
                 EXIT PARAGRAPH
           END-READ

           IF USU-BLOQUEADO = "S"
              OR WS-SUP-SENHA NOT = USU-SENHA
              OR USU-NIVEL < 9
              DISPLAY "Credenciais de supervisor invalidas - "
                 "anonimizacao negada."
              MOVE "R" TO WS-MODO
           END-IF
           CLOSE USUARIOS
           .

       *> -------------------------------------------
       *> ABRIR OS ARQUIVOS (arquivo ausente = nenhum dado
       *> do titular nele; no modo anonimizar os que
       *> guardam dados pessoais abrem para atualizacao)
       *> -------------------------------------------
       ABRIR-ARQUIVOS.
           IF WS-MODO = "A"
              OPEN I-O CLIENTES-A
              OPEN I-O CLIENTES-B
              OPEN I-O CONTAS
              OPEN I-O ENDERECOS-CLIENTE
              OPEN I-O CONTATOS
              OPEN I-O CONTATO-DETALHES
              OPEN I-O INTERACOES
           ELSE
              OPEN INPUT CLIENTES-A
              OPEN INPUT CLIENTES-B
              OPEN INPUT CONTAS
              OPEN INPUT ENDERECOS-CLIENTE
              OPEN INPUT CONTATOS
              OPEN INPUT CONTATO-DETALHES
              OPEN INPUT INTERACOES
           END-IF
           OPEN INPUT EMPRESTIMOS
           OPEN INPUT PEDIDOS

           MOVE "N" TO WS-ABERTO-A
           IF WS-FS-A = "00"
              MOVE "S" TO WS-ABERTO-A
           ELSE
              DISPLAY "Aviso: CLIENTES.DAT (Sistema Simples) "
                 "nao encontrado."
           END-IF
           MOVE "N" TO WS-ABERTO-B
           IF WS-FS-B = "00"
              MOVE "S" TO WS-ABERTO-B
           ELSE
              DISPLAY "Aviso: CLIENTES.DAT (Sistema) nao encontrado."
           END-IF
           MOVE "N" TO WS-ABERTO-CTA
           IF WS-FS-CTA = "00"
              MOVE "S" TO WS-ABERTO-CTA
           ELSE
              DISPLAY "Aviso: contas.dat nao encontrado."
           END-IF
           MOVE "N" TO WS-ABERTO-EMP
           IF WS-FS-EMP = "00"
              MOVE "S" TO WS-ABERTO-EMP
           END-IF
           MOVE "N" TO WS-ABERTO-PED
           IF WS-FS-PED = "00"
              MOVE "S" TO WS-ABERTO-PED
           ELSE
              DISPLAY "Aviso: PEDIDOS.DAT nao encontrado."
           END-IF
           MOVE "N" TO WS-ABERTO-ECL
           IF WS-FS-ECL = "00"
              MOVE "S" TO WS-ABERTO-ECL
           END-IF
           MOVE "N" TO WS-ABERTO-CONT
           IF WS-FS-CONT = "00"
              MOVE "S" TO WS-ABERTO-CONT
           END-IF
           MOVE "N" TO WS-ABERTO-DET
           IF WS-FS-DET = "00"
              MOVE "S" TO WS-ABERTO-DET
           END-IF
           MOVE "N" TO WS-ABERTO-INT
           IF WS-FS-INT = "00"
              MOVE "S" TO WS-ABERTO-INT
           END-IF
           .

       FECHAR-ARQUIVOS.
           IF WS-ABERTO-A = "S"
              CLOSE CLIENTES-A
           END-IF
           IF WS-ABERTO-B = "S"
              CLOSE CLIENTES-B
           END-IF
           IF WS-ABERTO-CTA = "S"
              CLOSE CONTAS
           END-IF
           IF WS-ABERTO-EMP = "S"
              CLOSE EMPRESTIMOS
           END-IF
           IF WS-ABERTO-PED = "S"
              CLOSE PEDIDOS
           END-IF
           IF WS-ABERTO-ECL = "S"
              CLOSE ENDERECOS-CLIENTE
           END-IF
           IF WS-ABERTO-CONT = "S"
              CLOSE CONTATOS
           END-IF
           IF WS-ABERTO-DET = "S"
              CLOSE CONTATO-DETALHES
           END-IF
           IF WS-ABERTO-INT = "S"
              CLOSE INTERACOES
           END-IF
           .

       *> -------------------------------------------
       *> CADASTRO DO CRIA-BANCO (Sistema Simples)
       *> -------------------------------------------
       LOCALIZAR-TITULAR-A.
           MOVE ZERO TO WS-TIT-QTD-A
           IF WS-ABERTO-A NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE "CADASTRO CRIA-BANCO (SISTEMA SIMPLES)"
              TO WS-LINHA-REL
           PERFORM ESCREVER-TITULO-SECAO

           MOVE ZERO TO CLI-COD-A
           START CLIENTES-A KEY NOT LESS THAN CLI-COD-A
              INVALID KEY MOVE "99" TO WS-FS-A
           END-START
           PERFORM UNTIL WS-FS-A NOT = "00"
              READ CLIENTES-A NEXT RECORD
                 AT END MOVE "99" TO WS-FS-A
                 NOT AT END
                    IF CLI-CPF-A = WS-CPF
                       PERFORM REGISTRAR-TITULAR-A
                    END-IF
              END-READ
           END-PERFORM
           IF WS-TIT-QTD-A = 0
              MOVE "  NENHUM REGISTRO." TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-REL
           END-IF
           .

       REGISTRAR-TITULAR-A.
           IF WS-TIT-QTD-A < 10
              ADD 1 TO WS-TIT-QTD-A
              MOVE CLI-COD-A TO WS-TIT-COD-A (WS-TIT-QTD-A)
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING "  CLIENTE " DELIMITED BY SIZE
                  CLI-COD-A DELIMITED BY SIZE
                  "  NOME: " DELIMITED BY SIZE
                  CLI-NOME-A DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "                E-MAIL: " DELIMITED BY SIZE
                  CLI-EMAIL-A DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           .

       *> -------------------------------------------
       *> CADASTRO DO BANCO-COBOL (Sistema)
       *> -------------------------------------------
       LOCALIZAR-TITULAR-B.
           MOVE ZERO TO WS-TIT-QTD-B
           IF WS-ABERTO-B NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE "CADASTRO BANCO-COBOL (SISTEMA)" TO WS-LINHA-REL
           PERFORM ESCREVER-TITULO-SECAO

           MOVE ZERO TO CLI-COD-B
           START CLIENTES-B KEY NOT LESS THAN CLI-COD-B
              INVALID KEY MOVE "99" TO WS-FS-B
           END-START
           PERFORM UNTIL WS-FS-B NOT = "00"
              READ CLIENTES-B NEXT RECORD
                 AT END MOVE "99" TO WS-FS-B
                 NOT AT END
                    IF CLI-CPF-B = WS-CPF
                       PERFORM REGISTRAR-TITULAR-B
                    END-IF
              END-READ
           END-PERFORM
           IF WS-TIT-QTD-B = 0
              MOVE "  NENHUM REGISTRO." TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-REL
           END-IF
           .

       REGISTRAR-TITULAR-B.
           IF WS-TIT-QTD-B < 10
              ADD 1 TO WS-TIT-QTD-B
              MOVE CLI-COD-B TO WS-TIT-COD-B (WS-TIT-QTD-B)
           ELSE
              DISPLAY "Mais de 10 cadastros com o CPF - cliente "
                 CLI-COD-B " sem levantamento de vinculos!"
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING "  CLIENTE " DELIMITED BY SIZE
                  CLI-COD-B DELIMITED BY SIZE
                  "  NOME: " DELIMITED BY SIZE
                  CLI-NOME-B DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "                E-MAIL: " DELIMITED BY SIZE
                  CLI-EMAIL-B DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           MOVE CLI-LIMITE-B TO WS-VAL-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING "                LIMITE: " DELIMITED BY SIZE
                  WS-VAL-ED DELIMITED BY SIZE
                  "  CATEGORIA: " DELIMITED BY SIZE
                  CLI-CATEGORIA-B DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           .

       *> -------------------------------------------
       *> VINCULOS DE UM CLIENTE DO BANCO-COBOL
       *> -------------------------------------------
       RELATAR-VINCULOS-CLIENTE.
           MOVE SPACES TO WS-LINHA-REL
           STRING "VINCULOS DO CLIENTE " DELIMITED BY SIZE
                  WS-COD-CLI DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-TITULO-SECAO

           PERFORM RELATAR-CONTAS
           PERFORM RELATAR-PEDIDOS
           PERFORM RELATAR-ENDERECOS
           PERFORM RELATAR-HISTORICO
           PERFORM RELATAR-CONTATO
           PERFORM RELATAR-AVISOS
           .

       *> Contas do banco (CONTA-CLI-COD) e seus emprestimos
       RELATAR-CONTAS.
           MOVE "  CONTAS (BANCO-SIMPLES):" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           IF WS-ABERTO-CTA NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-QTD-LINHAS
           MOVE ZERO TO CONTA-NUMERO
           START CONTAS KEY NOT LESS THAN CONTA-NUMERO
              INVALID KEY MOVE "99" TO WS-FS-CTA
              NOT INVALID KEY MOVE "00" TO WS-FS-CTA
           END-START
           PERFORM UNTIL WS-FS-CTA NOT = "00"
              READ CONTAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-CTA
                 NOT AT END
                    IF CONTA-CLI-COD IS NUMERIC
                       AND CONTA-CLI-COD = WS-COD-CLI
                       PERFORM RELATAR-UMA-CONTA
                    END-IF
              END-READ
           END-PERFORM
           IF WS-QTD-LINHAS = 0
              MOVE "    NENHUMA CONTA." TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-REL
           END-IF
           .

       RELATAR-UMA-CONTA.
           ADD 1 TO WS-QTD-LINHAS
           IF WS-TIT-QTD-CTA < 50
              ADD 1 TO WS-TIT-QTD-CTA
              MOVE CONTA-NUMERO TO WS-TIT-CONTA (WS-TIT-QTD-CTA)
           END-IF
           MOVE CONTA-SALDO TO WS-VAL-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING "    CONTA " DELIMITED BY SIZE
                  CONTA-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONTA-NOME DELIMITED BY SIZE
                  " SALDO " DELIMITED BY SIZE
                  WS-VAL-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONTA-STATUS DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           IF CONTA-SALDO NOT = 0
              ADD 1 TO WS-PEND-SALDO
           END-IF
           PERFORM RELATAR-EMPRESTIMOS-CONTA
           .

       RELATAR-EMPRESTIMOS-CONTA.
           IF WS-ABERTO-EMP NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO EMP-COD
           START EMPRESTIMOS KEY NOT LESS THAN EMP-COD
              INVALID KEY MOVE "99" TO WS-FS-EMP
              NOT INVALID KEY MOVE "00" TO WS-FS-EMP
           END-START
           PERFORM UNTIL WS-FS-EMP NOT = "00"
              READ EMPRESTIMOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-EMP
                 NOT AT END
                    IF EMP-CONTA = CONTA-NUMERO
                       MOVE EMP-PRINCIPAL TO WS-VAL-ED
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "      EMPRESTIMO " DELIMITED BY SIZE
                              EMP-COD DELIMITED BY SIZE
                              " DE " DELIMITED BY SIZE
                              EMP-DATA DELIMITED BY SIZE
                              " PRINCIPAL " DELIMITED BY SIZE
                              WS-VAL-ED DELIMITED BY SIZE
                              " STATUS " DELIMITED BY SIZE
                              EMP-STATUS DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM ESCREVER-LINHA-REL
                       IF EMP-STATUS = "A"
                          ADD 1 TO WS-PEND-EMPREST
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       *> Pedidos do cliente (em aberto = nem PAGO nem CANCELADO)
       RELATAR-PEDIDOS.
           MOVE "  PEDIDOS:" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           IF WS-ABERTO-PED NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-QTD-LINHAS
           MOVE ZERO TO PED-COD
           START PEDIDOS KEY NOT LESS THAN PED-COD
              INVALID KEY MOVE "99" TO WS-FS-PED
              NOT INVALID KEY MOVE "00" TO WS-FS-PED
           END-START
           PERFORM UNTIL WS-FS-PED NOT = "00"
              READ PEDIDOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-PED
                 NOT AT END
                    IF CLI-COD-P = WS-COD-CLI
                       PERFORM RELATAR-UM-PEDIDO
                    END-IF
              END-READ
           END-PERFORM
           IF WS-QTD-LINHAS = 0
              MOVE "    NENHUM PEDIDO." TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-REL
           END-IF
           .

       RELATAR-UM-PEDIDO.
           ADD 1 TO WS-QTD-LINHAS
           IF WS-TIT-QTD-PED < 1000
              ADD 1 TO WS-TIT-QTD-PED
              MOVE PED-COD TO WS-TIT-PEDIDO (WS-TIT-QTD-PED)
           END-IF
           MOVE PED-VALOR TO WS-VAL-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING "    PEDIDO " DELIMITED BY SIZE
                  PED-COD DELIMITED BY SIZE
                  " DE " DELIMITED BY SIZE
                  PED-DATA DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-VAL-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PED-STATUS DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           IF PED-STATUS NOT = "PAGO"
              AND PED-STATUS NOT = "CANCELADO"
              ADD 1 TO WS-PEND-PEDIDOS
           END-IF
           .

       *> Enderecos do cliente (ENDCLI.DAT)
       RELATAR-ENDERECOS.
           MOVE "  ENDERECOS:" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           IF WS-ABERTO-ECL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-QTD-LINHAS
           MOVE WS-COD-CLI TO ECL-CLI-COD
           MOVE ZERO TO ECL-SEQ
           START ENDERECOS-CLIENTE KEY NOT LESS THAN ECL-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-ECL
              NOT INVALID KEY MOVE "00" TO WS-FS-ECL
           END-START
           PERFORM UNTIL WS-FS-ECL NOT = "00"
              READ ENDERECOS-CLIENTE NEXT RECORD
                 AT END MOVE "99" TO WS-FS-ECL
                 NOT AT END
                    IF ECL-CLI-COD NOT = WS-COD-CLI
                       MOVE "99" TO WS-FS-ECL
                    ELSE
                       ADD 1 TO WS-QTD-LINHAS
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "    " DELIMITED BY SIZE
                              ECL-SEQ DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              ECL-TIPO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              ECL-ENDERECO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              ECL-CIDADE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              ECL-UF DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              ECL-CEP DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM ESCREVER-LINHA-REL
                    END-IF
              END-READ
           END-PERFORM
           IF WS-QTD-LINHAS = 0
              MOVE "    NENHUM ENDERECO." TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-REL
           END-IF
           .

       *> Historico de alteracoes do cadastro (CLIHIST.DAT)
       RELATAR-HISTORICO.
           MOVE "  HISTORICO DO CADASTRO:" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           MOVE ZERO TO WS-QTD-LINHAS
           OPEN INPUT CLIENTES-HIST
           IF WS-FS-HIST NOT = "00"
              MOVE "    NENHUM HISTORICO." TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-REL
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-HIST NOT = "00"
              READ CLIENTES-HIST NEXT RECORD
                 AT END MOVE "99" TO WS-FS-HIST
                 NOT AT END
                    IF HIST-CLI-COD = WS-COD-CLI
                       ADD 1 TO WS-QTD-LINHAS
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "    " DELIMITED BY SIZE
                              HIST-DATA-HORA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              HIST-OPERACAO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              HIST-CAMPO DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM ESCREVER-LINHA-REL
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "      DE: " DELIMITED BY SIZE
                              HIST-VALOR-ANT DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM ESCREVER-LINHA-REL
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "      PARA: " DELIMITED BY SIZE
                              HIST-VALOR-NOVO DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM ESCREVER-LINHA-REL
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLIENTES-HIST
           IF WS-QTD-LINHAS = 0
              MOVE "    NENHUM HISTORICO." TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-REL
           END-IF
           .

       *> Avisos da fila de e-mail/SMS dirigidos ao cliente
       RELATAR-AVISOS.
           MOVE "  AVISOS POR E-MAIL/SMS:" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           MOVE ZERO TO WS-QTD-LINHAS
           OPEN INPUT NOTIFICACOES
           IF WS-FS-NOT NOT = "00"
              MOVE "    NENHUM AVISO." TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-REL
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-NOT NOT = "00"
              READ NOTIFICACOES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-NOT
                 NOT AT END
                    IF NOT-TIPO-COD = "C"
                       AND NOT-CODIGO = WS-COD-CLI
                       ADD 1 TO WS-QTD-LINHAS
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "    " DELIMITED BY SIZE
                              NOT-DATA-HORA (1:8) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              NOT-MODELO DELIMITED BY SIZE
                              " SIT " DELIMITED BY SIZE
                              NOT-SITUACAO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              NOT-CANAL DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              NOT-ENDERECO DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM ESCREVER-LINHA-REL
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NOTIFICACOES
           IF WS-QTD-LINHAS = 0
              MOVE "    NENHUM AVISO." TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-REL
           END-IF
           .

       *> Contato sincronizado na agenda (CONTATO-COD = CLI-COD,
       *> grupo CLIENTES), entradas adicionais e interacoes
       RELATAR-CONTATO.
           MOVE "  AGENDA DE CONTATOS:" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           MOVE "N" TO WS-ACHOU
           IF WS-ABERTO-CONT = "S"
              MOVE WS-COD-CLI TO CONTATO-COD
              READ CONTATOS KEY IS CONTATO-COD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF CONTATO-GRUPO = "CLIENTES"
                       MOVE "S" TO WS-ACHOU
                    END-IF
              END-READ
           END-IF
           IF WS-ACHOU = "N"
              MOVE "    NENHUM CONTATO." TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-REL
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           STRING "    CONTATO " DELIMITED BY SIZE
                  CONTATO-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONTATO-NOME DELIMITED BY SIZE
                  " TEL " DELIMITED BY SIZE
                  CONTATO-TELEFONE DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "      E-MAIL: " DELIMITED BY SIZE
                  CONTATO-EMAIL DELIMITED BY SIZE
                  " NASC: " DELIMITED BY SIZE
                  CONTATO-NASCIMENTO DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL

           IF WS-ABERTO-DET = "S"
              MOVE WS-COD-CLI TO DET-CONTATO-COD
              MOVE ZERO TO DET-SEQ
              START CONTATO-DETALHES KEY NOT LESS THAN DET-CHAVE
                 INVALID KEY MOVE "99" TO WS-FS-DET
                 NOT INVALID KEY MOVE "00" TO WS-FS-DET
              END-START
              PERFORM UNTIL WS-FS-DET NOT = "00"
                 READ CONTATO-DETALHES NEXT RECORD
                    AT END MOVE "99" TO WS-FS-DET
                    NOT AT END
                       IF DET-CONTATO-COD NOT = WS-COD-CLI
                          MOVE "99" TO WS-FS-DET
                       ELSE
                          MOVE SPACES TO WS-LINHA-REL
                          STRING "      " DELIMITED BY SIZE
                                 DET-TIPO DELIMITED BY SIZE
                                 ": " DELIMITED BY SIZE
                                 DET-VALOR DELIMITED BY SIZE
                                 INTO WS-LINHA-REL
                          END-STRING
                          PERFORM ESCREVER-LINHA-REL
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF WS-ABERTO-INT = "S"
              MOVE WS-COD-CLI TO INT-CONTATO-COD
              MOVE ZERO TO INT-DATA
              MOVE ZERO TO INT-SEQ
              START INTERACOES KEY NOT LESS THAN INT-CHAVE
                 INVALID KEY MOVE "99" TO WS-FS-INT
                 NOT INVALID KEY MOVE "00" TO WS-FS-INT
              END-START
              PERFORM UNTIL WS-FS-INT NOT = "00"
                 READ INTERACOES NEXT RECORD
                    AT END MOVE "99" TO WS-FS-INT
                    NOT AT END
                       IF INT-CONTATO-COD NOT = WS-COD-CLI
                          MOVE "99" TO WS-FS-INT
                       ELSE
                          MOVE SPACES TO WS-LINHA-REL
                          STRING "      " DELIMITED BY SIZE
                                 INT-DATA DELIMITED BY SIZE
                                 " " DELIMITED BY SIZE
                                 INT-TIPO DELIMITED BY SIZE
                                 " " DELIMITED BY SIZE
                                 INT-RESUMO DELIMITED BY SIZE
                                 INTO WS-LINHA-REL
                          END-STRING
                          PERFORM ESCREVER-LINHA-REL
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .

       *> -------------------------------------------
       *> AUDITORIA: registros do BANCO-COBOL com chave no
       *> codigo do cliente ou de um pedido dele e do
       *> BANCO-SIMPLES com chave numa conta dele
       *> -------------------------------------------
       RELATAR-AUDITORIA.
           MOVE "AUDITORIA" TO WS-LINHA-REL
           PERFORM ESCREVER-TITULO-SECAO
           MOVE ZERO TO WS-QTD-LINHAS
           OPEN INPUT AUDITORIA
           IF WS-FS-AUD NOT = "00"
              MOVE "  NENHUM REGISTRO." TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-REL
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-AUD NOT = "00"
              READ AUDITORIA NEXT RECORD
                 AT END MOVE "99" TO WS-FS-AUD
                 NOT AT END
                    PERFORM VERIFICAR-AUDITORIA-TITULAR
                    IF WS-ACHOU = "S"
                       ADD 1 TO WS-QTD-LINHAS
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "  " DELIMITED BY SIZE
                              AUD-DATA-HORA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              AUD-PROGRAMA DELIMITED BY SIZE
                              " OPER " DELIMITED BY SIZE
                              AUD-USU-COD DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              AUD-ACAO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              AUD-CHAVE DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM ESCREVER-LINHA-REL
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDITORIA
           IF WS-QTD-LINHAS = 0
              MOVE "  NENHUM REGISTRO." TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-REL
           END-IF
           .

       VERIFICAR-AUDITORIA-TITULAR.
           MOVE "N" TO WS-ACHOU
           EVALUATE AUD-PROGRAMA
              WHEN "BANCO-COBOL"
                 EVALUATE AUD-ACAO
                    WHEN "EXCL-CLIENTE"
                    WHEN "REVISAO-LIMITE"
                    WHEN "HAVER-REEMB"
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                          UNTIL WS-IDX > WS-TIT-QTD-B
                             OR WS-ACHOU = "S"
                          IF AUD-CHAVE (1:5) = WS-TIT-COD-B (WS-IDX)
                             MOVE "S" TO WS-ACHOU
                          END-IF
                       END-PERFORM
                    WHEN "EXCL-PEDIDO"
                    WHEN "PEDIDO-CONTRATO"
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                          UNTIL WS-IDX > WS-TIT-QTD-PED
                             OR WS-ACHOU = "S"
                          IF AUD-CHAVE (1:5) = WS-TIT-PEDIDO (WS-IDX)
                             MOVE "S" TO WS-ACHOU
                          END-IF
                       END-PERFORM
                 END-EVALUATE
      *> AUD-PROGRAMA tem 12 posicoes: o BANCO-SIMPLES fica
      *> gravado como "BANCO-SIMPLE"
              WHEN "BANCO-SIMPLE"
                 PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-TIT-QTD-CTA
                       OR WS-ACHOU = "S"
                    IF AUD-CHAVE (1:6) = WS-TIT-CONTA (WS-IDX)
                       MOVE "S" TO WS-ACHOU
                    END-IF
                 END-PERFORM
              WHEN "LGPD-TITULAR"
                 PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-TIT-QTD-B
                       OR WS-ACHOU = "S"
                    IF AUD-CHAVE (1:5) = WS-TIT-COD-B (WS-IDX)
                       MOVE "S" TO WS-ACHOU
                    END-IF
                 END-PERFORM
           END-EVALUATE
           .

       *> -------------------------------------------
       *> PENDENCIAS QUE IMPEDEM A ANONIMIZACAO
       *> -------------------------------------------
       RELATAR-PENDENCIAS.
           MOVE "PENDENCIAS" TO WS-LINHA-REL
           PERFORM ESCREVER-TITULO-SECAO
           IF WS-PEND-SALDO = 0 AND WS-PEND-PEDIDOS = 0
              AND WS-PEND-EMPREST = 0
              MOVE "  NENHUMA - DADOS PODEM SER ANONIMIZADOS."
                 TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-REL
              EXIT PARAGRAPH
           END-IF
           IF WS-PEND-SALDO > 0
              MOVE SPACES TO WS-LINHA-REL
              STRING "  CONTAS COM SALDO: " DELIMITED BY SIZE
                     WS-PEND-SALDO DELIMITED BY SIZE
                     INTO WS-LINHA-REL
              END-STRING
              PERFORM ESCREVER-LINHA-REL
           END-IF
           IF WS-PEND-PEDIDOS > 0
              MOVE SPACES TO WS-LINHA-REL
              STRING "  PEDIDOS EM ABERTO: " DELIMITED BY SIZE
                     WS-PEND-PEDIDOS DELIMITED BY SIZE
                     INTO WS-LINHA-REL
              END-STRING
              PERFORM ESCREVER-LINHA-REL
           END-IF
           IF WS-PEND-EMPREST > 0
              MOVE SPACES TO WS-LINHA-REL
              STRING "  EMPRESTIMOS ATIVOS: " DELIMITED BY SIZE
                     WS-PEND-EMPREST DELIMITED BY SIZE
                     INTO WS-LINHA-REL
              END-STRING
              PERFORM ESCREVER-LINHA-REL
           END-IF
           .

       *> -------------------------------------------
       *> ANONIMIZAR O TITULAR (so sem pendencias)
       *> -------------------------------------------
       ANONIMIZAR-TITULAR.
           IF WS-PEND-SALDO > 0 OR WS-PEND-PEDIDOS > 0
              OR WS-PEND-EMPREST > 0
              MOVE "ANONIMIZACAO RECUSADA: HA PENDENCIAS FINANCEIRAS."
                 TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-REL
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Confirma a anonimizacao do CPF " WS-CPF
              " (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
              MOVE "ANONIMIZACAO CANCELADA PELO OPERADOR."
                 TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-REL
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-QTD-MASCARADOS
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
              UNTIL WS-IDX-CLI > WS-TIT-QTD-A
              MOVE WS-TIT-COD-A (WS-IDX-CLI) TO CLI-COD-A
              READ CLIENTES-A KEY IS CLI-COD-A
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE WS-NOME-ANONIMO TO CLI-NOME-A
                    MOVE SPACES          TO CLI-EMAIL-A
                    MOVE WS-CPF-ANONIMO  TO CLI-CPF-A
                    REWRITE REG-CLIENTE-A
                       INVALID KEY
                          DISPLAY "Erro ao anonimizar o cliente "
                             CLI-COD-A " (Sistema Simples)!"
                       NOT INVALID KEY
                          ADD 1 TO WS-QTD-MASCARADOS
                    END-REWRITE
              END-READ
           END-PERFORM

           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
              UNTIL WS-IDX-CLI > WS-TIT-QTD-B
              MOVE WS-TIT-COD-B (WS-IDX-CLI) TO WS-COD-CLI
              PERFORM ANONIMIZAR-CLIENTE-B
           END-PERFORM

           PERFORM ANONIMIZAR-CONTAS
           PERFORM ANONIMIZAR-HISTORICO
           PERFORM ANONIMIZAR-AVISOS

           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
              UNTIL WS-IDX-CLI > WS-TIT-QTD-B
              MOVE WS-TIT-COD-B (WS-IDX-CLI) TO WS-COD-CLI
              PERFORM GRAVAR-AUDITORIA-ANONIMIZACAO
           END-PERFORM
           IF WS-TIT-QTD-B = 0
              MOVE WS-TIT-COD-A (1) TO WS-COD-CLI
              PERFORM GRAVAR-AUDITORIA-ANONIMIZACAO
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           STRING "ANONIMIZACAO CONCLUIDA - REGISTROS MASCARADOS: "
                     DELIMITED BY SIZE
                  WS-QTD-MASCARADOS DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           .

       *> Cadastro, enderecos e contato da agenda de um cliente
       *> do BANCO-COBOL
       ANONIMIZAR-CLIENTE-B.
           MOVE WS-COD-CLI TO CLI-COD-B
           READ CLIENTES-B KEY IS CLI-COD-B
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE WS-NOME-ANONIMO TO CLI-NOME-B
                 MOVE SPACES          TO CLI-EMAIL-B
                 MOVE WS-CPF-ANONIMO  TO CLI-CPF-B
                 REWRITE REG-CLIENTE-B
                    INVALID KEY
                       DISPLAY "Erro ao anonimizar o cliente "
                          CLI-COD-B " (Sistema)!"
                    NOT INVALID KEY
                       ADD 1 TO WS-QTD-MASCARADOS
                 END-REWRITE
           END-READ

           IF WS-ABERTO-ECL = "S"
              MOVE WS-COD-CLI TO ECL-CLI-COD
              MOVE ZERO TO ECL-SEQ
              START ENDERECOS-CLIENTE KEY NOT LESS THAN ECL-CHAVE
                 INVALID KEY MOVE "99" TO WS-FS-ECL
                 NOT INVALID KEY MOVE "00" TO WS-FS-ECL
              END-START
              PERFORM UNTIL WS-FS-ECL NOT = "00"
                 READ ENDERECOS-CLIENTE NEXT RECORD
                    AT END MOVE "99" TO WS-FS-ECL
                    NOT AT END
                       IF ECL-CLI-COD NOT = WS-COD-CLI
                          MOVE "99" TO WS-FS-ECL
                       ELSE
                          MOVE "ANONIMIZADO" TO ECL-ENDERECO
                          MOVE SPACES        TO ECL-CEP
                          REWRITE REG-ENDERECO-CLI
                             INVALID KEY
                                DISPLAY "Erro ao anonimizar o "
                                   "endereco " ECL-SEQ "!"
                             NOT INVALID KEY
                                ADD 1 TO WS-QTD-MASCARADOS
                          END-REWRITE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF WS-ABERTO-CONT NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-COD-CLI TO CONTATO-COD
           READ CONTATOS KEY IS CONTATO-COD
              INVALID KEY EXIT PARAGRAPH
           END-READ
           IF CONTATO-GRUPO NOT = "CLIENTES"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NOME-ANONIMO TO CONTATO-NOME
           MOVE SPACES          TO CONTATO-TELEFONE
           MOVE SPACES          TO CONTATO-EMAIL
           MOVE ZERO            TO CONTATO-NASCIMENTO
           REWRITE REG-CONTATO
              INVALID KEY
                 DISPLAY "Erro ao anonimizar o contato "
                    CONTATO-COD "!"
              NOT INVALID KEY
                 ADD 1 TO WS-QTD-MASCARADOS
           END-REWRITE

      *> entradas adicionais (telefones, enderecos) sao excluidas
           IF WS-ABERTO-DET = "S"
              MOVE "00" TO WS-FS-DET
              PERFORM UNTIL WS-FS-DET NOT = "00"
                 MOVE WS-COD-CLI TO DET-CONTATO-COD
                 MOVE ZERO TO DET-SEQ
                 START CONTATO-DETALHES KEY NOT LESS THAN DET-CHAVE
                    INVALID KEY MOVE "99" TO WS-FS-DET
                 END-START
                 IF WS-FS-DET = "00"
                    READ CONTATO-DETALHES NEXT RECORD
                       AT END MOVE "99" TO WS-FS-DET
                    END-READ
                 END-IF
                 IF WS-FS-DET = "00"
                    IF DET-CONTATO-COD NOT = WS-COD-CLI
                       MOVE "99" TO WS-FS-DET
                    ELSE
                       DELETE CONTATO-DETALHES
                          INVALID KEY MOVE "99" TO WS-FS-DET
                          NOT INVALID KEY
                             ADD 1 TO WS-QTD-MASCARADOS
                       END-DELETE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

      *> interacoes ficam, sem o resumo livre
           IF WS-ABERTO-INT = "S"
              MOVE WS-COD-CLI TO INT-CONTATO-COD
              MOVE ZERO TO INT-DATA
              MOVE ZERO TO INT-SEQ
              START INTERACOES KEY NOT LESS THAN INT-CHAVE
                 INVALID KEY MOVE "99" TO WS-FS-INT
                 NOT INVALID KEY MOVE "00" TO WS-FS-INT
              END-START
              PERFORM UNTIL WS-FS-INT NOT = "00"
                 READ INTERACOES NEXT RECORD
                    AT END MOVE "99" TO WS-FS-INT
                    NOT AT END
                       IF INT-CONTATO-COD NOT = WS-COD-CLI
                          MOVE "99" TO WS-FS-INT
                       ELSE
                          MOVE "ANONIMIZADO" TO INT-RESUMO
                          REWRITE REG-INTERACAO
                             INVALID KEY
                                DISPLAY "Erro ao anonimizar a "
                                   "interacao de " INT-DATA "!"
                             NOT INVALID KEY
                                ADD 1 TO WS-QTD-MASCARADOS
                          END-REWRITE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .

       *> Nome do titular nas contas do banco
       ANONIMIZAR-CONTAS.
           IF WS-ABERTO-CTA NOT = "S"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TIT-QTD-CTA
              MOVE WS-TIT-CONTA (WS-IDX) TO CONTA-NUMERO
              READ CONTAS KEY IS CONTA-NUMERO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE WS-NOME-ANONIMO TO CONTA-NOME
                    REWRITE REG-CONTA
                       INVALID KEY
                          DISPLAY "Erro ao anonimizar a conta "
                             CONTA-NUMERO "!"
                       NOT INVALID KEY
                          ADD 1 TO WS-QTD-MASCARADOS
                    END-REWRITE
              END-READ
           END-PERFORM
           .

       *> Valores pessoais no historico do cadastro (regrava o
       *> CLIHIST.DAT por um arquivo de trabalho; limite e
       *> categoria ficam)
       ANONIMIZAR-HISTORICO.
           IF WS-TIT-QTD-B = 0
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT CLIENTES-HIST
           IF WS-FS-HIST NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TRABALHO
           PERFORM UNTIL WS-FS-HIST NOT = "00"
              READ CLIENTES-HIST NEXT RECORD
                 AT END MOVE "99" TO WS-FS-HIST
                 NOT AT END
                    PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TIT-QTD-B
                       IF HIST-CLI-COD = WS-TIT-COD-B (WS-IDX)
                          AND HIST-CAMPO NOT = "LIMITE"
                          AND HIST-CAMPO NOT = "CATEGORIA"
                          MOVE "ANONIMIZADO" TO HIST-VALOR-ANT
                          IF HIST-VALOR-NOVO NOT = SPACES
                             MOVE "ANONIMIZADO" TO HIST-VALOR-NOVO
                          END-IF
                          ADD 1 TO WS-QTD-MASCARADOS
                       END-IF
                    END-PERFORM
                    WRITE REG-TRABALHO FROM REG-CLIHIST
              END-READ
           END-PERFORM
           CLOSE CLIENTES-HIST
           CLOSE TRABALHO

           OPEN INPUT TRABALHO
           OPEN OUTPUT CLIENTES-HIST
           MOVE "00" TO WS-FS-TRAB
           PERFORM UNTIL WS-FS-TRAB NOT = "00"
              READ TRABALHO NEXT RECORD
                 AT END MOVE "99" TO WS-FS-TRAB
                 NOT AT END
                    WRITE REG-CLIHIST FROM REG-TRABALHO
              END-READ
           END-PERFORM
           CLOSE TRABALHO
           CLOSE CLIENTES-HIST
           .

       *> Avisos da fila: nome, endereco e variaveis mascarados;
       *> os ainda nao enviados ao gateway sao cancelados
       ANONIMIZAR-AVISOS.
           IF WS-TIT-QTD-B = 0
              EXIT PARAGRAPH
           END-IF
           OPEN I-O NOTIFICACOES
           IF WS-FS-NOT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-NOT NOT = "00"
              READ NOTIFICACOES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-NOT
                 NOT AT END
                    MOVE "N" TO WS-ACHOU
                    PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TIT-QTD-B
                       IF NOT-TIPO-COD = "C"
                          AND NOT-CODIGO = WS-TIT-COD-B (WS-IDX)
                          MOVE "S" TO WS-ACHOU
                       END-IF
                    END-PERFORM
                    IF WS-ACHOU = "S"
                       MOVE WS-NOME-ANONIMO TO NOT-NOME
                       MOVE SPACES          TO NOT-ENDERECO
                       MOVE "ANONIMIZADO"   TO NOT-VARIAVEIS
                       IF NOT-SITUACAO = "P"
                          MOVE "C" TO NOT-SITUACAO
                          MOVE "TITULAR ANONIMIZADO" TO NOT-MOTIVO
                       END-IF
                       REWRITE REG-NOTIFICACAO
                          INVALID KEY
                             DISPLAY "Erro ao anonimizar o aviso "
                                NOT-ID "!"
                          NOT INVALID KEY
                             ADD 1 TO WS-QTD-MASCARADOS
                       END-REWRITE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NOTIFICACOES
           .

       GRAVAR-AUDITORIA-ANONIMIZACAO.
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = "00"
              OPEN OUTPUT AUDITORIA
              CLOSE AUDITORIA
              OPEN EXTEND AUDITORIA
           END-IF
           IF WS-FS-AUD NOT = "00"
              DISPLAY "Aviso: nao foi possivel gravar a auditoria!"
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           STRING WS-DATA-HOJE  DELIMITED BY SIZE
                  WS-HORA-AGORA DELIMITED BY SIZE
                  INTO AUD-DATA-HORA
           END-STRING
           MOVE "LGPD-TITULAR"   TO AUD-PROGRAMA
           MOVE WS-SUP-COD       TO AUD-USU-COD
           MOVE "LGPD-ANONIMIZA" TO AUD-ACAO
           MOVE WS-COD-CLI       TO AUD-CHAVE
           MOVE ZERO             TO AUD-USU-COD2
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA
           .

       *> -------------------------------------------
       *> LINHAS DO RELATORIO
       *> -------------------------------------------
       ESCREVER-TITULO-SECAO.
           MOVE WS-LINHA-REL TO REG-RELATORIO
           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           MOVE REG-RELATORIO TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           .

       ESCREVER-LINHA-REL.
           DISPLAY WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           .

       END PROGRAM LGPD-TITULAR.
