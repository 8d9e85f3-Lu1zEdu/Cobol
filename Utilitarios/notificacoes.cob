       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICACOES.
       AUTHOR. Luiz.

      *> Fila de avisos ao cliente (NOTIFIC.DAT) e a troca de
      *> arquivos com o gateway de e-mail/SMS. Parametros:
      *>    AVISOS    - gera o aviso de boleto a vencer nos
      *>                proximos 3 dias (BOLETOS.DAT da loja) e
      *>                as felicitacoes dos aniversariantes do
      *>                dia (CONTATOS.DAT da agenda)
      *>    ENVIAR    - acrescenta os avisos pendentes a
      *>                NOTIFENV.TXT e os marca como enviados
      *>                ao gateway
      *>    RETORNO   - le NOTIFRET.TXT do gateway e marca cada
      *>                aviso como entregue ou com falha
      *>    RELATORIO - enderecos que nao recebem avisos, em
      *>                NOTIFEND.REL, para acerto do cadastro
      *> Situacao do aviso: P pendente, E com o gateway, S
      *> entregue, F falha, X sem endereco, C cancelado.
      *> Sem parametro, mostra o menu. Os demais avisos sao
      *> gravados pelos proprios programas (rotina NOTIFICAR).
      *> Codigos de falha do gateway: 02 = falha temporaria (o
      *> aviso volta para a fila ate a 3a tentativa); os demais
      *> indicam endereco invalido ou recusado.
      *> RETURN-CODE 8 quando um arquivo necessario nao abre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICACOES ASSIGN TO "../NOTIFIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOT-ID
               FILE STATUS IS WS-FS-NOT.

           SELECT BOLETOS ASSIGN TO "../Sistema/BOLETOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-NUMERO
               FILE STATUS IS WS-FS-BOL.

           SELECT PEDIDOS ASSIGN TO "../Sistema/PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-COD
               FILE STATUS IS WS-FS-PED.

           SELECT CLIENTES ASSIGN TO "../Sistema/CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-COD
               FILE STATUS IS WS-FS-CLI.

           SELECT CONTATOS ASSIGN TO
               "../Agenda de Contatos/CONTATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTATO-COD
               FILE STATUS IS WS-FS-CON.

           SELECT ARQ-ENVIO ASSIGN TO "../NOTIFENV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENV.

           SELECT ARQ-RETORNO ASSIGN TO "../NOTIFRET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET.

           SELECT RELATORIO ASSIGN TO "NOTIFEND.REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

           SELECT ARQ-ORDENACAO ASSIGN TO "NOTIFORD.TMP".

           SELECT JOBLOG ASSIGN TO "../JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
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

       FD  BOLETOS.
       01  REG-BOLETO.
           05 BOL-NUMERO       PIC 9(08).
           05 BOL-FAT-NUMERO   PIC 9(05).
           05 BOL-PED-COD      PIC 9(05).
           05 BOL-VALOR        PIC 9(7)V99.
           05 BOL-VENCIMENTO   PIC 9(08).
           05 BOL-LINHA-DIG    PIC X(47).
           05 BOL-STATUS       PIC X(01).

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

       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-COD      PIC 9(05).
           05 CLI-NOME     PIC X(30).
           05 CLI-EMAIL    PIC X(40).
           05 CLI-CPF      PIC X(11).
           05 CLI-LIMITE-CREDITO PIC 9(7)V99.
           05 CLI-CATEGORIA PIC X(10).

       FD  CONTATOS.
       01  REG-CONTATO.
           05 CONTATO-COD         PIC 9(05).
           05 CONTATO-NOME        PIC X(30).
           05 CONTATO-TELEFONE    PIC X(15).
           05 CONTATO-EMAIL       PIC X(40).
           05 CONTATO-GRUPO       PIC X(15).
           05 CONTATO-NASCIMENTO  PIC 9(08).

      *> Arquivo entregue ao gateway (um aviso por linha)
       FD  ARQ-ENVIO.
       01  REG-ENVIO.
           05 ENV-ID           PIC X(29).
           05 FILLER           PIC X(01).
           05 ENV-CANAL        PIC X(01).
           05 FILLER           PIC X(01).
           05 ENV-ENDERECO     PIC X(40).
           05 FILLER           PIC X(01).
           05 ENV-MODELO       PIC X(12).
           05 FILLER           PIC X(01).
           05 ENV-NOME         PIC X(30).
           05 FILLER           PIC X(01).
           05 ENV-VARIAVEIS    PIC X(100).

      *> Situacao devolvida pelo gateway: S = entregue, F = falha
       FD  ARQ-RETORNO.
       01  REG-RETORNO.
           05 RET-ID           PIC X(29).
           05 FILLER           PIC X(01).
           05 RET-SITUACAO     PIC X(01).
           05 FILLER           PIC X(01).
           05 RET-DATA         PIC X(08).
           05 FILLER           PIC X(01).
           05 RET-CODIGO       PIC X(02).
           05 FILLER           PIC X(01).
           05 RET-MOTIVO       PIC X(30).

       FD  RELATORIO.
       01  REG-RELATORIO       PIC X(80).

       SD  ARQ-ORDENACAO.
       01  REG-ORDENACAO.
           05 ORD-CODIGO       PIC 9(05).
           05 ORD-CANAL        PIC X(01).
           05 ORD-ENDERECO     PIC X(40).
           05 ORD-DATA         PIC 9(08).
           05 ORD-NOME         PIC X(30).
           05 ORD-TIPO-COD     PIC X(01).
           05 ORD-MOTIVO       PIC X(30).

       FD  JOBLOG.
       01  REG-JOBLOG.
           05 JOB-NOME         PIC X(20).
           05 JOB-EVENTO       PIC X(10).
           05 JOB-DATA-HORA    PIC X(14).
           05 JOB-CHAVE        PIC X(14).
           05 JOB-CONTADOR     PIC 9(07).

       WORKING-STORAGE SECTION.
       01 WS-FS-NOT        PIC XX.
       01 WS-FS-BOL        PIC XX.
       01 WS-FS-PED        PIC XX.
       01 WS-FS-CLI        PIC XX.
       01 WS-FS-CON        PIC XX.
       01 WS-FS-ENV        PIC XX.
       01 WS-FS-RET        PIC XX.
       01 WS-FS-REL        PIC XX.
       01 WS-FS-JOBLOG     PIC XX.
       01 WS-PARAM         PIC X(10).
       01 WS-OPCAO         PIC 9(01).
       01 WS-RC-FINAL      PIC 9(02).

       01 WS-DATA-HOJE     PIC 9(08).
       01 WS-HORA-AGORA    PIC 9(08).
       01 WS-DATA-LIMITE   PIC 9(08).
       01 WS-MAX-TENTATIVAS PIC 9(02) VALUE 3.
       01 WS-ANO-HOJE      PIC 9(04).
       01 WS-MMDD-HOJE     PIC 9(04).
       01 WS-NASC-MMDD     PIC 9(04).
       01 WS-BISSEXTO      PIC X(01).

       01 WS-QTD-LIDOS     PIC 9(07).
       01 WS-QTD-GERADOS   PIC 9(07).
       01 WS-QTD-EXISTENTES PIC 9(07).
       01 WS-QTD-SEM-ENVIO PIC 9(07).
       01 WS-QTD-ENVIADOS  PIC 9(07).
       01 WS-QTD-ENTREGUES PIC 9(07).
       01 WS-QTD-FALHAS    PIC 9(07).
       01 WS-QTD-REENVIO   PIC 9(07).
       01 WS-QTD-NAO-ACHADOS PIC 9(07).
       01 WS-QTD-ENDERECOS PIC 9(07).
       01 WS-QTD-GRUPO     PIC 9(05).

      *> Quebra do relatorio de enderecos
       01 WS-FIM-ORDENACAO PIC X(01).
       01 WS-ANT-CODIGO    PIC 9(05).
       01 WS-ANT-CANAL     PIC X(01).
       01 WS-ANT-ENDERECO  PIC X(40).
       01 WS-ANT-NOME      PIC X(30).
       01 WS-ANT-TIPO-COD  PIC X(01).
       01 WS-ANT-DATA      PIC 9(08).
       01 WS-ANT-MOTIVO    PIC X(30).

       01 WS-LINHA-REL     PIC X(80).
       01 WS-VALOR-ED      PIC Z(6)9.99.
       01 WS-QTD-ED        PIC ZZZZ9.
       01 WS-CONTADOR-ED   PIC Z(6)9.

      *> Registro de execucao (JOBLOG.DAT)
       01 WS-JOB-EVENTO    PIC X(10).
       01 WS-JOB-CONTADOR  PIC 9(07).

       01 WS-NTF-PARAMETROS.
           05 WS-NTF-ORIGEM       PIC X(02).
           05 WS-NTF-TIPO-COD     PIC X(01).
           05 WS-NTF-CODIGO       PIC 9(05).
           05 WS-NTF-NOME         PIC X(30).
           05 WS-NTF-EMAIL        PIC X(40).
           05 WS-NTF-TELEFONE     PIC X(15).
           05 WS-NTF-MODELO       PIC X(12).
           05 WS-NTF-REFERENCIA   PIC X(14).
           05 WS-NTF-UNICO        PIC X(01).
           05 WS-NTF-VARIAVEIS    PIC X(100).
           05 WS-NTF-RESULTADO    PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PARAM
           ACCEPT WS-PARAM FROM COMMAND-LINE
           MOVE ZERO TO WS-RC-FINAL

           IF WS-PARAM = SPACES
              PERFORM MENU-NOTIFICACOES
           ELSE
              PERFORM EXECUTAR-MODO
           END-IF

           MOVE WS-RC-FINAL TO RETURN-CODE
           STOP RUN.

       MENU-NOTIFICACOES.
           MOVE ZERO TO WS-OPCAO
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "=============================="
              DISPLAY "     AVISOS AO CLIENTE"
              DISPLAY "=============================="
              DISPLAY "1 - Gerar avisos (boletos e aniversarios)"
              DISPLAY "2 - Enviar pendentes ao gateway"
              DISPLAY "3 - Processar retorno do gateway"
              DISPLAY "4 - Relatorio de enderecos sem entrega"
              DISPLAY "9 - Sair"
              DISPLAY "=============================="
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 MOVE "AVISOS"    TO WS-PARAM
                 WHEN 2 MOVE "ENVIAR"    TO WS-PARAM
                 WHEN 3 MOVE "RETORNO"   TO WS-PARAM
                 WHEN 4 MOVE "RELATORIO" TO WS-PARAM
                 WHEN 9 MOVE SPACES      TO WS-PARAM
                 WHEN OTHER
                    DISPLAY "Opcao invalida!"
                    MOVE SPACES TO WS-PARAM
              END-EVALUATE
              IF WS-PARAM NOT = SPACES
                 PERFORM EXECUTAR-MODO
              END-IF
           END-PERFORM
           .

       EXECUTAR-MODO.
           EVALUATE WS-PARAM
              WHEN "AVISOS"
                 PERFORM GERAR-AVISOS-BOLETOS
                 PERFORM GERAR-AVISOS-ANIVERSARIO
              WHEN "ENVIAR"    PERFORM ENVIAR-PENDENTES
              WHEN "RETORNO"   PERFORM PROCESSAR-RETORNO
              WHEN "RELATORIO" PERFORM RELATORIO-ENDERECOS
              WHEN OTHER
                 DISPLAY "Parametro invalido: " WS-PARAM
                 DISPLAY "Use AVISOS, ENVIAR, RETORNO ou RELATORIO."
                 MOVE 8 TO WS-RC-FINAL
           END-EVALUATE
           .

      *> -------------------------------------------
      *> BOLETOS A VENCER: em aberto, com vencimento entre amanha
      *> e hoje + 3 dias, de pedido nao pago nem cancelado. Um
      *> aviso por boleto (rodar de novo no dia nao repete).
      *> -------------------------------------------
       GERAR-AVISOS-BOLETOS.
           MOVE ZERO TO WS-QTD-LIDOS WS-QTD-GERADOS
              WS-QTD-EXISTENTES WS-QTD-SEM-ENVIO
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 3)

           OPEN INPUT BOLETOS
           IF WS-FS-BOL NOT = "00"
              DISPLAY "BOLETOS.DAT indisponivel - nenhum aviso "
                 "gerado."
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT PEDIDOS
           IF WS-FS-PED NOT = "00"
              DISPLAY "PEDIDOS.DAT indisponivel - avisos de boleto "
                 "nao gerados!"
              CLOSE BOLETOS
              MOVE 8 TO WS-RC-FINAL
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT CLIENTES
           IF WS-FS-CLI NOT = "00"
              DISPLAY "CLIENTES.DAT indisponivel - avisos de boleto "
                 "nao gerados!"
              CLOSE BOLETOS PEDIDOS
              MOVE 8 TO WS-RC-FINAL
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-BOL NOT = "00"
              READ BOLETOS NEXT RECORD
                 AT END MOVE "10" TO WS-FS-BOL
                 NOT AT END
                    IF BOL-STATUS NOT = "L"
                       AND BOL-VENCIMENTO > WS-DATA-HOJE
                       AND BOL-VENCIMENTO NOT > WS-DATA-LIMITE
                       PERFORM AVISAR-BOLETO-A-VENCER
                    END-IF
              END-READ
           END-PERFORM

           CLOSE BOLETOS PEDIDOS CLIENTES

           DISPLAY "Boletos a vencer ate " WS-DATA-LIMITE ": "
              WS-QTD-LIDOS
           DISPLAY "  avisos gerados      : " WS-QTD-GERADOS
           DISPLAY "  ja avisados antes   : " WS-QTD-EXISTENTES
           DISPLAY "  sem envio (opt-out/sem endereco): "
              WS-QTD-SEM-ENVIO

           MOVE "AVISOS" TO WS-JOB-EVENTO
           MOVE WS-QTD-GERADOS TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR
           .

       AVISAR-BOLETO-A-VENCER.
           MOVE BOL-PED-COD TO PED-COD
           READ PEDIDOS KEY IS PED-COD
              INVALID KEY EXIT PARAGRAPH
           END-READ
           IF PED-STATUS = "PAGO" OR PED-STATUS = "CANCELADO"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-LIDOS

           MOVE CLI-COD-P TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY MOVE SPACES TO CLI-NOME CLI-EMAIL
           END-READ

           MOVE "NT"           TO WS-NTF-ORIGEM
           MOVE "C"            TO WS-NTF-TIPO-COD
           MOVE CLI-COD-P      TO WS-NTF-CODIGO
           MOVE CLI-NOME       TO WS-NTF-NOME
           MOVE CLI-EMAIL      TO WS-NTF-EMAIL
           MOVE SPACES         TO WS-NTF-TELEFONE
           MOVE "BOLETO-VENCE" TO WS-NTF-MODELO
           MOVE BOL-NUMERO     TO WS-NTF-REFERENCIA
           MOVE "S"            TO WS-NTF-UNICO
           MOVE BOL-VALOR      TO WS-VALOR-ED
           MOVE SPACES         TO WS-NTF-VARIAVEIS
           STRING BOL-NUMERO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VALOR-ED) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  BOL-VENCIMENTO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  BOL-LINHA-DIG DELIMITED BY SIZE
                  INTO WS-NTF-VARIAVEIS
           END-STRING
           CALL "NOTIFICAR" USING WS-NTF-PARAMETROS
           ON EXCEPTION
              DISPLAY "NOTIFICAR indisponivel - avisos nao gerados!"
              MOVE "E" TO WS-NTF-RESULTADO
              MOVE 8 TO WS-RC-FINAL
           END-CALL

           EVALUATE WS-NTF-RESULTADO
              WHEN "G" ADD 1 TO WS-QTD-GERADOS
              WHEN "D" ADD 1 TO WS-QTD-EXISTENTES
              WHEN OTHER ADD 1 TO WS-QTD-SEM-ENVIO
           END-EVALUATE
           .

      *> -------------------------------------------
      *> ANIVERSARIANTES DO DIA na agenda: um aviso por contato e
      *> ano, com a mesma referencia usada pela agenda ao abrir
      *> (quem abre a agenda no dia nao gera um segundo aviso).
      *> Aniversario de 29/02 cai em 01/03 nos anos nao
      *> bissextos, como na lista de aniversariantes da agenda.
      *> -------------------------------------------
       GERAR-AVISOS-ANIVERSARIO.
           MOVE ZERO TO WS-QTD-LIDOS WS-QTD-GERADOS
              WS-QTD-EXISTENTES WS-QTD-SEM-ENVIO
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-HOJE
           MOVE WS-DATA-HOJE(5:4) TO WS-MMDD-HOJE
           MOVE "N" TO WS-BISSEXTO
           IF FUNCTION MOD(WS-ANO-HOJE, 4) = 0
              IF FUNCTION MOD(WS-ANO-HOJE, 100) NOT = 0
                 OR FUNCTION MOD(WS-ANO-HOJE, 400) = 0
                 MOVE "S" TO WS-BISSEXTO
              END-IF
           END-IF

           OPEN INPUT CONTATOS
           IF WS-FS-CON NOT = "00"
              DISPLAY "CONTATOS.DAT indisponivel - nenhuma "
                 "felicitacao de aniversario gerada."
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-CON NOT = "00"
              READ CONTATOS NEXT RECORD
                 AT END MOVE "10" TO WS-FS-CON
                 NOT AT END
                    IF CONTATO-NASCIMENTO NOT = ZERO
                       MOVE CONTATO-NASCIMENTO(5:4) TO WS-NASC-MMDD
                       IF WS-NASC-MMDD = WS-MMDD-HOJE
                          OR (WS-NASC-MMDD = 0229
                              AND WS-MMDD-HOJE = 0301
                              AND WS-BISSEXTO = "N")
                          PERFORM AVISAR-ANIVERSARIO-CONTATO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CONTATOS

           DISPLAY "Aniversariantes do dia na agenda: " WS-QTD-LIDOS
           DISPLAY "  avisos gerados      : " WS-QTD-GERADOS
           DISPLAY "  ja avisados antes   : " WS-QTD-EXISTENTES
           DISPLAY "  sem envio (opt-out/sem endereco): "
              WS-QTD-SEM-ENVIO

           MOVE "ANIVERS" TO WS-JOB-EVENTO
           MOVE WS-QTD-GERADOS TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR
           .

       AVISAR-ANIVERSARIO-CONTATO.
           ADD 1 TO WS-QTD-LIDOS
           MOVE "AG"               TO WS-NTF-ORIGEM
           IF CONTATO-GRUPO = "CLIENTES"
              MOVE "C" TO WS-NTF-TIPO-COD
           ELSE
              MOVE "A" TO WS-NTF-TIPO-COD
           END-IF
           MOVE CONTATO-COD        TO WS-NTF-CODIGO
           MOVE CONTATO-NOME       TO WS-NTF-NOME
           MOVE CONTATO-EMAIL      TO WS-NTF-EMAIL
           MOVE CONTATO-TELEFONE   TO WS-NTF-TELEFONE
           MOVE "ANIVERSARIO"      TO WS-NTF-MODELO
           MOVE SPACES             TO WS-NTF-REFERENCIA
           STRING CONTATO-COD DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-ANO-HOJE DELIMITED BY SIZE
                  INTO WS-NTF-REFERENCIA
           END-STRING
           MOVE "S"                TO WS-NTF-UNICO
           MOVE SPACES             TO WS-NTF-VARIAVEIS
           STRING FUNCTION TRIM(CONTATO-NOME) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CONTATO-NASCIMENTO(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CONTATO-NASCIMENTO(5:2) DELIMITED BY SIZE
                  INTO WS-NTF-VARIAVEIS
           END-STRING
           CALL "NOTIFICAR" USING WS-NTF-PARAMETROS
           ON EXCEPTION
              DISPLAY "NOTIFICAR indisponivel - avisos nao gerados!"
              MOVE "E" TO WS-NTF-RESULTADO
              MOVE 8 TO WS-RC-FINAL
           END-CALL

           EVALUATE WS-NTF-RESULTADO
              WHEN "G" ADD 1 TO WS-QTD-GERADOS
              WHEN "D" ADD 1 TO WS-QTD-EXISTENTES
              WHEN OTHER ADD 1 TO WS-QTD-SEM-ENVIO
           END-EVALUATE
           .

      *> -------------------------------------------
      *> ENVIO AO GATEWAY: os avisos pendentes (e os que voltaram
      *> por falha temporaria) vao para o fim de NOTIFENV.TXT e
      *> passam a "E" (com o gateway)
      *> -------------------------------------------
       ENVIAR-PENDENTES.
           MOVE ZERO TO WS-QTD-ENVIADOS
           OPEN I-O NOTIFICACOES
           IF WS-FS-NOT NOT = "00"
              DISPLAY "Fila de avisos (NOTIFIC.DAT) vazia."
              MOVE "ENVIO" TO WS-JOB-EVENTO
              MOVE ZERO TO WS-JOB-CONTADOR
              PERFORM JOBLOG-GRAVAR
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARQ-ENVIO
           IF WS-FS-ENV NOT = "00"
              OPEN OUTPUT ARQ-ENVIO
           END-IF
           IF WS-FS-ENV NOT = "00"
              DISPLAY "Nao foi possivel gravar NOTIFENV.TXT - status "
                 WS-FS-ENV
              CLOSE NOTIFICACOES
              MOVE 8 TO WS-RC-FINAL
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-NOT NOT = "00"
              READ NOTIFICACOES NEXT RECORD
                 AT END MOVE "10" TO WS-FS-NOT
                 NOT AT END
                    IF NOT-SITUACAO = "P"
                       PERFORM ENVIAR-UM-AVISO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-ENVIO NOTIFICACOES

           DISPLAY "Avisos entregues ao gateway: " WS-QTD-ENVIADOS
           MOVE "ENVIO" TO WS-JOB-EVENTO
           MOVE WS-QTD-ENVIADOS TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR
           .

       ENVIAR-UM-AVISO.
           MOVE SPACES        TO REG-ENVIO
           MOVE NOT-ID        TO ENV-ID
           MOVE NOT-CANAL     TO ENV-CANAL
           MOVE NOT-ENDERECO  TO ENV-ENDERECO
           MOVE NOT-MODELO    TO ENV-MODELO
           MOVE NOT-NOME      TO ENV-NOME
           MOVE NOT-VARIAVEIS TO ENV-VARIAVEIS
           WRITE REG-ENVIO
           IF WS-FS-ENV NOT = "00"
              DISPLAY "Erro ao gravar NOTIFENV.TXT - aviso " NOT-ID
              MOVE 8 TO WS-RC-FINAL
              EXIT PARAGRAPH
           END-IF

           MOVE "E"          TO NOT-SITUACAO
           MOVE WS-DATA-HOJE TO NOT-DATA-SIT
           ADD 1 TO NOT-TENTATIVAS
           REWRITE REG-NOTIFICACAO
              INVALID KEY
                 DISPLAY "Erro ao marcar o aviso " NOT-ID
                    " como enviado!"
           END-REWRITE
           ADD 1 TO WS-QTD-ENVIADOS
           .

      *> -------------------------------------------
      *> RETORNO DO GATEWAY: entregue (S) ou falha (F) por aviso.
      *> Sem NOTIFRET.TXT nao ha o que processar.
      *> -------------------------------------------
       PROCESSAR-RETORNO.
           MOVE ZERO TO WS-QTD-ENTREGUES WS-QTD-FALHAS
              WS-QTD-REENVIO WS-QTD-NAO-ACHADOS
           OPEN INPUT ARQ-RETORNO
           IF WS-FS-RET NOT = "00"
              DISPLAY "Sem retorno do gateway (NOTIFRET.TXT)."
              MOVE "RETORNO" TO WS-JOB-EVENTO
              MOVE ZERO TO WS-JOB-CONTADOR
              PERFORM JOBLOG-GRAVAR
              EXIT PARAGRAPH
           END-IF
           OPEN I-O NOTIFICACOES
           IF WS-FS-NOT NOT = "00"
              DISPLAY "Fila de avisos (NOTIFIC.DAT) indisponivel - "
                 "retorno nao processado!"
              CLOSE ARQ-RETORNO
              MOVE 8 TO WS-RC-FINAL
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-RET NOT = "00"
              READ ARQ-RETORNO
                 AT END MOVE "10" TO WS-FS-RET
                 NOT AT END
                    IF RET-ID NOT = SPACES
                       PERFORM ATUALIZAR-AVISO-RETORNO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ARQ-RETORNO NOTIFICACOES

           DISPLAY "Retorno do gateway processado:"
           DISPLAY "  entregues           : " WS-QTD-ENTREGUES
           DISPLAY "  falhas              : " WS-QTD-FALHAS
           DISPLAY "  de volta para a fila: " WS-QTD-REENVIO
           DISPLAY "  nao localizados     : " WS-QTD-NAO-ACHADOS

           MOVE "RETORNO" TO WS-JOB-EVENTO
           COMPUTE WS-JOB-CONTADOR
              = WS-QTD-ENTREGUES + WS-QTD-FALHAS + WS-QTD-REENVIO
           PERFORM JOBLOG-GRAVAR
           .

       ATUALIZAR-AVISO-RETORNO.
           MOVE RET-ID TO NOT-ID
           READ NOTIFICACOES KEY IS NOT-ID
              INVALID KEY
                 ADD 1 TO WS-QTD-NAO-ACHADOS
                 DISPLAY "Aviso " RET-ID " do retorno nao localizado."
                 EXIT PARAGRAPH
           END-READ

           IF RET-DATA IS NUMERIC
              MOVE RET-DATA TO NOT-DATA-SIT
           ELSE
              MOVE WS-DATA-HOJE TO NOT-DATA-SIT
           END-IF
           MOVE RET-CODIGO TO NOT-COD-RETORNO
           MOVE RET-MOTIVO TO NOT-MOTIVO

           EVALUATE TRUE
              WHEN RET-SITUACAO = "S"
                 MOVE "S" TO NOT-SITUACAO
                 ADD 1 TO WS-QTD-ENTREGUES
              WHEN RET-CODIGO = "02"
                 AND NOT-TENTATIVAS < WS-MAX-TENTATIVAS
                 MOVE "P" TO NOT-SITUACAO
                 ADD 1 TO WS-QTD-REENVIO
              WHEN OTHER
                 MOVE "F" TO NOT-SITUACAO
                 ADD 1 TO WS-QTD-FALHAS
           END-EVALUATE

           REWRITE REG-NOTIFICACAO
              INVALID KEY
                 DISPLAY "Erro ao atualizar o aviso " NOT-ID "!"
           END-REWRITE
           .

      *> -------------------------------------------
      *> ENDERECOS SEM ENTREGA: falhas definitivas do gateway
      *> (codigo diferente de 02) e clientes sem e-mail nem
      *> telefone, agrupados por cliente, canal e endereco
      *> -------------------------------------------
       RELATORIO-ENDERECOS.
           MOVE ZERO TO WS-QTD-ENDERECOS
           OPEN INPUT NOTIFICACOES
           IF WS-FS-NOT NOT = "00"
              DISPLAY "Fila de avisos (NOTIFIC.DAT) vazia."
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RELATORIO
           IF WS-FS-REL NOT = "00"
              DISPLAY "Nao foi possivel criar NOTIFEND.REL!"
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           STRING "ENDERECOS SEM ENTREGA DE AVISOS - "
                     DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           MOVE SPACES     TO WS-LINHA-REL
           MOVE "CODIG"    TO WS-LINHA-REL (1:5)
           MOVE "C"        TO WS-LINHA-REL (8:1)
           MOVE "ENDERECO / NOME" TO WS-LINHA-REL (10:15)
           MOVE "  QTD"    TO WS-LINHA-REL (49:5)
           MOVE "ULTIMA"   TO WS-LINHA-REL (55:6)
           MOVE "MOTIVO"   TO WS-LINHA-REL (64:6)
           PERFORM ESCREVER-LINHA-REL
           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL

           SORT ARQ-ORDENACAO
               ON ASCENDING KEY ORD-CODIGO ORD-CANAL ORD-ENDERECO
                                ORD-DATA
               INPUT PROCEDURE IS CARREGAR-ENDERECOS
               OUTPUT PROCEDURE IS IMPRIMIR-ENDERECOS

           CLOSE NOTIFICACOES

           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-REL
           MOVE WS-QTD-ENDERECOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING "Enderecos a corrigir: " DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-REL
           IF WS-FS-REL = "00"
              CLOSE RELATORIO
           END-IF

           MOVE "RELATORIO" TO WS-JOB-EVENTO
           MOVE WS-QTD-ENDERECOS TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR
           .

       CARREGAR-ENDERECOS.
           PERFORM UNTIL WS-FS-NOT NOT = "00"
              READ NOTIFICACOES NEXT RECORD
                 AT END MOVE "10" TO WS-FS-NOT
                 NOT AT END
                    IF NOT-SITUACAO = "X"
                       OR (NOT-SITUACAO = "F"
                           AND NOT-COD-RETORNO NOT = "02")
                       MOVE NOT-CODIGO    TO ORD-CODIGO
                       MOVE NOT-CANAL     TO ORD-CANAL
                       MOVE NOT-ENDERECO  TO ORD-ENDERECO
                       MOVE NOT-DATA-SIT  TO ORD-DATA
                       MOVE NOT-NOME      TO ORD-NOME
                       MOVE NOT-TIPO-COD  TO ORD-TIPO-COD
                       MOVE NOT-MOTIVO    TO ORD-MOTIVO
                       RELEASE REG-ORDENACAO
                    END-IF
              END-READ
           END-PERFORM
           .

       IMPRIMIR-ENDERECOS.
           MOVE "N" TO WS-FIM-ORDENACAO
           MOVE ZERO TO WS-QTD-GRUPO
           PERFORM UNTIL WS-FIM-ORDENACAO = "S"
              RETURN ARQ-ORDENACAO
                 AT END MOVE "S" TO WS-FIM-ORDENACAO
                 NOT AT END
                    IF WS-QTD-GRUPO > ZERO
                       AND (ORD-CODIGO NOT = WS-ANT-CODIGO
                         OR ORD-CANAL NOT = WS-ANT-CANAL
                         OR ORD-ENDERECO NOT = WS-ANT-ENDERECO)
                       PERFORM IMPRIMIR-GRUPO-ENDERECO
                    END-IF
                    ADD 1 TO WS-QTD-GRUPO
                    MOVE ORD-CODIGO   TO WS-ANT-CODIGO
                    MOVE ORD-CANAL    TO WS-ANT-CANAL
                    MOVE ORD-ENDERECO TO WS-ANT-ENDERECO
                    MOVE ORD-NOME     TO WS-ANT-NOME
                    MOVE ORD-TIPO-COD TO WS-ANT-TIPO-COD
                    MOVE ORD-DATA     TO WS-ANT-DATA
                    MOVE ORD-MOTIVO   TO WS-ANT-MOTIVO
              END-RETURN
           END-PERFORM
           IF WS-QTD-GRUPO > ZERO
              PERFORM IMPRIMIR-GRUPO-ENDERECO
           END-IF
           .

      *> Duas linhas por endereco: codigo (A = contato avulso da
      *> agenda), canal, endereco, avisos perdidos, data da
      *> ultima falha e motivo; depois o nome.
       IMPRIMIR-GRUPO-ENDERECO.
           ADD 1 TO WS-QTD-ENDERECOS
           MOVE WS-QTD-GRUPO TO WS-QTD-ED
           MOVE SPACES TO WS-LINHA-REL
           MOVE WS-ANT-CODIGO   TO WS-LINHA-REL (1:5)
           IF WS-ANT-TIPO-COD = "A"
              MOVE "A" TO WS-LINHA-REL (6:1)
           END-IF
           MOVE WS-ANT-CANAL    TO WS-LINHA-REL (8:1)
           IF WS-ANT-ENDERECO = SPACES
              MOVE "(sem e-mail nem telefone)"
                 TO WS-LINHA-REL (10:40)
           ELSE
              MOVE WS-ANT-ENDERECO TO WS-LINHA-REL (10:40)
           END-IF
           MOVE WS-QTD-ED       TO WS-LINHA-REL (49:5)
           MOVE WS-ANT-DATA     TO WS-LINHA-REL (55:8)
           MOVE WS-ANT-MOTIVO (1:17) TO WS-LINHA-REL (64:17)
           PERFORM ESCREVER-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           MOVE WS-ANT-NOME     TO WS-LINHA-REL (10:30)
           PERFORM ESCREVER-LINHA-REL
           MOVE ZERO TO WS-QTD-GRUPO
           .

       ESCREVER-LINHA-REL.
           DISPLAY WS-LINHA-REL
           IF WS-FS-REL = "00"
              WRITE REG-RELATORIO FROM WS-LINHA-REL
           END-IF
           .

      *> -------------------------------------------
      *> REGISTRO DE EXECUCAO (JOBLOG.DAT) - chave AAAAMMDD
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

           MOVE "NOTIFICACOES"  TO JOB-NOME
           MOVE WS-JOB-EVENTO   TO JOB-EVENTO
           MOVE WS-DATA-HOJE    TO JOB-CHAVE
           MOVE WS-JOB-CONTADOR TO JOB-CONTADOR
           ACCEPT WS-HORA-AGORA FROM TIME
           STRING WS-DATA-HOJE  DELIMITED BY SIZE
                  WS-HORA-AGORA DELIMITED BY SIZE
                  INTO JOB-DATA-HORA
           END-STRING
           WRITE REG-JOBLOG
           CLOSE JOBLOG
           .

       END PROGRAM NOTIFICACOES.
