       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICAR.
       AUTHOR. Luiz.

      *> Rotina comum da fila de avisos ao cliente (e-mail/SMS).
      *> Os programas que geram eventos chamam esta rotina com o
      *> destinatario, o modelo de mensagem e as variaveis; ela
      *> aplica as preferencias do cliente (NOTIFOPT.DAT), escolhe
      *> o canal e grava o registro pendente em NOTIFIC.DAT, de
      *> onde o NOTIFICACOES entrega ao gateway.
      *>    NTF-TIPO-COD "C" - NTF-CODIGO e codigo de cliente
      *>                       (vale o opt-out; sem telefone,
      *>                       procura o contato CLIENTES da
      *>                       agenda)
      *>                 "A" - contato avulso da agenda
      *>    NTF-UNICO    "S" - um so aviso por modelo+referencia
      *>    NTF-VARIAVEIS      campos do modelo separados por ";"
      *> Canal: e-mail quando ha endereco e o cliente aceita,
      *> senao SMS. Sem endereco algum o registro e gravado com
      *> situacao "X" para o relatorio de enderecos a corrigir.
      *> NTF-RESULTADO: G gravado, D ja existia, O cliente nao
      *> aceita o canal disponivel, X sem endereco, E erro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICACOES ASSIGN TO "../NOTIFIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOT-ID
               FILE STATUS IS WS-FS-NOT.

           SELECT NOTIF-OPCOES ASSIGN TO "../Sistema/NOTIFOPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPT-CLI-COD
               FILE STATUS IS WS-FS-OPT.

           SELECT CONTATOS ASSIGN TO
               "../Agenda de Contatos/CONTATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTATO-COD
               FILE STATUS IS WS-FS-CON.

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

       FD  NOTIF-OPCOES.
       01  REG-NOTIF-OPCAO.
           05 OPT-CLI-COD         PIC 9(05).
           05 OPT-EMAIL           PIC X(01).
           05 OPT-SMS             PIC X(01).
           05 OPT-DATA            PIC 9(08).
           05 OPT-USU-COD         PIC 9(03).

       FD  CONTATOS.
       01  REG-CONTATO.
           05 CONTATO-COD         PIC 9(05).
           05 CONTATO-NOME        PIC X(30).
           05 CONTATO-TELEFONE    PIC X(15).
           05 CONTATO-EMAIL       PIC X(40).
           05 CONTATO-GRUPO       PIC X(15).
           05 CONTATO-NASCIMENTO  PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-FS-NOT        PIC XX.
       01 WS-FS-OPT        PIC XX.
       01 WS-FS-CON        PIC XX.
       01 WS-ACEITA-EMAIL  PIC X(01).
       01 WS-ACEITA-SMS    PIC X(01).
       01 WS-TELEFONE      PIC X(15).
       01 WS-CANAL         PIC X(01).
       01 WS-ENDERECO      PIC X(40).
       01 WS-SITUACAO      PIC X(01).
       01 WS-PROX-SEQ      PIC 9(03).
       01 WS-FIM-SEQ       PIC X(01).
       01 WS-GRAVOU        PIC X(01).
       01 WS-TENTATIVAS    PIC 9(02).
       01 WS-DATA-HOJE     PIC 9(08).
       01 WS-HORA-AGORA    PIC 9(08).

       LINKAGE SECTION.
       01 NTF-PARAMETROS.
           05 NTF-ORIGEM       PIC X(02).
           05 NTF-TIPO-COD     PIC X(01).
           05 NTF-CODIGO       PIC 9(05).
           05 NTF-NOME         PIC X(30).
           05 NTF-EMAIL        PIC X(40).
           05 NTF-TELEFONE     PIC X(15).
           05 NTF-MODELO       PIC X(12).
           05 NTF-REFERENCIA   PIC X(14).
           05 NTF-UNICO        PIC X(01).
           05 NTF-VARIAVEIS    PIC X(100).
           05 NTF-RESULTADO    PIC X(01).

       PROCEDURE DIVISION USING NTF-PARAMETROS.
       MAIN-PROCEDURE.
           MOVE "E" TO NTF-RESULTADO
           IF NTF-MODELO = SPACES OR NTF-REFERENCIA = SPACES
              GOBACK
           END-IF
           IF NTF-CODIGO NOT NUMERIC
              MOVE ZERO TO NTF-CODIGO
           END-IF

           PERFORM LER-PREFERENCIAS
           IF WS-ACEITA-EMAIL = "N" AND WS-ACEITA-SMS = "N"
              MOVE "O" TO NTF-RESULTADO
              GOBACK
           END-IF

           MOVE NTF-TELEFONE TO WS-TELEFONE
           IF WS-TELEFONE = SPACES AND NTF-TIPO-COD = "C"
              AND NTF-CODIGO > ZERO AND NTF-ORIGEM NOT = "AG"
              PERFORM PROCURAR-TELEFONE-AGENDA
           END-IF

           PERFORM ESCOLHER-CANAL
           IF WS-SITUACAO = "O"
              MOVE "O" TO NTF-RESULTADO
              GOBACK
           END-IF
           IF WS-SITUACAO = "X" AND NTF-CODIGO = ZERO
              MOVE "X" TO NTF-RESULTADO
              GOBACK
           END-IF

           OPEN I-O NOTIFICACOES
           IF WS-FS-NOT = "35"
              OPEN OUTPUT NOTIFICACOES
              CLOSE NOTIFICACOES
              OPEN I-O NOTIFICACOES
           END-IF
           IF WS-FS-NOT NOT = "00"
              GOBACK
           END-IF

           PERFORM GRAVAR-NOTIFICACAO

           CLOSE NOTIFICACOES
           GOBACK.

      *> Sem registro em NOTIFOPT.DAT o cliente aceita os dois
      *> canais. Contato avulso da agenda nao tem preferencias.
       LER-PREFERENCIAS.
           MOVE "S" TO WS-ACEITA-EMAIL
           MOVE "S" TO WS-ACEITA-SMS
           IF NTF-TIPO-COD NOT = "C" OR NTF-CODIGO = ZERO
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT NOTIF-OPCOES
           IF WS-FS-OPT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE NTF-CODIGO TO OPT-CLI-COD
           READ NOTIF-OPCOES KEY IS OPT-CLI-COD
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF OPT-EMAIL = "N"
                    MOVE "N" TO WS-ACEITA-EMAIL
                 END-IF
                 IF OPT-SMS = "N"
                    MOVE "N" TO WS-ACEITA-SMS
                 END-IF
           END-READ
           CLOSE NOTIF-OPCOES
           .

      *> O cadastro de clientes nao tem telefone; o celular vem do
      *> contato do grupo CLIENTES que o SINCRONIZAR-AGENDA mantem
      *> com o mesmo codigo do cliente.
       PROCURAR-TELEFONE-AGENDA.
           OPEN INPUT CONTATOS
           IF WS-FS-CON NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE NTF-CODIGO TO CONTATO-COD
           READ CONTATOS KEY IS CONTATO-COD
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF CONTATO-GRUPO = "CLIENTES"
                    MOVE CONTATO-TELEFONE TO WS-TELEFONE
                 END-IF
           END-READ
           CLOSE CONTATOS
           .

       ESCOLHER-CANAL.
           MOVE "P"    TO WS-SITUACAO
           MOVE SPACES TO WS-CANAL WS-ENDERECO
           EVALUATE TRUE
              WHEN NTF-EMAIL NOT = SPACES AND WS-ACEITA-EMAIL = "S"
                 MOVE "E"       TO WS-CANAL
                 MOVE NTF-EMAIL TO WS-ENDERECO
              WHEN WS-TELEFONE NOT = SPACES AND WS-ACEITA-SMS = "S"
                 MOVE "S"         TO WS-CANAL
                 MOVE WS-TELEFONE TO WS-ENDERECO
              WHEN NTF-EMAIL NOT = SPACES
                 OR WS-TELEFONE NOT = SPACES
                 MOVE "O" TO WS-SITUACAO
              WHEN OTHER
                 MOVE "X" TO WS-SITUACAO
           END-EVALUATE
           .

      *> Sequencia dentro de modelo+referencia: aviso unico so
      *> existe com sequencia 001; os demais recebem a proxima
      *> livre (a releitura protege de dois programas gravando
      *> o mesmo evento ao mesmo tempo).
       GRAVAR-NOTIFICACAO.
           MOVE NTF-MODELO     TO NOT-MODELO
           MOVE NTF-REFERENCIA TO NOT-REFERENCIA
           MOVE 1              TO NOT-SEQ
           IF NTF-UNICO = "S"
              READ NOTIFICACOES KEY IS NOT-ID
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "D" TO NTF-RESULTADO
                    EXIT PARAGRAPH
              END-READ
              MOVE 1 TO WS-PROX-SEQ
           ELSE
              PERFORM BUSCAR-PROXIMA-SEQ
           END-IF

           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           MOVE "N" TO WS-GRAVOU
           MOVE 0   TO WS-TENTATIVAS
           PERFORM UNTIL WS-GRAVOU = "S" OR WS-TENTATIVAS >= 5
              ADD 1 TO WS-TENTATIVAS
              INITIALIZE REG-NOTIFICACAO
              MOVE NTF-MODELO     TO NOT-MODELO
              MOVE NTF-REFERENCIA TO NOT-REFERENCIA
              MOVE WS-PROX-SEQ    TO NOT-SEQ
              MOVE WS-SITUACAO    TO NOT-SITUACAO
              MOVE WS-CANAL       TO NOT-CANAL
              MOVE WS-ENDERECO    TO NOT-ENDERECO
              MOVE NTF-TIPO-COD   TO NOT-TIPO-COD
              MOVE NTF-CODIGO     TO NOT-CODIGO
              MOVE NTF-NOME       TO NOT-NOME
              MOVE NTF-VARIAVEIS  TO NOT-VARIAVEIS
              MOVE NTF-ORIGEM     TO NOT-ORIGEM
              STRING WS-DATA-HOJE DELIMITED BY SIZE
                     WS-HORA-AGORA (1:6) DELIMITED BY SIZE
                     INTO NOT-DATA-HORA
              END-STRING
              MOVE WS-DATA-HOJE   TO NOT-DATA-SIT
              IF WS-SITUACAO = "X"
                 MOVE "SEM E-MAIL OU TELEFONE" TO NOT-MOTIVO
              END-IF
              WRITE REG-NOTIFICACAO
                 INVALID KEY
                    IF NTF-UNICO = "S"
                       MOVE "D" TO NTF-RESULTADO
                       EXIT PARAGRAPH
                    END-IF
                    ADD 1 TO WS-PROX-SEQ
                 NOT INVALID KEY
                    MOVE "S" TO WS-GRAVOU
              END-WRITE
           END-PERFORM

           IF WS-GRAVOU = "S"
              IF WS-SITUACAO = "X"
                 MOVE "X" TO NTF-RESULTADO
              ELSE
                 MOVE "G" TO NTF-RESULTADO
              END-IF
           END-IF
           .

       BUSCAR-PROXIMA-SEQ.
           MOVE 1   TO WS-PROX-SEQ
           MOVE "N" TO WS-FIM-SEQ
           START NOTIFICACOES KEY IS NOT LESS THAN NOT-ID
              INVALID KEY MOVE "S" TO WS-FIM-SEQ
           END-START
           PERFORM UNTIL WS-FIM-SEQ = "S"
              READ NOTIFICACOES NEXT RECORD
                 AT END MOVE "S" TO WS-FIM-SEQ
                 NOT AT END
                    IF NOT-MODELO NOT = NTF-MODELO
                       OR NOT-REFERENCIA NOT = NTF-REFERENCIA
                       MOVE "S" TO WS-FIM-SEQ
                    ELSE
                       IF NOT-SEQ < 999
                          COMPUTE WS-PROX-SEQ = NOT-SEQ + 1
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       END PROGRAM NOTIFICAR.
