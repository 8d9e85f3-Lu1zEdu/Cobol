               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTA.

           SELECT INTERACOES ASSIGN TO "INTERAC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CHAVE
               FILE STATUS IS WS-FS-INT.

           SELECT ARQ-INTERACOES ASSIGN TO WS-ARQ-INT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQINT.

           SELECT ARQ-DUPLICADOS ASSIGN TO WS-ARQ-DUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DUP.

           SELECT LOG-MESCLAS ASSIGN TO "MESCLAS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MRG.

           SELECT ARQ-ORDENACAO ASSIGN TO "ANIVORD.TMP".

       DATA DIVISION.
       FD  ARQ-CARTAS.
       01  REG-ARQ-CARTA       PIC X(80).

       *> Interacoes com o contato (ligacao, visita, e-mail,
       *> reuniao); INT-RETORNO e a data de retorno combinada
       *> (zero = sem retorno) e INT-RETORNO-OK passa a "S"
       *> quando o retorno e feito
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

       FD  ARQ-INTERACOES.
       01  REG-ARQ-INTERACAO   PIC X(80).

       FD  ARQ-DUPLICADOS.
       01  REG-ARQ-DUPLICADO   PIC X(80).

       *> Registro de cada mesclagem de contatos (o contato
       *> excluido fica gravado como estava antes da mesclagem)
       FD  LOG-MESCLAS.
       01  REG-MESCLA.
           05 MRG-DATA-HORA      PIC X(14).
           05 MRG-SOBREVIVE      PIC 9(05).
           05 MRG-EXCLUIDO       PIC 9(05).
           05 MRG-ORIGEM         PIC X(08).
           05 MRG-MOTIVO         PIC X(30).
           05 MRG-DETALHES       PIC 9(03).
           05 MRG-INTERACOES     PIC 9(05).
           05 MRG-NOME           PIC X(30).
           05 MRG-TELEFONE       PIC X(15).
           05 MRG-EMAIL          PIC X(40).
           05 MRG-GRUPO          PIC X(15).
           05 MRG-NASCIMENTO     PIC 9(08).

       SD  ARQ-ORDENACAO.
       01  REG-ORDENACAO.
           05 ORD-DIAS-RESTANTES PIC 9(03).
       01  WS-DET-ULT-SEQ     PIC 9(02).
       01  WS-DET-ACHOU       PIC X(01).
       01  WS-DET-GERENCIAR   PIC X(01).
       01  WS-FS-INT          PIC XX.
       01  WS-FS-ARQINT       PIC XX.
       01  WS-ARQ-INT         PIC X(25).
       01  WS-INT-COD         PIC 9(05).
       01  WS-INT-CONTATO     PIC 9(05).
       01  WS-INT-DATA        PIC 9(08).
       01  WS-INT-ULT-SEQ     PIC 9(02).
       01  WS-INT-TIPO        PIC X(01).
       01  WS-INT-ACHOU       PIC X(01).
       01  WS-INT-QTD         PIC 9(05).
       01  WS-INT-CONTATOS    PIC 9(05).
       01  WS-INT-INICIO      PIC 9(08).
       01  WS-INT-FIM         PIC 9(08).
       01  WS-INT-GRUPO       PIC X(15).
       01  WS-INT-SITUACAO    PIC X(08).
       01  WS-INT-DATA-AUX    PIC 9(08).
       01  WS-INT-DATA-X REDEFINES WS-INT-DATA-AUX PIC X(08).
       01  WS-INT-DATA-ED     PIC X(10).
       01  WS-INT-RET-ED      PIC X(10).
       01  WS-INT-SEQ-DIG     PIC 9(02).
       01  WS-LINHA-INT       PIC X(80).
       01  WS-FS-DUP          PIC XX.
       01  WS-FS-MRG          PIC XX.
       01  WS-ARQ-DUP         PIC X(25).
       01  WS-LINHA-DUP       PIC X(80).
       01  WS-DUP-QTD-CONT    PIC 9(04).
       01  WS-DUP-QTD-FONES   PIC 9(04).
       01  WS-DUP-QTD-PARES   PIC 9(04).
       01  WS-DUP-I           PIC 9(04).
       01  WS-DUP-J           PIC 9(04).
       01  WS-DUP-F1          PIC 9(04).
       01  WS-DUP-F2          PIC 9(04).
       01  WS-DUP-FIM-I       PIC 9(04).
       01  WS-DUP-FIM-J       PIC 9(04).
       01  WS-DUP-IDX         PIC 9(04).
       01  WS-DUP-LIMITE      PIC X(01).
       01  WS-DUP-MOTIVO      PIC X(30).
       01  WS-DUP-FONE-IGUAL  PIC X(01).
       01  WS-DUP-ENTRADA     PIC X(40).
       01  WS-DUP-SAIDA       PIC X(40).
       01  WS-DUP-POS         PIC 9(02).
       01  WS-DUP-POS-SAI     PIC 9(02).
       01  WS-DUP-CAR         PIC X(01).
       01  WS-DUP-CAR-PROX    PIC X(01).
       01  WS-DUP-ESPACO      PIC X(01).
       01  WS-DUP-REVISAR     PIC X(01).
       01  WS-DUP-ESCOLHA     PIC X(01).
       01  WS-DUP-CONTINUAR   PIC X(01).
       01  WS-DUP-COD-A       PIC 9(05).
       01  WS-DUP-COD-B       PIC 9(05).
       01  WS-DUP-CONTATOS.
           05 WS-DUP-CONT OCCURS 2000 TIMES.
              10 WS-DUP-C-COD     PIC 9(05).
              10 WS-DUP-C-NOME    PIC X(30).
              10 WS-DUP-C-EMAIL   PIC X(40).
              10 WS-DUP-C-FONE-INI PIC 9(04).
              10 WS-DUP-C-FONE-QTD PIC 9(02).
       01  WS-DUP-FONES.
           05 WS-DUP-FONE OCCURS 4000 TIMES PIC X(08).
       01  WS-DUP-PARES.
           05 WS-DUP-PAR OCCURS 500 TIMES.
              10 WS-DUP-P-COD-A   PIC 9(05).
              10 WS-DUP-P-COD-B   PIC 9(05).
              10 WS-DUP-P-MOTIVO  PIC X(30).
       01  WS-DUP-ACENTOS-LAT.
           05 FILLER PIC X(12) VALUE
              X"C0C1C2C3C4C7C8C9CACBCCCD".
           05 FILLER PIC X(12) VALUE
              X"CECFD1D2D3D4D5D6D9DADBDC".
           05 FILLER PIC X(12) VALUE
              X"E0E1E2E3E4E7E8E9EAEBECED".
           05 FILLER PIC X(12) VALUE
              X"EEEFF1F2F3F4F5F6F9FAFBFC".
       01  WS-DUP-ACENTOS-UTF.
           05 FILLER PIC X(12) VALUE
              X"80818283848788898A8B8C8D".
           05 FILLER PIC X(12) VALUE
              X"8E8F919293949596999A9B9C".
           05 FILLER PIC X(12) VALUE
              X"A0A1A2A3A4A7A8A9AAABACAD".
           05 FILLER PIC X(12) VALUE
              X"AEAFB1B2B3B4B5B6B9BABBBC".
       01  WS-DUP-SEM-ACENTO  PIC X(48) VALUE
              "AAAAACEEEEIIIINOOOOOUUUUAAAAACEEEEIIIINOOOOOUUUU".
       01  WS-DUP-MINUSCULAS  PIC X(26) VALUE
              "abcdefghijklmnopqrstuvwxyz".
       01  WS-DUP-MAIUSCULAS  PIC X(26) VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-MRG-SOBREVIVE   PIC 9(05).
       01  WS-MRG-EXCLUIDO    PIC 9(05).
       01  WS-MRG-ORIGEM      PIC X(08).
       01  WS-MRG-MOTIVO      PIC X(30).
       01  WS-MRG-OK          PIC X(01).
       01  WS-MRG-ALTEROU     PIC X(01).
       01  WS-MRG-GRAVOU      PIC X(01).
       01  WS-MRG-ERRO        PIC X(01).
       01  WS-MRG-DETALHES    PIC 9(03).
       01  WS-MRG-INTERACOES  PIC 9(05).
       01  WS-MRG-NOME        PIC X(30).
       01  WS-MRG-TELEFONE    PIC X(15).
       01  WS-MRG-EMAIL       PIC X(40).
       01  WS-MRG-GRUPO       PIC X(15).
       01  WS-MRG-NASCIMENTO  PIC 9(08).
       01  WS-MRG-DATA        PIC 9(08).
       01  WS-MRG-HORA        PIC 9(08).
       01  WS-ANV-QTD         PIC 9(05).
       01  WS-NTF-PARAMETROS.
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
               OPEN I-O CONTATO-DETALHES
           END-IF.

           OPEN I-O INTERACOES
           IF WS-FS-INT NOT = "00"
               OPEN OUTPUT INTERACOES
               CLOSE INTERACOES
               OPEN I-O INTERACOES
           END-IF.

           PERFORM MOSTRAR-RETORNOS-PENDENTES.
           PERFORM AVISAR-ANIVERSARIANTES-HOJE.

           PERFORM UNTIL WS-OPCAO = 99
               DISPLAY "=============================="
               DISPLAY "      AGENDA DE CONTATOS"
               DISPLAY "9 - Aniversariantes do mes"
               DISPLAY "10 - Importar de CSV"
               DISPLAY "11 - Etiquetas e cartas por grupo"
               DISPLAY "12 - Registrar interacao"
               DISPLAY "13 - Interacoes do contato"
               DISPLAY "14 - Relatorio de interacoes"
               DISPLAY "15 - Retornos pendentes"
               DISPLAY "16 - Procurar contatos duplicados"
               DISPLAY "17 - Mesclar dois contatos"
               DISPLAY "99 - Sair"
               DISPLAY "=============================="
               DISPLAY "Escolha uma opcao: "
                   WHEN 9 PERFORM ANIVERSARIANTES-PROXIMAS
                   WHEN 10 PERFORM IMPORTAR-CSV
                   WHEN 11 PERFORM GERAR-ETIQUETAS
                   WHEN 12 PERFORM REGISTRAR-INTERACAO
                   WHEN 13 PERFORM LISTAR-INTERACOES-CONTATO
                   WHEN 14 PERFORM RELATORIO-INTERACOES
                   WHEN 15 PERFORM CONCLUIR-RETORNO
                   WHEN 16 PERFORM PROCURAR-DUPLICADOS
                   WHEN 17 PERFORM MESCLAR-CONTATOS-MANUAL
                   WHEN 99 DISPLAY "Fechando agenda."
                   WHEN OTHER DISPLAY "Opcao invalida!"
               END-EVALUATE

           CLOSE CONTATOS.
           CLOSE CONTATO-DETALHES.
           CLOSE INTERACOES.
           STOP RUN.

       *> ===============================
               END-READ
           END-PERFORM.

       *> ===============================
       *> REGISTRAR INTERACAO COM O CONTATO (data, tipo, resumo,
       *> operador e data de retorno opcional)
       *> ===============================
       REGISTRAR-INTERACAO.
           DISPLAY "Codigo do contato: "
           ACCEPT WS-INT-COD
           MOVE WS-INT-COD TO CONTATO-COD
           READ CONTATOS KEY IS CONTATO-COD
               INVALID KEY
                   DISPLAY "Erro: Contato nao encontrado!"
                   DISPLAY " "
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Contato : " CONTATO-NOME

           MOVE "Data da interacao (AAAAMMDD, 0 = hoje): "
              TO WS-VD-PROMPT
           MOVE "N" TO WS-VD-FORMATO
           MOVE "S" TO WS-VD-PERMITE-ZERO
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO WS-INT-DATA
           IF WS-INT-DATA = ZERO
              ACCEPT WS-INT-DATA FROM DATE YYYYMMDD
           END-IF
           PERFORM ULTIMA-SEQ-INTERACAO

           DISPLAY "Tipo (L = ligacao, V = visita, E = e-mail, "
              "R = reuniao): "
           ACCEPT WS-INT-TIPO
           EVALUATE WS-INT-TIPO
               WHEN "L" MOVE "LIGACAO" TO INT-TIPO
               WHEN "V" MOVE "VISITA"  TO INT-TIPO
               WHEN "E" MOVE "E-MAIL"  TO INT-TIPO
               WHEN "R" MOVE "REUNIAO" TO INT-TIPO
               WHEN OTHER
                   DISPLAY "Tipo invalido!"
                   DISPLAY " "
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "Resumo: "
           ACCEPT INT-RESUMO
           DISPLAY "Operador: "
           ACCEPT INT-OPERADOR

           MOVE "Data de retorno (AAAAMMDD, 0 = sem retorno): "
              TO WS-VD-PROMPT
           MOVE "N" TO WS-VD-FORMATO
           MOVE "S" TO WS-VD-PERMITE-ZERO
           PERFORM OBTER-DATA-VALIDA
           IF WS-VD-NUM NOT = ZERO AND WS-VD-NUM < WS-INT-DATA
              DISPLAY "Retorno anterior a data da interacao!"
              DISPLAY " "
              EXIT PARAGRAPH
           END-IF
           MOVE WS-VD-NUM TO INT-RETORNO
           IF INT-RETORNO = ZERO
              MOVE "S" TO INT-RETORNO-OK
           ELSE
              MOVE "N" TO INT-RETORNO-OK
           END-IF

           MOVE WS-INT-COD  TO INT-CONTATO-COD
           MOVE WS-INT-DATA TO INT-DATA
           COMPUTE INT-SEQ = WS-INT-ULT-SEQ + 1
           WRITE REG-INTERACAO
               INVALID KEY DISPLAY "Erro ao gravar a interacao!"
               NOT INVALID KEY DISPLAY "Interacao registrada."
           END-WRITE.
           DISPLAY " ".

       *> ===============================
       *> ULTIMA SEQUENCIA DO CONTATO WS-INT-COD NA DATA
       *> WS-INT-DATA
       *> ===============================
       ULTIMA-SEQ-INTERACAO.
           MOVE ZERO TO WS-INT-ULT-SEQ

           MOVE WS-INT-COD  TO INT-CONTATO-COD
           MOVE WS-INT-DATA TO INT-DATA
           MOVE ZERO        TO INT-SEQ
           START INTERACOES KEY NOT LESS THAN INT-CHAVE
               INVALID KEY MOVE "99" TO WS-FS-INT
               NOT INVALID KEY MOVE "00" TO WS-FS-INT
           END-START
           PERFORM UNTIL WS-FS-INT NOT = "00"
               READ INTERACOES NEXT RECORD
                   AT END MOVE "99" TO WS-FS-INT
                   NOT AT END
                       IF INT-CONTATO-COD NOT = WS-INT-COD
                          OR INT-DATA NOT = WS-INT-DATA
                          MOVE "99" TO WS-FS-INT
                       ELSE
                          MOVE INT-SEQ TO WS-INT-ULT-SEQ
                       END-IF
               END-READ
           END-PERFORM.

       *> ===============================
       *> INTERACOES DO CONTATO (todas, da mais antiga para a
       *> mais recente)
       *> ===============================
       LISTAR-INTERACOES-CONTATO.
           DISPLAY "Codigo do contato: "
           ACCEPT WS-INT-COD
           MOVE WS-INT-COD TO CONTATO-COD
           READ CONTATOS KEY IS CONTATO-COD
               INVALID KEY
                   DISPLAY "Erro: Contato nao encontrado!"
                   DISPLAY " "
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "--- Interacoes de " CONTATO-NOME " ---"

           MOVE "N" TO WS-INT-ACHOU
           MOVE WS-INT-COD TO INT-CONTATO-COD
           MOVE ZERO       TO INT-DATA
           MOVE ZERO       TO INT-SEQ
           START INTERACOES KEY NOT LESS THAN INT-CHAVE
               INVALID KEY MOVE "99" TO WS-FS-INT
               NOT INVALID KEY MOVE "00" TO WS-FS-INT
           END-START
           PERFORM UNTIL WS-FS-INT NOT = "00"
               READ INTERACOES NEXT RECORD
                   AT END MOVE "99" TO WS-FS-INT
                   NOT AT END
                       IF INT-CONTATO-COD NOT = WS-INT-COD
                          MOVE "99" TO WS-FS-INT
                       ELSE
                          MOVE "S" TO WS-INT-ACHOU
                          PERFORM EXIBIR-INTERACAO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-INT-ACHOU = "N"
              DISPLAY "  (sem interacoes registradas)"
           END-IF.
           DISPLAY " ".

       EXIBIR-INTERACAO.
           MOVE INT-DATA TO WS-INT-DATA-AUX
           PERFORM FORMATAR-DATA-INTERACAO
           MOVE WS-INT-DATA-ED TO WS-INT-RET-ED
           PERFORM SITUACAO-RETORNO
           DISPLAY WS-INT-RET-ED " [" INT-SEQ "] " INT-TIPO
              " " INT-OPERADOR
           DISPLAY "   " INT-RESUMO
           IF INT-RETORNO NOT = ZERO
              MOVE INT-RETORNO TO WS-INT-DATA-AUX
              PERFORM FORMATAR-DATA-INTERACAO
              DISPLAY "   Retorno em " WS-INT-DATA-ED " - "
                 WS-INT-SITUACAO
           END-IF.

       *> ===============================
       *> DATA AAAAMMDD DE WS-INT-DATA-AUX EM DD/MM/AAAA
       *> ===============================
       FORMATAR-DATA-INTERACAO.
           MOVE SPACES TO WS-INT-DATA-ED
           STRING WS-INT-DATA-X(7:2) "/" WS-INT-DATA-X(5:2) "/"
              WS-INT-DATA-X(1:4) DELIMITED BY SIZE
              INTO WS-INT-DATA-ED
           END-STRING.

       *> ===============================
       *> SITUACAO DO RETORNO DA INTERACAO EM REG-INTERACAO
       *> (FEITO, ATRASADO, HOJE ou PENDENTE)
       *> ===============================
       SITUACAO-RETORNO.
           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           EVALUATE TRUE
               WHEN INT-RETORNO = ZERO
                   MOVE SPACES     TO WS-INT-SITUACAO
               WHEN INT-RETORNO-OK = "S"
                   MOVE "FEITO"    TO WS-INT-SITUACAO
               WHEN INT-RETORNO < WS-HOJE-NUM
                   MOVE "ATRASADO" TO WS-INT-SITUACAO
               WHEN INT-RETORNO = WS-HOJE-NUM
                   MOVE "HOJE"     TO WS-INT-SITUACAO
               WHEN OTHER
                   MOVE "PENDENTE" TO WS-INT-SITUACAO
           END-EVALUATE.

       *> ===============================
       *> RETORNOS PENDENTES (vencidos ate hoje e nao feitos;
       *> exibidos ao abrir a agenda)
       *> ===============================
       MOSTRAR-RETORNOS-PENDENTES.
           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           MOVE ZERO TO WS-INT-QTD
           MOVE LOW-VALUES TO INT-CHAVE
           START INTERACOES KEY NOT LESS THAN INT-CHAVE
               INVALID KEY MOVE "99" TO WS-FS-INT
               NOT INVALID KEY MOVE "00" TO WS-FS-INT
           END-START
           PERFORM UNTIL WS-FS-INT NOT = "00"
               READ INTERACOES NEXT RECORD
                   AT END MOVE "99" TO WS-FS-INT
                   NOT AT END
                       IF INT-RETORNO NOT = ZERO
                          AND INT-RETORNO NOT > WS-HOJE-NUM
                          AND INT-RETORNO-OK NOT = "S"
                          PERFORM EXIBIR-RETORNO-PENDENTE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-INT-QTD = ZERO
              DISPLAY "Nenhum retorno pendente para hoje."
           ELSE
              DISPLAY "Retornos pendentes: " WS-INT-QTD
           END-IF.
           DISPLAY " ".

       EXIBIR-RETORNO-PENDENTE.
           ADD 1 TO WS-INT-QTD
           IF WS-INT-QTD = 1
              DISPLAY "=============================="
              DISPLAY "  RETORNOS DE HOJE E ATRASADOS"
              DISPLAY "=============================="
           END-IF
           MOVE INT-CONTATO-COD TO CONTATO-COD
           READ CONTATOS KEY IS CONTATO-COD
               INVALID KEY MOVE "(contato excluido)" TO CONTATO-NOME
           END-READ
           PERFORM SITUACAO-RETORNO
           MOVE INT-RETORNO TO WS-INT-DATA-AUX
           PERFORM FORMATAR-DATA-INTERACAO
           DISPLAY WS-INT-DATA-ED " " WS-INT-SITUACAO " "
              INT-CONTATO-COD " " CONTATO-NOME
           MOVE INT-DATA TO WS-INT-DATA-AUX
           PERFORM FORMATAR-DATA-INTERACAO
           DISPLAY "   de " WS-INT-DATA-ED " [" INT-SEQ "] "
              INT-TIPO " " INT-RESUMO.

       *> ===============================
       *> CONCLUIR RETORNO (lista os pendentes e marca como
       *> feito o retorno escolhido)
       *> ===============================
       CONCLUIR-RETORNO.
           PERFORM MOSTRAR-RETORNOS-PENDENTES
           DISPLAY "Marcar retorno como feito - codigo do contato "
              "(0 = nenhum): "
           ACCEPT WS-INT-COD
           IF WS-INT-COD = ZERO
              DISPLAY " "
              EXIT PARAGRAPH
           END-IF
           MOVE "Data da interacao (AAAAMMDD): " TO WS-VD-PROMPT
           MOVE "N" TO WS-VD-FORMATO
           PERFORM OBTER-DATA-VALIDA
           DISPLAY "Sequencia: "
           ACCEPT WS-INT-SEQ-DIG

           MOVE WS-INT-COD     TO INT-CONTATO-COD
           MOVE WS-VD-NUM      TO INT-DATA
           MOVE WS-INT-SEQ-DIG TO INT-SEQ
           READ INTERACOES KEY IS INT-CHAVE
               INVALID KEY
                   DISPLAY "Interacao nao encontrada!"
                   DISPLAY " "
                   EXIT PARAGRAPH
           END-READ
           IF INT-RETORNO = ZERO OR INT-RETORNO-OK = "S"
              DISPLAY "Interacao sem retorno pendente."
              DISPLAY " "
              EXIT PARAGRAPH
           END-IF
           MOVE "S" TO INT-RETORNO-OK
           REWRITE REG-INTERACAO
               INVALID KEY DISPLAY "Erro ao atualizar a interacao!"
               NOT INVALID KEY DISPLAY "Retorno marcado como feito."
           END-REWRITE.
           DISPLAY " ".

       *> ===============================
       *> RELATORIO DE INTERACOES POR CONTATO OU POR GRUPO NO
       *> PERIODO (INTERACOES-AAAAMMDD.REL)
       *> ===============================
       RELATORIO-INTERACOES.
           DISPLAY "Codigo do contato (0 = por grupo): "
           ACCEPT WS-INT-COD
           MOVE SPACES TO WS-INT-GRUPO
           IF WS-INT-COD = ZERO
              DISPLAY "Grupo (branco = todos): "
              ACCEPT WS-INT-GRUPO
           END-IF
           MOVE "Data inicial (AAAAMMDD, 0 = desde o inicio): "
              TO WS-VD-PROMPT
           MOVE "N" TO WS-VD-FORMATO
           MOVE "S" TO WS-VD-PERMITE-ZERO
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO WS-INT-INICIO
           MOVE "Data final (AAAAMMDD, 0 = hoje): " TO WS-VD-PROMPT
           MOVE "N" TO WS-VD-FORMATO
           MOVE "S" TO WS-VD-PERMITE-ZERO
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO WS-INT-FIM
           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           IF WS-INT-FIM = ZERO
              MOVE WS-HOJE-NUM TO WS-INT-FIM
           END-IF
           IF WS-INT-INICIO > WS-INT-FIM
              DISPLAY "Periodo invalido!"
              DISPLAY " "
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ARQ-INT
           STRING "INTERACOES-" DELIMITED BY SIZE
                  WS-HOJE-NUM DELIMITED BY SIZE
                  ".REL" DELIMITED BY SIZE
                  INTO WS-ARQ-INT
           END-STRING
           OPEN OUTPUT ARQ-INTERACOES
           IF WS-FS-ARQINT NOT = "00"
              DISPLAY "Erro ao criar o arquivo do relatorio!"
              DISPLAY " "
              EXIT PARAGRAPH
           END-IF

           MOVE ALL "=" TO WS-LINHA-INT
           WRITE REG-ARQ-INTERACAO FROM WS-LINHA-INT
           MOVE SPACES TO WS-LINHA-INT
           MOVE WS-INT-INICIO TO WS-INT-DATA-AUX
           PERFORM FORMATAR-DATA-INTERACAO
           MOVE WS-INT-DATA-ED TO WS-INT-RET-ED
           MOVE WS-INT-FIM TO WS-INT-DATA-AUX
           PERFORM FORMATAR-DATA-INTERACAO
           STRING "INTERACOES DE " DELIMITED BY SIZE
                  WS-INT-RET-ED DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-INT-DATA-ED DELIMITED BY SIZE
                  INTO WS-LINHA-INT
           END-STRING
           WRITE REG-ARQ-INTERACAO FROM WS-LINHA-INT
           MOVE ALL "=" TO WS-LINHA-INT
           WRITE REG-ARQ-INTERACAO FROM WS-LINHA-INT

           MOVE ZERO TO WS-INT-QTD
           MOVE ZERO TO WS-INT-CONTATOS
           IF WS-INT-COD NOT = ZERO
              MOVE WS-INT-COD TO CONTATO-COD
              READ CONTATOS KEY IS CONTATO-COD
                  INVALID KEY
                      DISPLAY "Erro: Contato nao encontrado!"
                  NOT INVALID KEY
                      PERFORM IMPRIMIR-INTERACOES-CONTATO
              END-READ
           ELSE
              MOVE "00" TO WS-FS
              MOVE WS-COD-INICIO TO CONTATO-COD
              START CONTATOS KEY NOT LESS THAN CONTATO-COD
                  INVALID KEY MOVE "99" TO WS-FS
              END-START
              PERFORM UNTIL WS-FS = "99"
                  READ CONTATOS NEXT RECORD
                      AT END MOVE "99" TO WS-FS
                      NOT AT END
                          IF WS-INT-GRUPO = SPACES
                             OR CONTATO-GRUPO = WS-INT-GRUPO
                             PERFORM IMPRIMIR-INTERACOES-CONTATO
                          END-IF
                  END-READ
              END-PERFORM
           END-IF

           MOVE ALL "-" TO WS-LINHA-INT
           WRITE REG-ARQ-INTERACAO FROM WS-LINHA-INT
           MOVE SPACES TO WS-LINHA-INT
           STRING "CONTATOS: " DELIMITED BY SIZE
                  WS-INT-CONTATOS DELIMITED BY SIZE
                  "   INTERACOES: " DELIMITED BY SIZE
                  WS-INT-QTD DELIMITED BY SIZE
                  INTO WS-LINHA-INT
           END-STRING
           WRITE REG-ARQ-INTERACAO FROM WS-LINHA-INT
           CLOSE ARQ-INTERACOES
           DISPLAY "Relatorio gravado em " WS-ARQ-INT
           DISPLAY "Interacoes listadas: " WS-INT-QTD
           DISPLAY " ".

       IMPRIMIR-INTERACOES-CONTATO.
           MOVE "N" TO WS-INT-ACHOU
           MOVE CONTATO-COD   TO WS-INT-CONTATO
           MOVE CONTATO-COD   TO INT-CONTATO-COD
           MOVE WS-INT-INICIO TO INT-DATA
           MOVE ZERO          TO INT-SEQ
           START INTERACOES KEY NOT LESS THAN INT-CHAVE
               INVALID KEY MOVE "99" TO WS-FS-INT
               NOT INVALID KEY MOVE "00" TO WS-FS-INT
           END-START
           PERFORM UNTIL WS-FS-INT NOT = "00"
               READ INTERACOES NEXT RECORD
                   AT END MOVE "99" TO WS-FS-INT
                   NOT AT END
                       IF INT-CONTATO-COD NOT = WS-INT-CONTATO
                          OR INT-DATA > WS-INT-FIM
                          MOVE "99" TO WS-FS-INT
                       ELSE
                          PERFORM IMPRIMIR-LINHA-INTERACAO
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIMIR-LINHA-INTERACAO.
           IF WS-INT-ACHOU = "N"
              MOVE "S" TO WS-INT-ACHOU
              ADD 1 TO WS-INT-CONTATOS
              MOVE SPACES TO WS-LINHA-INT
              WRITE REG-ARQ-INTERACAO FROM WS-LINHA-INT
              STRING "CONTATO " DELIMITED BY SIZE
                     CONTATO-COD DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     CONTATO-NOME DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     CONTATO-GRUPO DELIMITED BY SIZE
                     INTO WS-LINHA-INT
              END-STRING
              WRITE REG-ARQ-INTERACAO FROM WS-LINHA-INT
           END-IF
           ADD 1 TO WS-INT-QTD

           MOVE INT-DATA TO WS-INT-DATA-AUX
           PERFORM FORMATAR-DATA-INTERACAO
           MOVE WS-INT-DATA-ED TO WS-INT-RET-ED
           PERFORM SITUACAO-RETORNO
           MOVE SPACES TO WS-LINHA-INT
           IF INT-RETORNO = ZERO
              STRING "  " DELIMITED BY SIZE
                     WS-INT-RET-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     INT-TIPO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     INT-OPERADOR DELIMITED BY SIZE
                     INTO WS-LINHA-INT
              END-STRING
           ELSE
              MOVE INT-RETORNO TO WS-INT-DATA-AUX
              PERFORM FORMATAR-DATA-INTERACAO
              STRING "  " DELIMITED BY SIZE
                     WS-INT-RET-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     INT-TIPO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     INT-OPERADOR DELIMITED BY SIZE
                     " RETORNO " DELIMITED BY SIZE
                     WS-INT-DATA-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-INT-SITUACAO DELIMITED BY SIZE
                     INTO WS-LINHA-INT
              END-STRING
           END-IF
           WRITE REG-ARQ-INTERACAO FROM WS-LINHA-INT
           MOVE SPACES TO WS-LINHA-INT
           STRING "      " DELIMITED BY SIZE
                  INT-RESUMO DELIMITED BY SIZE
                  INTO WS-LINHA-INT
           END-STRING
           WRITE REG-ARQ-INTERACAO FROM WS-LINHA-INT.

       *> ===============================
       *> EXCLUIR TODAS AS INTERACOES DE UM CONTATO
       *> ===============================
       EXCLUIR-INTERACOES-TODAS.
           MOVE WS-COD-PESQUISA TO INT-CONTATO-COD
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
                       IF INT-CONTATO-COD NOT = WS-COD-PESQUISA
                          MOVE "99" TO WS-FS-INT
                       ELSE
                          DELETE INTERACOES
                             INVALID KEY
                                DISPLAY "Erro ao excluir a "
                                   "interacao do contato!"
                          END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

       *> ===============================
       *> PROCURAR CONTATOS DUPLICADOS (mesmo e-mail, mesmo nome
       *> sem acentos, caixa e espacos extras, ou mesmo telefone
       *> no cadastro ou em CONTDET.DAT - comparado pelos 8
       *> ultimos digitos); grava DUPLICADOS-AAAAMMDD.REL com o
       *> motivo de cada par e oferece a revisao dos pares
       *> ===============================
       PROCURAR-DUPLICADOS.
           PERFORM CARREGAR-CONTATOS-DUP
           IF WS-DUP-QTD-CONT < 2
              DISPLAY "Contatos insuficientes para comparar."
              DISPLAY " "
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-DUP-QTD-PARES
           MOVE "N"  TO WS-DUP-LIMITE
           PERFORM VARYING WS-DUP-I FROM 1 BY 1
              UNTIL WS-DUP-I >= WS-DUP-QTD-CONT
              COMPUTE WS-DUP-IDX = WS-DUP-I + 1
              PERFORM VARYING WS-DUP-J FROM WS-DUP-IDX BY 1
                 UNTIL WS-DUP-J > WS-DUP-QTD-CONT
                 PERFORM COMPARAR-PAR-DUP
              END-PERFORM
           END-PERFORM

           PERFORM GRAVAR-LISTA-DUPLICADOS
           DISPLAY "Contatos comparados: " WS-DUP-QTD-CONT
           DISPLAY "Pares suspeitos    : " WS-DUP-QTD-PARES
           IF WS-DUP-LIMITE = "S"
              DISPLAY "Lista limitada a 500 pares - mescle estes e "
                 "procure de novo."
           END-IF
           IF WS-DUP-QTD-PARES = ZERO
              DISPLAY " "
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Revisar os pares agora (S/N)? "
           ACCEPT WS-DUP-REVISAR
           IF WS-DUP-REVISAR = "S"
              MOVE "S" TO WS-DUP-CONTINUAR
              PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
                 UNTIL WS-DUP-IDX > WS-DUP-QTD-PARES
                    OR WS-DUP-CONTINUAR = "N"
                 PERFORM REVISAR-PAR-DUP
              END-PERFORM
           END-IF.
           DISPLAY " ".

       *> ===============================
       *> CARREGAR OS CONTATOS NORMALIZADOS PARA A COMPARACAO
       *> ===============================
       CARREGAR-CONTATOS-DUP.
           MOVE ZERO TO WS-DUP-QTD-CONT
           MOVE ZERO TO WS-DUP-QTD-FONES

           MOVE "00" TO WS-FS
           MOVE WS-COD-INICIO TO CONTATO-COD
           START CONTATOS KEY NOT LESS THAN CONTATO-COD
               INVALID KEY MOVE "99" TO WS-FS
           END-START

           PERFORM UNTIL WS-FS = "99"
               READ CONTATOS NEXT RECORD
                   AT END MOVE "99" TO WS-FS
                   NOT AT END
                       IF WS-DUP-QTD-CONT < 2000
                          PERFORM CARREGAR-CONTATO-DUP
                       ELSE
                          MOVE "99" TO WS-FS
                          DISPLAY "Comparacao limitada aos 2000 "
                             "primeiros contatos."
                       END-IF
               END-READ
           END-PERFORM.

       CARREGAR-CONTATO-DUP.
           ADD 1 TO WS-DUP-QTD-CONT
           MOVE CONTATO-COD TO WS-DUP-C-COD (WS-DUP-QTD-CONT)
           MOVE CONTATO-NOME TO WS-DUP-ENTRADA
           PERFORM NORMALIZAR-TEXTO-DUP
           MOVE WS-DUP-SAIDA TO WS-DUP-C-NOME (WS-DUP-QTD-CONT)
           MOVE CONTATO-EMAIL TO WS-DUP-ENTRADA
           PERFORM NORMALIZAR-TEXTO-DUP
           MOVE WS-DUP-SAIDA TO WS-DUP-C-EMAIL (WS-DUP-QTD-CONT)
           COMPUTE WS-DUP-C-FONE-INI (WS-DUP-QTD-CONT) =
              WS-DUP-QTD-FONES + 1
           MOVE ZERO TO WS-DUP-C-FONE-QTD (WS-DUP-QTD-CONT)

           MOVE CONTATO-TELEFONE TO WS-DUP-ENTRADA
           PERFORM GUARDAR-TELEFONE-DUP

           MOVE CONTATO-COD TO DET-CONTATO-COD
           MOVE 1 TO DET-SEQ
           START CONTATO-DETALHES KEY NOT LESS THAN DET-CHAVE
               INVALID KEY MOVE "99" TO WS-FS-DET
               NOT INVALID KEY MOVE "00" TO WS-FS-DET
           END-START
           PERFORM UNTIL WS-FS-DET NOT = "00"
               READ CONTATO-DETALHES NEXT RECORD
                   AT END MOVE "99" TO WS-FS-DET
                   NOT AT END
                       IF DET-CONTATO-COD NOT = CONTATO-COD
                          MOVE "99" TO WS-FS-DET
                       ELSE
                          IF DET-TIPO NOT = "ENDERECO"
                             AND DET-TIPO NOT = "EMAIL"
                             AND DET-TIPO NOT = "E-MAIL"
                             MOVE DET-VALOR TO WS-DUP-ENTRADA
                             PERFORM GUARDAR-TELEFONE-DUP
                          END-IF
                       END-IF
               END-READ
           END-PERFORM.

       *> ===============================
       *> GUARDAR O TELEFONE EM WS-DUP-ENTRADA (so os digitos;
       *> com menos de 8 digitos nao e telefone)
       *> ===============================
       GUARDAR-TELEFONE-DUP.
           MOVE SPACES TO WS-DUP-SAIDA
           MOVE ZERO   TO WS-DUP-POS-SAI
           PERFORM VARYING WS-DUP-POS FROM 1 BY 1
              UNTIL WS-DUP-POS > 40
              IF WS-DUP-ENTRADA(WS-DUP-POS:1) IS NUMERIC
                 AND WS-DUP-POS-SAI < 40
                 ADD 1 TO WS-DUP-POS-SAI
                 MOVE WS-DUP-ENTRADA(WS-DUP-POS:1)
                    TO WS-DUP-SAIDA(WS-DUP-POS-SAI:1)
              END-IF
           END-PERFORM
           IF WS-DUP-POS-SAI >= 8 AND WS-DUP-QTD-FONES < 4000
              ADD 1 TO WS-DUP-QTD-FONES
              MOVE WS-DUP-SAIDA(WS-DUP-POS-SAI - 7:8)
                 TO WS-DUP-FONE (WS-DUP-QTD-FONES)
              ADD 1 TO WS-DUP-C-FONE-QTD (WS-DUP-QTD-CONT)
           END-IF.

       *> ===============================
       *> NORMALIZAR TEXTO (WS-DUP-ENTRADA -> WS-DUP-SAIDA: sem
       *> acentos em Latin-1 ou UTF-8, em maiusculas, sem espacos
       *> no inicio e com um so espaco entre as palavras)
       *> ===============================
       NORMALIZAR-TEXTO-DUP.
           MOVE SPACES TO WS-DUP-SAIDA
           MOVE ZERO   TO WS-DUP-POS-SAI
           MOVE "S"    TO WS-DUP-ESPACO
           PERFORM VARYING WS-DUP-POS FROM 1 BY 1
              UNTIL WS-DUP-POS > 40
              MOVE WS-DUP-ENTRADA(WS-DUP-POS:1) TO WS-DUP-CAR
              IF WS-DUP-CAR = X"C3" AND WS-DUP-POS < 40
                 MOVE WS-DUP-ENTRADA(WS-DUP-POS + 1:1)
                    TO WS-DUP-CAR-PROX
                 IF WS-DUP-CAR-PROX >= X"80"
                    AND WS-DUP-CAR-PROX <= X"BF"
                    INSPECT WS-DUP-CAR-PROX CONVERTING
                       WS-DUP-ACENTOS-UTF TO WS-DUP-SEM-ACENTO
                    MOVE WS-DUP-CAR-PROX TO WS-DUP-CAR
                    ADD 1 TO WS-DUP-POS
                 END-IF
              END-IF
              IF WS-DUP-CAR = SPACE
                 IF WS-DUP-ESPACO = "N"
                    ADD 1 TO WS-DUP-POS-SAI
                    MOVE "S" TO WS-DUP-ESPACO
                 END-IF
              ELSE
                 ADD 1 TO WS-DUP-POS-SAI
                 MOVE WS-DUP-CAR TO WS-DUP-SAIDA(WS-DUP-POS-SAI:1)
                 MOVE "N" TO WS-DUP-ESPACO
              END-IF
           END-PERFORM
           INSPECT WS-DUP-SAIDA CONVERTING
              WS-DUP-ACENTOS-LAT TO WS-DUP-SEM-ACENTO
           INSPECT WS-DUP-SAIDA CONVERTING
              WS-DUP-MINUSCULAS TO WS-DUP-MAIUSCULAS.

       *> ===============================
       *> COMPARAR O PAR (WS-DUP-I, WS-DUP-J)
       *> ===============================
       COMPARAR-PAR-DUP.
           MOVE SPACES TO WS-DUP-MOTIVO
           IF WS-DUP-C-EMAIL (WS-DUP-I) NOT = SPACES
              AND WS-DUP-C-EMAIL (WS-DUP-I) = WS-DUP-C-EMAIL (WS-DUP-J)
              MOVE "E-MAIL" TO WS-DUP-MOTIVO
           END-IF
           IF WS-DUP-C-NOME (WS-DUP-I) NOT = SPACES
              AND WS-DUP-C-NOME (WS-DUP-I) = WS-DUP-C-NOME (WS-DUP-J)
              IF WS-DUP-MOTIVO = SPACES
                 MOVE "NOME" TO WS-DUP-MOTIVO
              ELSE
                 MOVE SPACES TO WS-LINHA-DUP
                 STRING WS-DUP-MOTIVO DELIMITED BY "  "
                        " NOME" DELIMITED BY SIZE
                        INTO WS-LINHA-DUP
                 END-STRING
                 MOVE WS-LINHA-DUP TO WS-DUP-MOTIVO
              END-IF
           END-IF

           MOVE "N" TO WS-DUP-FONE-IGUAL
           COMPUTE WS-DUP-FIM-I = WS-DUP-C-FONE-INI (WS-DUP-I)
              + WS-DUP-C-FONE-QTD (WS-DUP-I) - 1
           COMPUTE WS-DUP-FIM-J = WS-DUP-C-FONE-INI (WS-DUP-J)
              + WS-DUP-C-FONE-QTD (WS-DUP-J) - 1
           PERFORM VARYING WS-DUP-F1 FROM WS-DUP-C-FONE-INI (WS-DUP-I)
              BY 1 UNTIL WS-DUP-F1 > WS-DUP-FIM-I
                 OR WS-DUP-FONE-IGUAL = "S"
              PERFORM VARYING WS-DUP-F2
                 FROM WS-DUP-C-FONE-INI (WS-DUP-J)
                 BY 1 UNTIL WS-DUP-F2 > WS-DUP-FIM-J
                    OR WS-DUP-FONE-IGUAL = "S"
                 IF WS-DUP-FONE (WS-DUP-F1) = WS-DUP-FONE (WS-DUP-F2)
                    MOVE "S" TO WS-DUP-FONE-IGUAL
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-DUP-FONE-IGUAL = "S"
              IF WS-DUP-MOTIVO = SPACES
                 MOVE "TELEFONE" TO WS-DUP-MOTIVO
              ELSE
                 MOVE SPACES TO WS-LINHA-DUP
                 STRING WS-DUP-MOTIVO DELIMITED BY "  "
                        " TELEFONE" DELIMITED BY SIZE
                        INTO WS-LINHA-DUP
                 END-STRING
                 MOVE WS-LINHA-DUP TO WS-DUP-MOTIVO
              END-IF
           END-IF

           IF WS-DUP-MOTIVO NOT = SPACES
              IF WS-DUP-QTD-PARES < 500
                 ADD 1 TO WS-DUP-QTD-PARES
                 MOVE WS-DUP-C-COD (WS-DUP-I)
                    TO WS-DUP-P-COD-A (WS-DUP-QTD-PARES)
                 MOVE WS-DUP-C-COD (WS-DUP-J)
                    TO WS-DUP-P-COD-B (WS-DUP-QTD-PARES)
                 MOVE WS-DUP-MOTIVO
                    TO WS-DUP-P-MOTIVO (WS-DUP-QTD-PARES)
              ELSE
                 MOVE "S" TO WS-DUP-LIMITE
              END-IF
           END-IF.

       *> ===============================
       *> LISTA DE REVISAO DOS PARES SUSPEITOS
       *> ===============================
       GRAVAR-LISTA-DUPLICADOS.
           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARQ-DUP
           STRING "DUPLICADOS-" DELIMITED BY SIZE
                  WS-HOJE-NUM DELIMITED BY SIZE
                  ".REL" DELIMITED BY SIZE
                  INTO WS-ARQ-DUP
           END-STRING
           OPEN OUTPUT ARQ-DUPLICADOS
           IF WS-FS-DUP NOT = "00"
              DISPLAY "Erro ao criar a lista de duplicados!"
              EXIT PARAGRAPH
           END-IF

           MOVE ALL "=" TO WS-LINHA-DUP
           WRITE REG-ARQ-DUPLICADO FROM WS-LINHA-DUP
           MOVE SPACES TO WS-LINHA-DUP
           STRING "CONTATOS DUPLICADOS - REVISAO  DATA "
                     DELIMITED BY SIZE
                  WS-HOJE-NUM DELIMITED BY SIZE
                  INTO WS-LINHA-DUP
           END-STRING
           WRITE REG-ARQ-DUPLICADO FROM WS-LINHA-DUP
           MOVE ALL "=" TO WS-LINHA-DUP
           WRITE REG-ARQ-DUPLICADO FROM WS-LINHA-DUP

           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
              UNTIL WS-DUP-IDX > WS-DUP-QTD-PARES
              MOVE SPACES TO WS-LINHA-DUP
              STRING "PAR " DELIMITED BY SIZE
                     WS-DUP-IDX DELIMITED BY SIZE
                     " - MOTIVO: MESMO " DELIMITED BY SIZE
                     WS-DUP-P-MOTIVO (WS-DUP-IDX) DELIMITED BY SIZE
                     INTO WS-LINHA-DUP
              END-STRING
              WRITE REG-ARQ-DUPLICADO FROM WS-LINHA-DUP
              MOVE WS-DUP-P-COD-A (WS-DUP-IDX) TO CONTATO-COD
              PERFORM GRAVAR-LINHA-CONTATO-DUP
              MOVE WS-DUP-P-COD-B (WS-DUP-IDX) TO CONTATO-COD
              PERFORM GRAVAR-LINHA-CONTATO-DUP
              MOVE SPACES TO WS-LINHA-DUP
              WRITE REG-ARQ-DUPLICADO FROM WS-LINHA-DUP
           END-PERFORM

           MOVE ALL "-" TO WS-LINHA-DUP
           WRITE REG-ARQ-DUPLICADO FROM WS-LINHA-DUP
           MOVE SPACES TO WS-LINHA-DUP
           STRING "PARES SUSPEITOS: " DELIMITED BY SIZE
                  WS-DUP-QTD-PARES DELIMITED BY SIZE
                  INTO WS-LINHA-DUP
           END-STRING
           WRITE REG-ARQ-DUPLICADO FROM WS-LINHA-DUP
           CLOSE ARQ-DUPLICADOS
           DISPLAY "Lista de revisao gravada em " WS-ARQ-DUP.

       GRAVAR-LINHA-CONTATO-DUP.
           READ CONTATOS KEY IS CONTATO-COD
               INVALID KEY
                   MOVE "(nao encontrado)" TO CONTATO-NOME
                   MOVE SPACES TO CONTATO-TELEFONE
                   MOVE SPACES TO CONTATO-EMAIL
           END-READ
           MOVE SPACES TO WS-LINHA-DUP
           STRING "   " DELIMITED BY SIZE
                  CONTATO-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONTATO-NOME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONTATO-TELEFONE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONTATO-EMAIL(1:24) DELIMITED BY SIZE
                  INTO WS-LINHA-DUP
           END-STRING
           WRITE REG-ARQ-DUPLICADO FROM WS-LINHA-DUP.

       *> ===============================
       *> REVISAR UM PAR: O USUARIO ESCOLHE O CONTATO QUE FICA
       *> ===============================
       REVISAR-PAR-DUP.
           MOVE WS-DUP-P-COD-A (WS-DUP-IDX) TO WS-DUP-COD-A
           MOVE WS-DUP-P-COD-B (WS-DUP-IDX) TO WS-DUP-COD-B
           MOVE WS-DUP-COD-B TO CONTATO-COD
           READ CONTATOS KEY IS CONTATO-COD
               INVALID KEY
                   DISPLAY "Par " WS-DUP-IDX " ja resolvido."
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-DUP-COD-A TO CONTATO-COD
           READ CONTATOS KEY IS CONTATO-COD
               INVALID KEY
                   DISPLAY "Par " WS-DUP-IDX " ja resolvido."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "=============================="
           DISPLAY "Par " WS-DUP-IDX " - mesmo "
              WS-DUP-P-MOTIVO (WS-DUP-IDX)
           DISPLAY "A) " CONTATO-COD " " CONTATO-NOME
           DISPLAY "   " CONTATO-TELEFONE " " CONTATO-EMAIL
           DISPLAY "   Grupo: " CONTATO-GRUPO
           MOVE WS-DUP-COD-B TO CONTATO-COD
           READ CONTATOS KEY IS CONTATO-COD
               INVALID KEY CONTINUE
           END-READ
           DISPLAY "B) " CONTATO-COD " " CONTATO-NOME
           DISPLAY "   " CONTATO-TELEFONE " " CONTATO-EMAIL
           DISPLAY "   Grupo: " CONTATO-GRUPO
           DISPLAY "Manter qual (A/B, P = pular, F = encerrar)? "
           ACCEPT WS-DUP-ESCOLHA

           EVALUATE WS-DUP-ESCOLHA
               WHEN "A"
                   MOVE WS-DUP-COD-A TO WS-MRG-SOBREVIVE
                   MOVE WS-DUP-COD-B TO WS-MRG-EXCLUIDO
               WHEN "B"
                   MOVE WS-DUP-COD-B TO WS-MRG-SOBREVIVE
                   MOVE WS-DUP-COD-A TO WS-MRG-EXCLUIDO
               WHEN "F"
                   MOVE "N" TO WS-DUP-CONTINUAR
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "REVISAO" TO WS-MRG-ORIGEM
           MOVE SPACES TO WS-MRG-MOTIVO
           STRING "MESMO " DELIMITED BY SIZE
                  WS-DUP-P-MOTIVO (WS-DUP-IDX) DELIMITED BY SIZE
                  INTO WS-MRG-MOTIVO
           END-STRING
           PERFORM MESCLAR-CONTATOS.

       *> ===============================
       *> MESCLAR DOIS CONTATOS INFORMADOS PELO USUARIO
       *> ===============================
       MESCLAR-CONTATOS-MANUAL.
           DISPLAY "Codigo do contato que fica: "
           ACCEPT WS-MRG-SOBREVIVE
           DISPLAY "Codigo do contato a incorporar e excluir: "
           ACCEPT WS-MRG-EXCLUIDO
           IF WS-MRG-SOBREVIVE = WS-MRG-EXCLUIDO
              DISPLAY "Informe dois contatos diferentes!"
              DISPLAY " "
              EXIT PARAGRAPH
           END-IF
           MOVE WS-MRG-EXCLUIDO TO CONTATO-COD
           READ CONTATOS KEY IS CONTATO-COD
               INVALID KEY
                   DISPLAY "Erro: Contato " WS-MRG-EXCLUIDO
                      " nao encontrado!"
                   DISPLAY " "
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Excluir : " CONTATO-COD " " CONTATO-NOME
           MOVE WS-MRG-SOBREVIVE TO CONTATO-COD
           READ CONTATOS KEY IS CONTATO-COD
               INVALID KEY
                   DISPLAY "Erro: Contato " WS-MRG-SOBREVIVE
                      " nao encontrado!"
                   DISPLAY " "
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Manter  : " CONTATO-COD " " CONTATO-NOME
           DISPLAY "Confirma a mesclagem (S/N)? "
           ACCEPT WS-DUP-ESCOLHA
           IF WS-DUP-ESCOLHA = "S"
              MOVE "MANUAL" TO WS-MRG-ORIGEM
              MOVE "INFORMADO PELO USUARIO" TO WS-MRG-MOTIVO
              PERFORM MESCLAR-CONTATOS
           END-IF.
           DISPLAY " ".

       *> ===============================
       *> MESCLAR WS-MRG-EXCLUIDO EM WS-MRG-SOBREVIVE (entradas
       *> adicionais e interacoes passam ao contato que fica, os
       *> campos vazios dele sao preenchidos com os do outro e o
       *> outro e excluido). Contato do grupo CLIENTES vem do
       *> cadastro de clientes e nao pode ser o excluido, pois a
       *> sincronizacao o criaria de novo. Se alguma gravacao ou
       *> exclusao falhar (WS-MRG-ERRO = "S") o excluido fica com
       *> o que sobrou e a mesclagem nao e registrada.
       *> ===============================
       MESCLAR-CONTATOS.
           MOVE WS-MRG-EXCLUIDO TO CONTATO-COD
           READ CONTATOS KEY IS CONTATO-COD
               INVALID KEY
                   DISPLAY "Erro: Contato " WS-MRG-EXCLUIDO
                      " nao encontrado!"
                   EXIT PARAGRAPH
           END-READ
           MOVE CONTATO-NOME       TO WS-MRG-NOME
           MOVE CONTATO-TELEFONE   TO WS-MRG-TELEFONE
           MOVE CONTATO-EMAIL      TO WS-MRG-EMAIL
           MOVE CONTATO-GRUPO      TO WS-MRG-GRUPO
           MOVE CONTATO-NASCIMENTO TO WS-MRG-NASCIMENTO

           MOVE WS-MRG-SOBREVIVE TO CONTATO-COD
           READ CONTATOS KEY IS CONTATO-COD
               INVALID KEY
                   DISPLAY "Erro: Contato " WS-MRG-SOBREVIVE
                      " nao encontrado!"
                   EXIT PARAGRAPH
           END-READ
           IF WS-MRG-GRUPO = "CLIENTES"
              IF CONTATO-GRUPO = "CLIENTES"
                 DISPLAY "Os dois contatos vem do cadastro de "
                    "clientes - a duplicidade deve ser tratada "
                    "no cadastro de clientes."
              ELSE
                 DISPLAY "O contato " WS-MRG-EXCLUIDO " vem do "
                    "cadastro de clientes e deve ser o mantido."
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-MRG-ALTEROU
           IF CONTATO-NOME = SPACES
              MOVE WS-MRG-NOME TO CONTATO-NOME
              MOVE "S" TO WS-MRG-ALTEROU
           END-IF
           IF CONTATO-TELEFONE = SPACES
              MOVE WS-MRG-TELEFONE TO CONTATO-TELEFONE
              MOVE "S" TO WS-MRG-ALTEROU
           END-IF
           IF CONTATO-EMAIL = SPACES
              MOVE WS-MRG-EMAIL TO CONTATO-EMAIL
              MOVE "S" TO WS-MRG-ALTEROU
           END-IF
           IF CONTATO-GRUPO = SPACES
              MOVE WS-MRG-GRUPO TO CONTATO-GRUPO
              MOVE "S" TO WS-MRG-ALTEROU
           END-IF
           IF CONTATO-NASCIMENTO = ZERO
              MOVE WS-MRG-NASCIMENTO TO CONTATO-NASCIMENTO
              MOVE "S" TO WS-MRG-ALTEROU
           END-IF
           IF WS-MRG-ALTEROU = "S"
              REWRITE REG-CONTATO
                  INVALID KEY
                     DISPLAY "Erro ao atualizar o contato "
                        WS-MRG-SOBREVIVE "!"
                     EXIT PARAGRAPH
              END-REWRITE
           END-IF

           MOVE ZERO TO WS-MRG-DETALHES
           MOVE ZERO TO WS-MRG-INTERACOES
           MOVE "N" TO WS-MRG-ERRO
           PERFORM ULTIMA-SEQ-DETALHE-MESCLA
           MOVE "S" TO WS-MRG-OK
           PERFORM MOVER-DETALHE-MESCLA UNTIL WS-MRG-OK = "N"
           MOVE "S" TO WS-MRG-OK
           PERFORM MOVER-INTERACAO-MESCLA UNTIL WS-MRG-OK = "N"

      *> telefone e e-mail diferentes do excluido ficam como
      *> entradas adicionais do contato que fica
           IF WS-MRG-ERRO = "N"
              AND WS-MRG-TELEFONE NOT = SPACES
              AND WS-MRG-TELEFONE NOT = CONTATO-TELEFONE
              MOVE "TELEFONE"      TO DET-TIPO
              MOVE WS-MRG-TELEFONE TO DET-VALOR
              PERFORM INCLUIR-DETALHE-MESCLA
           END-IF
           IF WS-MRG-ERRO = "N"
              AND WS-MRG-EMAIL NOT = SPACES
              AND WS-MRG-EMAIL NOT = CONTATO-EMAIL
              MOVE "EMAIL"      TO DET-TIPO
              MOVE WS-MRG-EMAIL TO DET-VALOR
              PERFORM INCLUIR-DETALHE-MESCLA
           END-IF

           IF WS-MRG-ERRO = "N"
              MOVE WS-MRG-EXCLUIDO TO CONTATO-COD
              DELETE CONTATOS RECORD
                  INVALID KEY
                     DISPLAY "Erro ao excluir o contato "
                        WS-MRG-EXCLUIDO "!"
                     MOVE "S" TO WS-MRG-ERRO
              END-DELETE
           END-IF
           IF WS-MRG-ERRO = "S"
              DISPLAY "Mesclagem incompleta: " WS-MRG-DETALHES
                 " entrada(s) e " WS-MRG-INTERACOES
                 " interacao(oes) passaram para " WS-MRG-SOBREVIVE
                 "; o contato " WS-MRG-EXCLUIDO " foi mantido com "
                 "o restante. Corrija o erro e mescle de novo."
              EXIT PARAGRAPH
           END-IF

           PERFORM GRAVAR-LOG-MESCLA
           DISPLAY "Contato " WS-MRG-EXCLUIDO " mesclado em "
              WS-MRG-SOBREVIVE ": " WS-MRG-DETALHES
              " entrada(s) e " WS-MRG-INTERACOES
              " interacao(oes) transferidas.".

       ULTIMA-SEQ-DETALHE-MESCLA.
           MOVE ZERO TO WS-DET-ULT-SEQ
           MOVE WS-MRG-SOBREVIVE TO DET-CONTATO-COD
           MOVE 1 TO DET-SEQ
           START CONTATO-DETALHES KEY NOT LESS THAN DET-CHAVE
               INVALID KEY MOVE "99" TO WS-FS-DET
               NOT INVALID KEY MOVE "00" TO WS-FS-DET
           END-START
           PERFORM UNTIL WS-FS-DET NOT = "00"
               READ CONTATO-DETALHES NEXT RECORD
                   AT END MOVE "99" TO WS-FS-DET
                   NOT AT END
                       IF DET-CONTATO-COD NOT = WS-MRG-SOBREVIVE
                          MOVE "99" TO WS-FS-DET
                       ELSE
                          MOVE DET-SEQ TO WS-DET-ULT-SEQ
                       END-IF
               END-READ
           END-PERFORM.

       *> ===============================
       *> TRANSFERIR A PRIMEIRA ENTRADA ADICIONAL DO EXCLUIDO
       *> (WS-MRG-OK = "N" quando nao houver mais)
       *> ===============================
       MOVER-DETALHE-MESCLA.
           MOVE WS-MRG-EXCLUIDO TO DET-CONTATO-COD
           MOVE ZERO TO DET-SEQ
           START CONTATO-DETALHES KEY NOT LESS THAN DET-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-MRG-OK
                   EXIT PARAGRAPH
           END-START
           READ CONTATO-DETALHES NEXT RECORD
               AT END
                   MOVE "N" TO WS-MRG-OK
                   EXIT PARAGRAPH
           END-READ
           IF DET-CONTATO-COD NOT = WS-MRG-EXCLUIDO
              MOVE "N" TO WS-MRG-OK
              EXIT PARAGRAPH
           END-IF

           MOVE DET-SEQ TO WS-INT-SEQ-DIG
           PERFORM INCLUIR-DETALHE-MESCLA
           IF WS-MRG-GRAVOU = "N"
              MOVE "N" TO WS-MRG-OK
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MRG-DETALHES
           MOVE WS-MRG-EXCLUIDO TO DET-CONTATO-COD
           MOVE WS-INT-SEQ-DIG  TO DET-SEQ
           DELETE CONTATO-DETALHES
               INVALID KEY
                   DISPLAY "Erro ao excluir a entrada do contato "
                      WS-MRG-EXCLUIDO "!"
                   MOVE "N" TO WS-MRG-OK
                   MOVE "S" TO WS-MRG-ERRO
           END-DELETE.

       *> ===============================
       *> INCLUIR DET-TIPO/DET-VALOR NO CONTATO QUE FICA
       *> ===============================
       INCLUIR-DETALHE-MESCLA.
           MOVE "N" TO WS-MRG-GRAVOU
           IF WS-DET-ULT-SEQ >= 99
              DISPLAY "Contato " WS-MRG-SOBREVIVE " sem espaco para "
                 "mais entradas adicionais!"
              MOVE "S" TO WS-MRG-ERRO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DET-ULT-SEQ
           MOVE WS-MRG-SOBREVIVE TO DET-CONTATO-COD
           MOVE WS-DET-ULT-SEQ   TO DET-SEQ
           WRITE REG-DETALHE
               INVALID KEY
                   DISPLAY "Erro ao gravar a entrada do contato "
                      WS-MRG-SOBREVIVE "!"
                   MOVE "S" TO WS-MRG-ERRO
               NOT INVALID KEY
                   MOVE "S" TO WS-MRG-GRAVOU
           END-WRITE.

       *> ===============================
       *> TRANSFERIR A PRIMEIRA INTERACAO DO EXCLUIDO (mesma data;
       *> a sequencia avanca se o dia ja tiver interacao com ela)
       *> ===============================
       MOVER-INTERACAO-MESCLA.
           MOVE WS-MRG-EXCLUIDO TO INT-CONTATO-COD
           MOVE ZERO TO INT-DATA
           MOVE ZERO TO INT-SEQ
           START INTERACOES KEY NOT LESS THAN INT-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-MRG-OK
                   EXIT PARAGRAPH
           END-START
           READ INTERACOES NEXT RECORD
               AT END
                   MOVE "N" TO WS-MRG-OK
                   EXIT PARAGRAPH
           END-READ
           IF INT-CONTATO-COD NOT = WS-MRG-EXCLUIDO
              MOVE "N" TO WS-MRG-OK
              EXIT PARAGRAPH
           END-IF

           MOVE INT-DATA TO WS-MRG-DATA
           MOVE INT-SEQ  TO WS-INT-SEQ-DIG
           MOVE WS-MRG-SOBREVIVE TO INT-CONTATO-COD
           MOVE "N" TO WS-MRG-GRAVOU
           PERFORM UNTIL WS-MRG-GRAVOU NOT = "N"
               WRITE REG-INTERACAO
                   INVALID KEY
                       IF INT-SEQ < 99
                          ADD 1 TO INT-SEQ
                       ELSE
                          MOVE "E" TO WS-MRG-GRAVOU
                       END-IF
                   NOT INVALID KEY
                       MOVE "S" TO WS-MRG-GRAVOU
               END-WRITE
           END-PERFORM
           IF WS-MRG-GRAVOU = "E"
              DISPLAY "Erro ao transferir interacao de "
                 WS-MRG-DATA " do contato " WS-MRG-EXCLUIDO "!"
              MOVE "N" TO WS-MRG-OK
              MOVE "S" TO WS-MRG-ERRO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MRG-INTERACOES

           MOVE WS-MRG-EXCLUIDO TO INT-CONTATO-COD
           MOVE WS-MRG-DATA     TO INT-DATA
           MOVE WS-INT-SEQ-DIG  TO INT-SEQ
           DELETE INTERACOES
               INVALID KEY
                   DISPLAY "Erro ao excluir a interacao do contato "
                      WS-MRG-EXCLUIDO "!"
                   MOVE "N" TO WS-MRG-OK
                   MOVE "S" TO WS-MRG-ERRO
           END-DELETE.

       *> ===============================
       *> REGISTRAR A MESCLAGEM EM MESCLAS.LOG
       *> ===============================
       GRAVAR-LOG-MESCLA.
           OPEN EXTEND LOG-MESCLAS
           IF WS-FS-MRG NOT = "00"
              OPEN OUTPUT LOG-MESCLAS
           END-IF
           IF WS-FS-MRG NOT = "00"
              DISPLAY "Aviso: nao foi possivel gravar o registro "
                 "da mesclagem!"
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-MRG-DATA FROM DATE YYYYMMDD
           ACCEPT WS-MRG-HORA FROM TIME
           MOVE SPACES TO MRG-DATA-HORA
           STRING WS-MRG-DATA DELIMITED BY SIZE
                  WS-MRG-HORA(1:6) DELIMITED BY SIZE
                  INTO MRG-DATA-HORA
           END-STRING
           MOVE WS-MRG-SOBREVIVE  TO MRG-SOBREVIVE
           MOVE WS-MRG-EXCLUIDO   TO MRG-EXCLUIDO
           MOVE WS-MRG-ORIGEM     TO MRG-ORIGEM
           MOVE WS-MRG-MOTIVO     TO MRG-MOTIVO
           MOVE WS-MRG-DETALHES   TO MRG-DETALHES
           MOVE WS-MRG-INTERACOES TO MRG-INTERACOES
           MOVE WS-MRG-NOME       TO MRG-NOME
           MOVE WS-MRG-TELEFONE   TO MRG-TELEFONE
           MOVE WS-MRG-EMAIL      TO MRG-EMAIL
           MOVE WS-MRG-GRUPO      TO MRG-GRUPO
           MOVE WS-MRG-NASCIMENTO TO MRG-NASCIMENTO
           WRITE REG-MESCLA
           CLOSE LOG-MESCLAS.

       *> ===============================
       *> ALTERAR CONTATO
       *> ===============================
                   DISPLAY "Erro: Contato nao encontrado!"
               NOT INVALID KEY
                   PERFORM EXCLUIR-DETALHES-TODOS
                   PERFORM EXCLUIR-INTERACOES-TODAS
                   DISPLAY "Contato excluido com sucesso!"
           END-DELETE.
           DISPLAY " ".

       *> ===============================
       *> FELICITACOES DE ANIVERSARIO DO DIA (fila de avisos por
       *> e-mail/SMS; um aviso por contato e ano, entao abrir a
       *> agenda varias vezes no dia nao repete. Aniversario de
       *> 29/02 cai em 01/03 nos anos nao bissextos, como na
       *> lista de aniversariantes. Nos dias em que a agenda nao
       *> e aberta, o NOTIFICACOES AVISOS do lote noturno gera
       *> as mesmas felicitacoes.)
       *> ===============================
       AVISAR-ANIVERSARIANTES-HOJE.
           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD.
           MOVE WS-HOJE-NUM (1:4) TO WS-ANO-HOJE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
               TO WS-JULIANO-HOJE.
           MOVE ZERO TO WS-ANV-QTD.

           MOVE "00" TO WS-FS.
           MOVE WS-COD-INICIO TO CONTATO-COD.
           START CONTATOS KEY NOT LESS THAN CONTATO-COD
               INVALID KEY MOVE "99" TO WS-FS
           END-START.

           PERFORM UNTIL WS-FS = "99"
               READ CONTATOS NEXT RECORD
                   AT END MOVE "99" TO WS-FS
                   NOT AT END
                       IF CONTATO-NASCIMENTO NOT = 0
                          PERFORM CALCULAR-DIAS-ANIVERSARIO
                          IF WS-DIAS-RESTANTES = 0
                             PERFORM AVISAR-ANIVERSARIO-CONTATO
                          END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-ANV-QTD > ZERO
              DISPLAY "Felicitacoes de aniversario enviadas para "
                 "a fila: " WS-ANV-QTD
              DISPLAY " "
           END-IF.

       AVISAR-ANIVERSARIO-CONTATO.
           MOVE "AG"               TO WS-NTF-ORIGEM.
           IF CONTATO-GRUPO = "CLIENTES"
               MOVE "C" TO WS-NTF-TIPO-COD
           ELSE
               MOVE "A" TO WS-NTF-TIPO-COD
           END-IF.
           MOVE CONTATO-COD        TO WS-NTF-CODIGO.
           MOVE CONTATO-NOME       TO WS-NTF-NOME.
           MOVE CONTATO-EMAIL      TO WS-NTF-EMAIL.
           MOVE CONTATO-TELEFONE   TO WS-NTF-TELEFONE.
           MOVE "ANIVERSARIO"      TO WS-NTF-MODELO.
           MOVE SPACES             TO WS-NTF-REFERENCIA.
           STRING CONTATO-COD DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-ANO-HOJE DELIMITED BY SIZE
                  INTO WS-NTF-REFERENCIA
           END-STRING.
           MOVE "S"                TO WS-NTF-UNICO.
           MOVE SPACES             TO WS-NTF-VARIAVEIS.
           STRING FUNCTION TRIM(CONTATO-NOME) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CONTATO-NASCIMENTO (7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CONTATO-NASCIMENTO (5:2) DELIMITED BY SIZE
                  INTO WS-NTF-VARIAVEIS
           END-STRING.
           CALL "NOTIFICAR" USING WS-NTF-PARAMETROS
               ON EXCEPTION
                   MOVE "E" TO WS-NTF-RESULTADO
           END-CALL.
           IF WS-NTF-RESULTADO = "G"
               ADD 1 TO WS-ANV-QTD
           END-IF.

       *> ===============================
       *> ANIVERSARIANTES PROXIMOS 30 DIAS
       *> ===============================
