               RECORD KEY IS CMP-CHAVE
               FILE STATUS IS FS-CMP.

           SELECT CHEQUES-DEVOLVIDOS ASSIGN TO "chqdevol.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS FS-DEV.

           SELECT ARQ-CHQDEV ASSIGN TO WS-ARQ-CHQDEV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVREL.

           SELECT ALERTAS ASSIGN TO "alertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALE-CHAVE
               FILE STATUS IS FS-ALE.

           SELECT TITULARES ASSIGN TO "titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS FS-TIT.

           SELECT TRANSF-EXTERNAS ASSIGN TO "transext.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEX-CHAVE
               FILE STATUS IS FS-TEX.

           SELECT ARQ-REMESSA ASSIGN TO WS-ARQ-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REM.

           SELECT ARQ-RETORNO ASSIGN TO WS-ARQ-RETORNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RET.

           SELECT ARQ-TEDREL ASSIGN TO WS-ARQ-TEDREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TEDREL.

           SELECT FOLHAS-CHEQUE ASSIGN TO "folhas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOL-CHAVE
               FILE STATUS IS FS-FOL.

           SELECT MOV-CHEQUES ASSIGN TO "movcheq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCH-CHAVE
               FILE STATUS IS FS-MCH.

           SELECT CHEQUES-APRESENTADOS ASSIGN TO "chqapres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APR.

           SELECT ARQ-CHQRECUS ASSIGN TO WS-ARQ-CHQRECUS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECUS.

           SELECT RISCO-PARAMETROS ASSIGN TO "riscoprm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RPR.

           SELECT RISCO-EMPRESTIMOS ASSIGN TO "riscoemp.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSC-EMP-COD
               FILE STATUS IS FS-RSC.

           SELECT PROVISOES ASSIGN TO "provisao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CHAVE
               FILE STATUS IS FS-PRV.

           SELECT ARQ-RISCOREL ASSIGN TO WS-ARQ-RISCOREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RSCREL.

           SELECT IR-FONTE ASSIGN TO "irfonte.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IRF-CHAVE
               FILE STATUS IS FS-IRF.

           SELECT ARQ-INFORME ASSIGN TO WS-ARQ-INFORME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INFARQ.

           SELECT APROVACOES ASSIGN TO "../APROVACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APV-ID
               FILE STATUS IS FS-APV.

           SELECT ALCADAS ASSIGN TO "../ALCADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALC.

           SELECT AGENDAMENTOS ASSIGN TO "agendamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 PRM-TARIFA       PIC 9(5)V99.
           05 PRM-DIAS-COMP    PIC 9(02).
           05 PRM-TAXA-REND    PIC 9(2)V9(4).
           05 PRM-TARIFA-DEVOL PIC 9(5)V99.
           05 PRM-MAX-DEVOL    PIC 9(02).
           05 PRM-TARIFA-TALAO PIC 9(5)V99.
           05 PRM-MULTA-ATRASO PIC 9(2)V99.
           05 PRM-MORA-DIA     PIC 9(1)V9(4).

       FD USUARIOS.
       01 REG-USUARIO.
           05 AUD-USU-COD      PIC 9(03).
           05 AUD-ACAO         PIC X(15).
           05 AUD-CHAVE        PIC X(14).
           05 AUD-USU-COD2     PIC 9(03).

       FD CLIENTES.
       01 REG-CLIENTE.
           05 CMP-DATA-LIBERACAO  PIC 9(08).
           05 CMP-STATUS          PIC X(01).

       FD CHEQUES-DEVOLVIDOS.
       01 REG-CHEQUE-DEVOLVIDO.
           05 DEV-CHAVE.
              10 DEV-CONTA        PIC 9(6).
              10 DEV-DATA-HORA    PIC X(14).
           05 DEV-VALOR           PIC 9(7)V99.
           05 DEV-MOTIVO          PIC 9(02).
           05 DEV-DATA            PIC 9(08).
           05 DEV-TARIFA          PIC 9(5)V99.
           05 DEV-USU-COD         PIC 9(03).

       FD ARQ-CHQDEV.
       01 REG-ARQ-CHQDEV          PIC X(80).

       FD ALERTAS.
       01 REG-ALERTA.
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

       FD TITULARES.
       01 REG-TITULAR.
           05 TIT-CHAVE.
              10 TIT-CONTA        PIC 9(6).
              10 TIT-CLI-COD      PIC 9(05).
           05 TIT-PAPEL           PIC X(01).
           05 TIT-SENHA           PIC X(04).
           05 TIT-LIMITE-SAQUE    PIC 9(7)V99.

       FD TRANSF-EXTERNAS.
       01 REG-TRANSF-EXTERNA.
           05 TEX-CHAVE.
              10 TEX-CONTA        PIC 9(6).
              10 TEX-IDENT        PIC X(14).
           05 TEX-MODALIDADE      PIC X(03).
           05 TEX-BANCO           PIC 9(03).
           05 TEX-AGENCIA         PIC 9(04).
           05 TEX-CONTA-DEST      PIC X(12).
           05 TEX-DOCUMENTO       PIC X(14).
           05 TEX-NOME            PIC X(30).
           05 TEX-VALOR           PIC 9(7)V99.
           05 TEX-STATUS          PIC X(01).
           05 TEX-DATA-REMESSA    PIC 9(08).
           05 TEX-DATA-RETORNO    PIC 9(08).
           05 TEX-MOTIVO          PIC 9(02).
           05 TEX-USU-COD         PIC 9(03).

       FD ARQ-REMESSA.
       01 REG-ARQ-REMESSA         PIC X(100).

       FD ARQ-RETORNO.
       01 REG-RETORNO.
           05 RET-TIPO            PIC X(01).
           05 RET-CONTA           PIC 9(6).
           05 RET-IDENT           PIC X(14).
           05 RET-MOTIVO          PIC 9(02).
           05 FILLER              PIC X(77).
       01 REG-RETORNO-CREDITO.
           05 RTC-TIPO            PIC X(01).
           05 RTC-CONTA           PIC 9(6).
           05 RTC-IDENT           PIC X(14).
           05 RTC-VALOR           PIC 9(7)V99.
           05 RTC-BANCO           PIC 9(03).
           05 RTC-DOC             PIC X(14).
           05 RTC-NOME            PIC X(30).
           05 FILLER              PIC X(23).

       FD ARQ-TEDREL.
       01 REG-ARQ-TEDREL          PIC X(80).

       FD FOLHAS-CHEQUE.
       01 REG-FOLHA-CHEQUE.
           05 FOL-CHAVE.
              10 FOL-CONTA        PIC 9(6).
              10 FOL-NUMERO       PIC 9(06).
           05 FOL-STATUS          PIC X(01).
           05 FOL-DATA-EMISSAO    PIC 9(08).
           05 FOL-DATA-SUSTACAO   PIC 9(08).
           05 FOL-MOTIVO          PIC 9(02).
           05 FOL-DATA-PGTO       PIC 9(08).
           05 FOL-VALOR           PIC 9(7)V99.
           05 FOL-USU-COD         PIC 9(03).

       FD MOV-CHEQUES.
       01 REG-MOV-CHEQUE.
           05 MCH-CHAVE.
              10 MCH-CONTA        PIC 9(6).
              10 MCH-DATA-HORA    PIC X(14).
              10 MCH-SEQ          PIC 9(02).
           05 MCH-TIPO            PIC X(10).
           05 MCH-VALOR           PIC 9(7)V99.
           05 MCH-NUMERO          PIC 9(06).
           05 MCH-NUMERO-FIM      PIC 9(06).

       FD CHEQUES-APRESENTADOS.
       01 REG-CHEQUE-APRESENTADO.
           05 APR-CONTA           PIC 9(6).
           05 APR-NUMERO          PIC 9(06).
           05 APR-VALOR           PIC 9(7)V99.

       FD ARQ-CHQRECUS.
       01 REG-ARQ-CHQRECUS        PIC X(80).

       FD RISCO-PARAMETROS.
       01 REG-RISCO-PARAMETRO.
           05 RPR-NIVEL           PIC X(02).
           05 RPR-DIAS-ATE        PIC 9(05).
           05 RPR-PCT             PIC 9(3)V99.

       FD RISCO-EMPRESTIMOS.
       01 REG-RISCO-EMPRESTIMO.
           05 RSC-EMP-COD         PIC 9(05).
           05 RSC-CONTA           PIC 9(6).
           05 RSC-DATA            PIC 9(08).
           05 RSC-DIAS-ATRASO     PIC 9(05).
           05 RSC-NIVEL           PIC X(02).
           05 RSC-PARC-ATRASO     PIC 9(03).
           05 RSC-SALDO-DEV       PIC 9(9)V99.
           05 RSC-PROVISAO        PIC 9(9)V99.

       FD PROVISOES.
       01 REG-PROVISAO.
           05 PRV-CHAVE.
              10 PRV-ANOMES       PIC 9(06).
              10 PRV-NIVEL        PIC X(02).
           05 PRV-QTD             PIC 9(05).
           05 PRV-SALDO           PIC 9(11)V99.
           05 PRV-PCT             PIC 9(3)V99.
           05 PRV-PROVISAO        PIC 9(11)V99.
           05 PRV-AJUSTE          PIC S9(11)V99.
           05 PRV-DATA            PIC 9(08).

       FD ARQ-RISCOREL.
       01 REG-ARQ-RISCOREL        PIC X(80).

       FD IR-FONTE.
       01 REG-IR-FONTE.
           05 IRF-CHAVE.
              10 IRF-CLI-COD      PIC 9(05).
              10 IRF-ANO          PIC 9(04).
              10 IRF-CONTA        PIC 9(6).
           05 IRF-RENDIMENTO      PIC 9(9)V99.
           05 IRF-IMPOSTO         PIC 9(9)V99.
           05 IRF-QTD-RESGATES    PIC 9(05).

       FD ARQ-INFORME.
       01 REG-ARQ-INFORME         PIC X(80).

       FD APROVACOES.
       01 REG-APROVACAO.
           05 APV-ID.
              10 APV-DATA-HORA    PIC X(14).
              10 APV-USU-SOLIC    PIC 9(03).
           05 APV-SISTEMA         PIC X(13).
           05 APV-TIPO            PIC X(10).
           05 APV-STATUS          PIC X(01).
           05 APV-CONTA           PIC 9(6).
           05 APV-CONTA-DEST      PIC 9(6).
           05 APV-CODIGO          PIC 9(05).
           05 APV-VALOR           PIC 9(7)V99.
           05 APV-VALOR-ANT       PIC 9(7)V99.
           05 APV-TAXA            PIC 9(2)V9(4).
           05 APV-PRAZO           PIC 9(03).
           05 APV-USU-APROV       PIC 9(03).
           05 APV-DATA-DECISAO    PIC 9(08).
           05 APV-TED.
              10 APV-TED-MOD     PIC X(03).
              10 APV-TED-BCO     PIC 9(03).
              10 APV-TED-AGE     PIC 9(04).
              10 APV-TED-CTA     PIC X(12).
              10 APV-TED-DOC     PIC X(14).
              10 APV-TED-NOM     PIC X(30).

       FD ALCADAS.
       01 REG-ALCADA.
           05 ALC-TRANSFERENCIA   PIC 9(7)V99.
           05 ALC-EMPRESTIMO      PIC 9(7)V99.
           05 ALC-AUMENTO-LIMITE  PIC 9(7)V99.
           05 ALC-ENCERRAMENTO    PIC X(01).

       FD AGENDAMENTOS.
       01 REG-AGENDAMENTO.
           05 AGD-COD          PIC 9(05).
           05 APL-TAXA         PIC 9(2)V9(4).
           05 APL-STATUS       PIC X(01).
           05 APL-RESGATADO    PIC 9(7)V99.
           05 APL-VENCIMENTO   PIC 9(08).

       FD EMPRESTIMOS.
       01 REG-EMPRESTIMO.
       77 FS-APL              PIC XX.
       77 WS-TAXA-REND        PIC 9(2)V9(4).
       77 WS-APL-RESGATE      PIC 9(7)V99.
       77 WS-APL-VENC         PIC 9(08).
       77 WS-APL-RENDIMENTO   PIC 9(7)V99.
       77 WS-APL-ATUAL        PIC 9(9)V99.
       77 WS-APL-CREDITO      PIC 9(9)V99.
       77 WS-JUL-LIBERACAO    PIC S9(07).
       77 WS-QTD-COMPENSADOS  PIC 9(05).
       77 WS-TOT-COMPENSADOS  PIC 9(9)V99.
       77 FS-DEV              PIC XX.
       77 FS-DEVREL           PIC XX.
       77 WS-ARQ-CHQDEV       PIC X(25).
       77 WS-LINHA-DEV        PIC X(80).
       77 WS-TARIFA-DEVOL     PIC 9(5)V99.
       77 WS-MAX-DEVOL        PIC 9(02).
       77 WS-DEV-MOTIVO       PIC 9(02).
       77 WS-DEV-DESC         PIC X(30).
       77 WS-DEV-QTD          PIC 9(02).
       77 WS-DEV-ESCOLHA      PIC 9(02).
       77 WS-DEV-IDX          PIC 9(02).
       77 WS-DEV-CONTADOR     PIC 9(03).
       77 WS-DEV-DATA-REL     PIC 9(08).
       77 WS-DEV-QTD-REL      PIC 9(05).
       77 WS-DEV-TOT-REL      PIC 9(9)V99.
       77 WS-DEV-TAR-ED       PIC Z(4)9.99.
       77 FS-ALE              PIC XX.
       77 WS-ALE-QTD          PIC 9(02).
       77 WS-ALE-ESCOLHA      PIC 9(02).
       77 WS-ALE-ACAO         PIC 9(01).
       77 WS-ALE-DESC         PIC X(30).
       77 WS-ALE-JUSTIF       PIC X(60).
       77 FS-TIT              PIC XX.
       77 WS-TIT-QTD          PIC 9(02).
       77 WS-TIT-ACAO         PIC 9(01).
       77 WS-TIT-CLI          PIC 9(05).
       77 WS-TIT-PAPEL        PIC X(01).
       77 WS-TIT-DESC         PIC X(20).
       77 WS-TIT-NOME         PIC X(30).
       77 WS-TIT-PRINCIPAL    PIC X(01).
       77 WS-TIT-EXIBIR       PIC X(01).
       77 WS-TIT-CLI-ABERTO   PIC X(01).
       77 WS-OPERANTE-OK      PIC X(01).
       77 WS-OPERANTE-CLI     PIC 9(05).
       77 WS-OPERANTE-PAPEL   PIC X(01).
       77 WS-OPERANTE-SENHA   PIC X(04).
       77 WS-OPERANTE-LIMITE  PIC 9(7)V99.
       77 WS-VINCULO-PAPEL    PIC X(01).
       77 FS-TEX              PIC XX.
       77 FS-REM              PIC XX.
       77 FS-RET              PIC XX.
       77 FS-TEDREL           PIC XX.
       77 WS-ARQ-REMESSA      PIC X(30).
       77 WS-ARQ-RETORNO      PIC X(30).
       77 WS-ARQ-TEDREL       PIC X(30).
       77 WS-LINHA-REM        PIC X(100).
       77 WS-LINHA-TED        PIC X(80).
       77 WS-TEX-OPCAO        PIC 9(01).
       77 WS-TEX-ACHOU        PIC X(01).
       77 WS-TEX-ARQ-ABERTO   PIC X(01).
       77 WS-TEX-MOTIVO       PIC 9(02).
       77 WS-TEX-DESC         PIC X(30).
       77 WS-TEX-QTD          PIC 9(05).
       77 WS-TEX-TOTAL        PIC 9(9)V99.
       77 WS-TEX-CONF         PIC 9(05).
       77 WS-TEX-REJ          PIC 9(05).
       77 WS-TEX-CRED         PIC 9(05).
       77 WS-TEX-IGN          PIC 9(05).
       77 WS-TEX-ESTORNADA    PIC X(01).
       77 WS-TEX-DATA-ENVIO   PIC 9(08).
       77 WS-JUL-TEX          PIC S9(07).
       77 WS-DU-FUNCAO        PIC X(01).
       77 WS-DU-DATA          PIC 9(08).
       77 WS-DU-RESULTADO     PIC X(01).
       77 WS-DU-DATA-PROXIMA  PIC 9(08).
       77 FS-FOL              PIC XX.
       77 FS-MCH              PIC XX.
       77 FS-APR              PIC XX.
       77 FS-RECUS            PIC XX.
       77 WS-ARQ-CHQRECUS     PIC X(30).
       77 WS-LINHA-RECUS      PIC X(80).
       77 WS-TARIFA-TALAO     PIC 9(5)V99.
       77 WS-CHQ-QTD          PIC 9(02).
       77 WS-CHQ-PRIMEIRA     PIC 9(06).
       77 WS-CHQ-ULTIMA       PIC 9(06).
       77 WS-CHQ-NUMERO       PIC 9(06).
       77 WS-CHQ-MOTIVO       PIC 9(02).
       77 WS-CHQ-PAGOS        PIC 9(05).
       77 WS-CHQ-RECUSADOS    PIC 9(05).
       77 WS-CHQ-TOT-PAGO     PIC 9(9)V99.
       77 WS-CHQ-TOT-RECUS    PIC 9(9)V99.
       77 WS-CHQ-RECUS-ABERTO PIC X(01).
       77 WS-CHQ-CONTA-OK     PIC X(01).
       77 WS-CHQ-FOLHA-OK     PIC X(01).
       77 WS-MCH-ACHOU        PIC X(01).
       77 WS-MCH-TEXTO        PIC X(20).
       77 WS-MCH-SEQ-MIN      PIC 9(02).
       77 WS-MCH-ULT-SEQ      PIC 9(02).
       77 WS-MCH-ULT-CHAVE    PIC X(20).
       77 FS-RPR              PIC XX.
       77 FS-RSC              PIC XX.
       77 FS-PRV              PIC XX.
       77 FS-RSCREL           PIC XX.
       77 WS-ARQ-RISCOREL     PIC X(30).
       77 WS-LINHA-RSC        PIC X(80).
       77 WS-MULTA-ATRASO     PIC 9(2)V99.
       77 WS-MORA-DIA         PIC 9(1)V9(4).
       77 WS-ENC-DIAS         PIC 9(05).
       77 WS-ENC-MULTA        PIC 9(7)V99.
       77 WS-ENC-MORA         PIC 9(7)V99.
       77 WS-ENC-TOTAL        PIC 9(7)V99.
       77 WS-PARC-DEBITO      PIC 9(8)V99.
       77 WS-ATR-CONTRATOS    PIC 9(05).
       77 WS-ATR-EM-ATRASO    PIC 9(05).
       77 WS-ATR-TOT-ATRASO   PIC 9(11)V99.
       77 WS-ATR-VENC-ANTIGO  PIC 9(08).
       77 WS-ATR-DIAS         PIC 9(05).
       77 WS-ATR-ACHOU        PIC 9(01).
       77 WS-ATR-EXISTE       PIC X(01).
       77 WS-RSC-QTD          PIC 9(02).
       77 WS-RSC-IDX          PIC 9(02).
       77 WS-RSC-VAL-ED       PIC Z(8)9.99.
       77 WS-RSC-VAL-ED2      PIC Z(8)9.99.
       77 WS-RSC-VAL-ED3      PIC Z(8)9.99.
       77 WS-RSC-PCT-ED       PIC ZZ9.99.
       77 WS-RSC-VAR-ED       PIC -(8)9.99.
       77 WS-PRV-ANOMES       PIC 9(06).
       77 WS-PRV-ANOMES-ANT   PIC 9(06).
       77 WS-PRV-ANO          PIC 9(04).
       77 WS-PRV-MES          PIC 9(02).
       77 WS-PRV-QTD-ANT      PIC 9(05).
       77 WS-PRV-SALDO-ANT    PIC 9(11)V99.
       77 WS-PRV-PROV-ANT     PIC 9(11)V99.
       77 WS-PRV-TOT-SALDO    PIC 9(11)V99.
       77 WS-PRV-TOT-PROV     PIC 9(11)V99.
       77 WS-PRV-TOT-AJUSTE   PIC S9(11)V99.
       77 FS-IRF              PIC XX.
       77 FS-INFARQ           PIC XX.
       77 WS-ARQ-INFORME      PIC X(30).
       77 WS-LINHA-INF        PIC X(80).
       77 WS-IR-ALIQUOTA      PIC 9(2)V9.
       77 WS-IR-VALOR         PIC 9(7)V99.
       77 WS-INF-ANO          PIC 9(04).
       77 WS-INF-FIM-ANO      PIC 9(08).
       77 WS-INF-GERADOS      PIC 9(05).
       77 WS-INF-ABERTO       PIC X(01).
       77 WS-INF-ACHOU        PIC X(01).
       77 WS-INF-QTD-CONTAS   PIC 9(02).
       77 WS-INF-IDX          PIC 9(02).
       77 WS-INF-SALDO-ANT    PIC S9(7)V99.
       77 WS-INF-SALDO-ATU    PIC S9(7)V99.
       77 WS-INF-SALDO-EMP    PIC 9(9)V99.
       77 WS-INF-TOT-REND     PIC 9(9)V99.
       77 WS-INF-TOT-IR       PIC 9(9)V99.
       77 WS-INF-TOT-EMP      PIC 9(9)V99.
       77 WS-INF-SAL-ED       PIC -(8)9.99.
       77 WS-INF-SAL-ED2      PIC -(8)9.99.
       77 WS-INF-VAL-ED2      PIC Z(8)9.99.
       77 FS-APV              PIC XX.
       77 FS-ALC              PIC XX.
       77 WS-ALC-TRANSF       PIC 9(7)V99.
       77 WS-ALC-EMPREST      PIC 9(7)V99.
       77 WS-ALC-ENCERRA      PIC X(01).
       77 WS-APV-HOJE         PIC 9(08).
       77 WS-APV-DATA-CORTE   PIC 9(08).
       77 WS-APV-QTD          PIC 9(02).
       77 WS-APV-ESCOLHA      PIC 9(02).
       77 WS-APV-ACAO         PIC 9(01).
       77 WS-APV-EXPIRADAS    PIC 9(05).
       77 WS-APV-VAL-ED       PIC Z(6)9.99.
       77 WS-OPER-EFETIVADA   PIC X(01).
       01 WS-APV-SOLICITACAO.
           05 WS-APV-TIPO         PIC X(10).
           05 WS-APV-CONTA        PIC 9(6).
           05 WS-APV-CONTA-DEST   PIC 9(6).
           05 WS-APV-CODIGO       PIC 9(05).
           05 WS-APV-VALOR        PIC 9(7)V99.
           05 WS-APV-VALOR-ANT    PIC 9(7)V99.
           05 WS-APV-TAXA         PIC 9(2)V9(4).
           05 WS-APV-PRAZO        PIC 9(03).
           05 WS-APV-TED.
              10 WS-APV-TED-MOD  PIC X(03).
              10 WS-APV-TED-BCO  PIC 9(03).
              10 WS-APV-TED-AGE  PIC 9(04).
              10 WS-APV-TED-CTA  PIC X(12).
              10 WS-APV-TED-DOC  PIC X(14).
              10 WS-APV-TED-NOM  PIC X(30).
       01 WS-APV-TABELA.
           05 WS-APV-TAB-ID OCCURS 50 TIMES PIC X(17).
       01 WS-INF-CONTAS.
           05 WS-INF-CONTA OCCURS 20 TIMES PIC 9(6).
       01 WS-RSC-TABELA.
           05 WS-RSC-ENT OCCURS 12 TIMES.
              10 WS-RSC-NIVEL      PIC X(02).
              10 WS-RSC-DIAS-ATE   PIC 9(05).
              10 WS-RSC-PCT        PIC 9(3)V99.
              10 WS-RSC-QTD-CONTR  PIC 9(05).
              10 WS-RSC-SALDO      PIC 9(11)V99.
              10 WS-RSC-PROVISAO   PIC 9(11)V99.
       01 WS-MCH-CHAVE-ATU.
           05 WS-MCH-ATU-CONTA PIC 9(6).
           05 WS-MCH-ATU-DH    PIC X(14).
       01 WS-ALE-TABELA.
           05 WS-ALE-TAB-CHAVE OCCURS 50 TIMES PIC X(16).
       01 WS-DEV-TABELA.
           05 WS-DEV-ENT OCCURS 30 TIMES.
              10 WS-DEV-TAB-CHAVE PIC X(20).
              10 WS-DEV-TAB-VALOR PIC 9(7)V99.
       77 WS-VD-FORMATO        PIC X(01).
       77 WS-VD-ENTRADA        PIC X(10).
       77 WS-VD-VALIDA         PIC X(01).
       77 FS-AUD               PIC XX.
       77 WS-AUD-ACAO          PIC X(15).
       77 WS-AUD-CHAVE         PIC X(14).
       77 WS-AUD-USU2          PIC 9(03) VALUE 0.
       77 WS-AUD-FIL-OPER      PIC 9(03).
       77 WS-AUD-FIL-INI       PIC 9(08).
       77 WS-AUD-FIL-FIM       PIC 9(08).
       77 WS-LOTE-LINHA        PIC 9(07).
       77 WS-LOTE-PULAR        PIC 9(07).
       77 WS-RETOMAR           PIC X(01).
       77 WS-PARAM-LOTE        PIC X(40).
       77 WS-MODO-LOTE         PIC X(04).
       77 WS-LOTE-JOB          PIC X(30).
       77 WS-LOTE-DATA         PIC X(08).
       77 WS-EM-LOTE           PIC X(01) VALUE "N".
       77 WS-RC-LOTE           PIC 9(02) VALUE 0.
       77 WS-JOB-CKP-CICLO     PIC 9(03).
       77 FS-TARQ             PIC XX.
       77 WS-ARQ-TRANS-ANO    PIC X(20).
       77 WS-VAL-ED           PIC Z(8)9.99.

       01 WS-FECHA-TAB.
           05 WS-FT-ENT OCCURS 20 TIMES.
              10 WS-FT-TIPO   PIC X(10).
              10 WS-FT-QTD    PIC 9(05).
              10 WS-FT-TOTAL  PIC 9(9)V99.
              10 WS-TOP-CONTA PIC 9(6).
              10 WS-TOP-TIPO  PIC X(10).
              10 WS-TOP-VALOR PIC 9(7)V99.

       77 WS-NEG-QTD          PIC 9(03).
       77 WS-NEG-IDX          PIC 9(03).
       77 WS-NEG-ACHOU        PIC 9(03).
       77 WS-NTF-VALOR-ED     PIC Z(6)9.99.
       77 WS-NTF-SALDO-ED     PIC -(7)9.99.
       77 WS-NTF-CLI-ABERTO   PIC X(01).

       01 WS-NEG-TAB.
           05 WS-NEG-ENT OCCURS 500 TIMES.
              10 WS-NEG-CONTA PIC 9(6).
              10 WS-NEG-SALDO PIC S9(7)V99.

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
       77 VALOR             PIC 9(7)V99.
       77 WS-LINHA          PIC X(80).
       77 WS-CONTA-INICIO   PIC 9(6) VALUE 000001. *> para o START

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       *> "LOTE <job> [AAAAMMDD]" na linha de comando executa uma
       *> rotina de fim de dia sem menu e sem login (chamada pelo
       *> LOTE-NOTURNO); a data so vale para o FECHAMENTO-DIA
           MOVE SPACES TO WS-PARAM-LOTE
           ACCEPT WS-PARAM-LOTE FROM COMMAND-LINE
           MOVE SPACES TO WS-MODO-LOTE
           MOVE SPACES TO WS-LOTE-JOB
           MOVE SPACES TO WS-LOTE-DATA
           UNSTRING WS-PARAM-LOTE DELIMITED BY ALL SPACES
              INTO WS-MODO-LOTE WS-LOTE-JOB WS-LOTE-DATA
           END-UNSTRING
           IF WS-MODO-LOTE = "LOTE"
              MOVE "S" TO WS-EM-LOTE
              MOVE 000 TO WS-COD-OPERADOR
              MOVE "LOTE NOTURNO" TO WS-NOME-OPERADOR
              MOVE 1 TO WS-NIVEL-OPERADOR
              OPEN I-O USUARIOS
              IF FS-USU NOT = "00"
                 OPEN OUTPUT USUARIOS
                 CLOSE USUARIOS
                 OPEN I-O USUARIOS
              END-IF
           ELSE
              PERFORM EFETUAR-LOGIN
           END-IF

           OPEN I-O CONTAS
           IF FS = "35"
              OPEN EXTEND TRANSACOES
           END-IF

           OPEN I-O TITULARES
           IF FS-TIT = "35"
              OPEN OUTPUT TITULARES
              CLOSE TITULARES
              OPEN I-O TITULARES
           END-IF

           OPEN I-O TRANSF-EXTERNAS
           IF FS-TEX = "35"
              OPEN OUTPUT TRANSF-EXTERNAS
              CLOSE TRANSF-EXTERNAS
              OPEN I-O TRANSF-EXTERNAS
           END-IF

           OPEN I-O FOLHAS-CHEQUE
           IF FS-FOL = "35"
              OPEN OUTPUT FOLHAS-CHEQUE
              CLOSE FOLHAS-CHEQUE
              OPEN I-O FOLHAS-CHEQUE
           END-IF

           OPEN I-O MOV-CHEQUES
           IF FS-MCH = "35"
              OPEN OUTPUT MOV-CHEQUES
              CLOSE MOV-CHEQUES
              OPEN I-O MOV-CHEQUES
           END-IF

           OPEN I-O RISCO-EMPRESTIMOS
           IF FS-RSC = "35"
              OPEN OUTPUT RISCO-EMPRESTIMOS
              CLOSE RISCO-EMPRESTIMOS
              OPEN I-O RISCO-EMPRESTIMOS
           END-IF

           OPEN I-O PROVISOES
           IF FS-PRV = "35"
              OPEN OUTPUT PROVISOES
              CLOSE PROVISOES
              OPEN I-O PROVISOES
           END-IF

           OPEN I-O IR-FONTE
           IF FS-IRF = "35"
              OPEN OUTPUT IR-FONTE
              CLOSE IR-FONTE
              OPEN I-O IR-FONTE
           END-IF

           OPEN I-O AGENDAMENTOS
           IF FS-AGD = "35"
              OPEN OUTPUT AGENDAMENTOS
              OPEN I-O COMPENSACAO
           END-IF

           OPEN I-O CHEQUES-DEVOLVIDOS
           IF FS-DEV = "35"
              OPEN OUTPUT CHEQUES-DEVOLVIDOS
              CLOSE CHEQUES-DEVOLVIDOS
              OPEN I-O CHEQUES-DEVOLVIDOS
           END-IF

           OPEN I-O APLICACOES
           IF FS-APL = "35"
              OPEN OUTPUT APLICACOES
              OPEN I-O PARCELAS
           END-IF

           IF WS-EM-LOTE = "S"
              PERFORM EXECUTAR-JOB-LOTE
              MOVE 9 TO OPCAO
           END-IF

           PERFORM UNTIL OPCAO = 9
              DISPLAY "============================"
              DISPLAY "   SISTEMA BANCARIO COBOL"
              DISPLAY "29 - Fechar caixa do operador"
              DISPLAY "30 - Consulta de auditoria"
              DISPLAY "31 - Contas de um cliente"
              DISPLAY "32 - Devolver cheque depositado"
              DISPLAY "33 - Relatorio de cheques devolvidos"
              DISPLAY "34 - Revisar alertas de movimentacao"
              DISPLAY "35 - Titulares e assinantes da conta"
              DISPLAY "36 - Transferir para outro banco (TED/PIX)"
              DISPLAY "37 - Gerar remessa TED/PIX do dia"
              DISPLAY "38 - Processar retorno TED/PIX"
              DISPLAY "39 - TED/PIX pendentes de confirmacao"
              DISPLAY "40 - Emitir talao de cheques"
              DISPLAY "41 - Sustar cheque"
              DISPLAY "42 - Compensar cheques emitidos (chqapres.dat)"
              DISPLAY "43 - Apurar atraso de emprestimos (diario)"
              DISPLAY "44 - Carteira de emprestimos por risco (mensal)"
              DISPLAY "45 - Informe de rendimentos (anual)"
              DISPLAY "46 - Fila de aprovacao (dupla alcada)"
              DISPLAY "============================"
              ACCEPT OPCAO

                       PERFORM CONSULTAR-AUDITORIA
                    END-IF
                 WHEN 31 PERFORM CONTAS-DO-CLIENTE
                 WHEN 32 PERFORM DEVOLVER-CHEQUE
                 WHEN 33 PERFORM RELATORIO-CHEQUES-DEVOLVIDOS
                 WHEN 34
                    PERFORM VERIFICAR-NIVEL-SUPERVISOR
                    IF WS-ACESSO-NEGADO = "N"
                       PERFORM REVISAR-ALERTAS
                    END-IF
                 WHEN 35
                    PERFORM VERIFICAR-NIVEL-SUPERVISOR
                    IF WS-ACESSO-NEGADO = "N"
                       PERFORM MANTER-TITULARES
                    END-IF
                 WHEN 36 PERFORM TRANSFERIR-EXTERNO
                 WHEN 37 PERFORM GERAR-REMESSA-TED
                 WHEN 38 PERFORM PROCESSAR-RETORNO-TED
                 WHEN 39 PERFORM RELATORIO-TED-PENDENTES
                 WHEN 40 PERFORM EMITIR-TALAO
                 WHEN 41 PERFORM SUSTAR-CHEQUE
                 WHEN 42 PERFORM COMPENSAR-CHEQUES-EMITIDOS
                 WHEN 43 PERFORM APURAR-ATRASO-EMPRESTIMOS
                 WHEN 44
                    PERFORM VERIFICAR-NIVEL-SUPERVISOR
                    IF WS-ACESSO-NEGADO = "N"
                       PERFORM RELATORIO-CARTEIRA-RISCO
                    END-IF
                 WHEN 45 PERFORM INFORME-RENDIMENTOS
                 WHEN 46
                    PERFORM VERIFICAR-NIVEL-SUPERVISOR
                    IF WS-ACESSO-NEGADO = "N"
                       PERFORM APROVAR-SOLICITACOES
                    END-IF
                 WHEN OTHER DISPLAY "Opcao invalida!"
              END-EVALUATE
           END-PERFORM

           CLOSE CONTAS
           CLOSE TRANSACOES
           CLOSE TITULARES
           CLOSE TRANSF-EXTERNAS
           CLOSE AGENDAMENTOS
           CLOSE FOLHAS-CHEQUE
           CLOSE MOV-CHEQUES
           CLOSE RISCO-EMPRESTIMOS
           CLOSE PROVISOES
           CLOSE IR-FONTE
           CLOSE COMPENSACAO
           CLOSE CHEQUES-DEVOLVIDOS
           CLOSE APLICACOES
           CLOSE EMPRESTIMOS
           CLOSE PARCELAS
           CLOSE CAIXAS
           CLOSE USUARIOS
           MOVE WS-RC-LOTE TO RETURN-CODE
           STOP RUN.

       *> ===============================
       *> EXECUCAO SEM MENU (MODO LOTE) - RETORNO 0 = OK,
       *> 4 = NADA A PROCESSAR, 8 = ERRO OU DECISAO PENDENTE DO
       *> OPERADOR, 16 = ROTINA DESCONHECIDA
       *> ===============================
       EXECUTAR-JOB-LOTE.
           DISPLAY "BANCO-SIMPLES em lote - rotina " WS-LOTE-JOB
           EVALUATE WS-LOTE-JOB
              WHEN "COMPENSAR-CHEQUES"
                 PERFORM COMPENSAR-CHEQUES
              WHEN "EXECUTAR-AGENDAMENTOS"
                 PERFORM EXECUTAR-AGENDAMENTOS
              WHEN "DEBITAR-PARCELAS"
                 PERFORM DEBITAR-PARCELAS
              WHEN "PROCESSAR-LOTE"
                 PERFORM PROCESSAR-LOTE
              WHEN "FECHAMENTO-DIA"
                 PERFORM FECHAMENTO-DIA
              WHEN "JUROS-TARIFAS"
                 PERFORM BATCH-JUROS-TARIFAS
              WHEN OTHER
                 DISPLAY "Rotina de lote desconhecida: " WS-LOTE-JOB
                 MOVE 16 TO WS-RC-LOTE
           END-EVALUATE
           .

       *> ===============================
       *> IDENTIFICACAO DO OPERADOR (tres tentativas; na primeira
       *> execucao, com o arquivo de operadores vazio, o operador

       *> ===============================
       *> CONTAS DE UM CLIENTE (toda conta vinculada ao codigo do
       *> cadastro central ou em que o cliente figura em
       *> titulares.dat, com o papel, status e saldo)
       *> ===============================
       CONTAS-DO-CLIENTE.
           DISPLAY "Codigo do cliente: "
              READ CONTAS NEXT RECORD
                 AT END MOVE "99" TO FS
                 NOT AT END
                    PERFORM VERIFICAR-VINCULO-CLIENTE
                    IF WS-VINCULO-PAPEL NOT = SPACE
                       MOVE "S" TO WS-CLI-ACHOU-CTA
                       MOVE WS-VINCULO-PAPEL TO WS-TIT-PAPEL
                       PERFORM OBTER-DESCRICAO-PAPEL
                       DISPLAY "Conta : " CONTA-NUMERO
                          "  Status: " CONTA-STATUS
                       DISPLAY "  Papel: " WS-TIT-DESC
                       DISPLAY "  Saldo: " CONTA-SALDO
                          "  Disp.: " CONTA-SALDO-DISP
                       DISPLAY "---------------------------"
           END-IF
           .

       *> ===============================
       *> VERIFICAR VINCULO DO CLIENTE COM A CONTA EM REG-CONTA
       *> (papel do cliente WS-CLI-FILTRO em titulares.dat; sem
       *> registro, o cliente de CONTA-CLI-COD e o titular)
       *> ===============================
       VERIFICAR-VINCULO-CLIENTE.
           MOVE SPACE TO WS-VINCULO-PAPEL
           MOVE CONTA-NUMERO  TO TIT-CONTA
           MOVE WS-CLI-FILTRO TO TIT-CLI-COD
           READ TITULARES KEY IS TIT-CHAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE TIT-PAPEL TO WS-VINCULO-PAPEL
           END-READ
           IF WS-VINCULO-PAPEL = SPACE
              AND CONTA-CLI-COD IS NUMERIC
              AND CONTA-CLI-COD = WS-CLI-FILTRO
              MOVE "T" TO WS-VINCULO-PAPEL
           END-IF
           .

       *> ===============================
       *> DESCRICAO DO PAPEL DO TITULAR
       *> ===============================
       OBTER-DESCRICAO-PAPEL.
           EVALUATE WS-TIT-PAPEL
              WHEN "T" MOVE "TITULAR"              TO WS-TIT-DESC
              WHEN "C" MOVE "CO-TITULAR"           TO WS-TIT-DESC
              WHEN "A" MOVE "ASSINANTE AUTORIZADO" TO WS-TIT-DESC
              WHEN OTHER MOVE "PAPEL DESCONHECIDO" TO WS-TIT-DESC
           END-EVALUATE
           .

       *> ===============================
       *> IDENTIFICAR QUEM ESTA OPERANDO A CONTA EM REG-CONTA
       *> (conta sem titulares.dat: senha da propria conta; com
       *> titulares: codigo do cliente e a senha dele. Devolve
       *> o papel e o limite por operacao do assinante)
       *> ===============================
       IDENTIFICAR-OPERANTE.
           MOVE "N"   TO WS-OPERANTE-OK
           MOVE SPACE TO WS-OPERANTE-PAPEL
           MOVE 0     TO WS-OPERANTE-LIMITE
           MOVE "N"   TO WS-TIT-EXIBIR
           PERFORM LISTAR-TITULARES-CONTA

           IF WS-TIT-QTD = 0
              DISPLAY "Senha: "
              ACCEPT WS-SENHA
              IF WS-SENHA NOT = CONTA-SENHA
                 DISPLAY "Senha incorreta!"
                 EXIT PARAGRAPH
              END-IF
              MOVE CONTA-CLI-COD TO WS-OPERANTE-CLI
              MOVE "T" TO WS-OPERANTE-PAPEL
              MOVE "S" TO WS-OPERANTE-OK
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Titulares e assinantes da conta:"
           MOVE "S" TO WS-TIT-EXIBIR
           PERFORM LISTAR-TITULARES-CONTA
           DISPLAY "Cliente que esta operando (codigo): "
           ACCEPT WS-OPERANTE-CLI

           MOVE CONTA-NUMERO    TO TIT-CONTA
           MOVE WS-OPERANTE-CLI TO TIT-CLI-COD
           READ TITULARES KEY IS TIT-CHAVE
              INVALID KEY
                 IF WS-OPERANTE-CLI NOT = 0
                    AND CONTA-CLI-COD IS NUMERIC
                    AND WS-OPERANTE-CLI = CONTA-CLI-COD
                    MOVE "T"         TO WS-OPERANTE-PAPEL
                    MOVE CONTA-SENHA TO WS-OPERANTE-SENHA
                 ELSE
                    DISPLAY "Cliente nao e titular nem assinante "
                       "desta conta!"
                    EXIT PARAGRAPH
                 END-IF
              NOT INVALID KEY
                 MOVE TIT-PAPEL        TO WS-OPERANTE-PAPEL
                 MOVE TIT-SENHA        TO WS-OPERANTE-SENHA
                 MOVE TIT-LIMITE-SAQUE TO WS-OPERANTE-LIMITE
           END-READ

           DISPLAY "Senha: "
           ACCEPT WS-SENHA
           IF WS-SENHA NOT = WS-OPERANTE-SENHA
              DISPLAY "Senha incorreta!"
              EXIT PARAGRAPH
           END-IF
           IF WS-OPERANTE-PAPEL NOT = "A"
              MOVE 0 TO WS-OPERANTE-LIMITE
           END-IF
           MOVE "S" TO WS-OPERANTE-OK
           .

       *> ===============================
       *> LISTAR TITULARES DA CONTA EM REG-CONTA (WS-TIT-EXIBIR:
       *> "N" so conta os vinculos, "S" na tela, "A" no arquivo
       *> do extrato; o cliente de CONTA-CLI-COD sem registro
       *> proprio aparece como titular)
       *> ===============================
       LISTAR-TITULARES-CONTA.
           MOVE 0   TO WS-TIT-QTD
           MOVE "N" TO WS-TIT-PRINCIPAL
           MOVE "N" TO WS-TIT-CLI-ABERTO
           IF WS-TIT-EXIBIR NOT = "N"
              OPEN INPUT CLIENTES
              IF FS-CLI = "00"
                 MOVE "S" TO WS-TIT-CLI-ABERTO
              END-IF
           END-IF

           MOVE CONTA-NUMERO TO TIT-CONTA
           MOVE 0 TO TIT-CLI-COD
           MOVE "00" TO FS-TIT
           START TITULARES KEY NOT LESS THAN TIT-CHAVE
              INVALID KEY MOVE "99" TO FS-TIT
           END-START

           PERFORM UNTIL FS-TIT NOT = "00"
              READ TITULARES NEXT RECORD
                 AT END MOVE "99" TO FS-TIT
                 NOT AT END
                    IF TIT-CONTA NOT = CONTA-NUMERO
                       MOVE "99" TO FS-TIT
                    ELSE
                       ADD 1 TO WS-TIT-QTD
                       IF CONTA-CLI-COD IS NUMERIC
                          AND TIT-CLI-COD = CONTA-CLI-COD
                          MOVE "S" TO WS-TIT-PRINCIPAL
                       END-IF
                       MOVE TIT-CLI-COD TO WS-TIT-CLI
                       MOVE TIT-PAPEL   TO WS-TIT-PAPEL
                       PERFORM EXIBIR-TITULAR
                    END-IF
              END-READ
           END-PERFORM

           IF WS-TIT-PRINCIPAL = "N"
              AND CONTA-CLI-COD IS NUMERIC
              AND CONTA-CLI-COD > 0
              MOVE CONTA-CLI-COD TO WS-TIT-CLI
              MOVE "T" TO WS-TIT-PAPEL
              MOVE 0   TO TIT-LIMITE-SAQUE
              PERFORM EXIBIR-TITULAR
           END-IF

           IF WS-TIT-CLI-ABERTO = "S"
              CLOSE CLIENTES
           END-IF
           .

       EXIBIR-TITULAR.
           IF WS-TIT-EXIBIR = "N"
              EXIT PARAGRAPH
           END-IF
           PERFORM OBTER-DESCRICAO-PAPEL
           MOVE SPACES TO WS-TIT-NOME
           IF WS-TIT-CLI-ABERTO = "S"
              MOVE WS-TIT-CLI TO CLI-COD
              READ CLIENTES KEY IS CLI-COD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE CLI-NOME TO WS-TIT-NOME
              END-READ
           END-IF

           IF WS-TIT-EXIBIR = "A"
              MOVE SPACES TO WS-LINHA-EXT
              STRING WS-TIT-DESC DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-TIT-CLI DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-TIT-NOME DELIMITED BY SIZE
                     INTO WS-LINHA-EXT
              END-STRING
              WRITE REG-ARQ-EXTRATO FROM WS-LINHA-EXT
           ELSE
              DISPLAY "  " WS-TIT-CLI " " WS-TIT-NOME " "
                 WS-TIT-DESC
              IF WS-TIT-PAPEL = "A" AND TIT-LIMITE-SAQUE > 0
                 DISPLAY "     Limite por operacao: "
                    TIT-LIMITE-SAQUE
              END-IF
           END-IF
           .

       *> ===============================
       *> TITULARES E ASSINANTES DA CONTA (supervisao - inclui,
       *> exclui e altera senha/limite dos vinculos da conta com
       *> os clientes do cadastro central)
       *> ===============================
       MANTER-TITULARES.
           DISPLAY "Numero da conta: "
           ACCEPT CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Conta nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           IF CONTA-STATUS = "ENCERRADA"
              DISPLAY "Conta encerrada nao pode ser alterada!"
              EXIT PARAGRAPH
           END-IF

           MOVE 9 TO WS-TIT-ACAO
           PERFORM UNTIL WS-TIT-ACAO = 0
              DISPLAY "---------------------------"
              DISPLAY "Conta " CONTA-NUMERO " - " CONTA-NOME
              MOVE "S" TO WS-TIT-EXIBIR
              PERFORM LISTAR-TITULARES-CONTA
              DISPLAY "1 - Incluir titular/assinante"
              DISPLAY "2 - Excluir vinculo"
              DISPLAY "3 - Alterar senha/limite"
              DISPLAY "0 - Voltar"
              ACCEPT WS-TIT-ACAO
              EVALUATE WS-TIT-ACAO
                 WHEN 0 CONTINUE
                 WHEN 1 PERFORM INCLUIR-TITULAR
                 WHEN 2 PERFORM EXCLUIR-TITULAR
                 WHEN 3 PERFORM ALTERAR-TITULAR
                 WHEN OTHER DISPLAY "Opcao invalida!"
              END-EVALUATE
           END-PERFORM
           .

       INCLUIR-TITULAR.
           DISPLAY "Codigo do cliente: "
           ACCEPT WS-TIT-CLI
           IF WS-TIT-CLI = 0
              DISPLAY "Codigo invalido!"
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT CLIENTES
           IF FS-CLI NOT = "00"
              DISPLAY "Cadastro de clientes (CLIENTES.DAT) "
                 "indisponivel - vinculo nao incluido."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TIT-CLI TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY
                 DISPLAY "Cliente nao cadastrado no cadastro "
                    "central - vinculo nao incluido."
                 CLOSE CLIENTES
                 EXIT PARAGRAPH
           END-READ
           DISPLAY "Cliente: " CLI-NOME
           CLOSE CLIENTES

           DISPLAY "Papel (T = titular, C = co-titular, "
              "A = assinante autorizado): "
           ACCEPT WS-TIT-PAPEL
           IF WS-TIT-PAPEL NOT = "T" AND WS-TIT-PAPEL NOT = "C"
              AND WS-TIT-PAPEL NOT = "A"
              DISPLAY "Papel invalido! Nada foi incluido."
              EXIT PARAGRAPH
           END-IF

           MOVE CONTA-NUMERO TO TIT-CONTA
           MOVE WS-TIT-CLI   TO TIT-CLI-COD
           MOVE WS-TIT-PAPEL TO TIT-PAPEL
           DISPLAY "Senha do cliente nesta conta (PIN de 4 "
              "digitos): "
           ACCEPT TIT-SENHA
           IF TIT-SENHA = SPACES
              DISPLAY "Senha obrigatoria! Nada foi incluido."
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TIT-LIMITE-SAQUE
           IF TIT-PAPEL = "A"
              DISPLAY "Limite por saque/transferencia "
                 "(0 = sem limite): "
              ACCEPT TIT-LIMITE-SAQUE
           END-IF

           WRITE REG-TITULAR
              INVALID KEY
                 DISPLAY "Cliente ja vinculado a esta conta!"
                 EXIT PARAGRAPH
           END-WRITE

           MOVE "TITULAR-INCL" TO WS-AUD-ACAO
           PERFORM MONTAR-CHAVE-AUD-TITULAR
           PERFORM GRAVAR-AUDITORIA
           DISPLAY "Vinculo incluido."
           .

       EXCLUIR-TITULAR.
           DISPLAY "Codigo do cliente a desvincular: "
           ACCEPT WS-TIT-CLI
           MOVE CONTA-NUMERO TO TIT-CONTA
           MOVE WS-TIT-CLI   TO TIT-CLI-COD
           DELETE TITULARES RECORD
              INVALID KEY
                 DISPLAY "Vinculo nao encontrado!"
                 EXIT PARAGRAPH
           END-DELETE

           MOVE "TITULAR-EXCL" TO WS-AUD-ACAO
           PERFORM MONTAR-CHAVE-AUD-TITULAR
           PERFORM GRAVAR-AUDITORIA
           DISPLAY "Vinculo excluido."
           .

       ALTERAR-TITULAR.
           DISPLAY "Codigo do cliente: "
           ACCEPT WS-TIT-CLI
           MOVE CONTA-NUMERO TO TIT-CONTA
           MOVE WS-TIT-CLI   TO TIT-CLI-COD
           READ TITULARES KEY IS TIT-CHAVE
              INVALID KEY
                 DISPLAY "Vinculo nao encontrado!"
                 EXIT PARAGRAPH
           END-READ

           DISPLAY "Nova senha (em branco = manter): "
           ACCEPT WS-SENHA
           IF WS-SENHA NOT = SPACES
              MOVE WS-SENHA TO TIT-SENHA
           END-IF
           IF TIT-PAPEL = "A"
              DISPLAY "Limite atual por operacao: " TIT-LIMITE-SAQUE
              DISPLAY "Novo limite (0 = sem limite): "
              ACCEPT TIT-LIMITE-SAQUE
           END-IF

           REWRITE REG-TITULAR
              INVALID KEY
                 DISPLAY "Erro ao atualizar o vinculo!"
                 EXIT PARAGRAPH
           END-REWRITE

           MOVE "TITULAR-ALT" TO WS-AUD-ACAO
           PERFORM MONTAR-CHAVE-AUD-TITULAR
           PERFORM GRAVAR-AUDITORIA
           DISPLAY "Vinculo atualizado."
           .

       MONTAR-CHAVE-AUD-TITULAR.
           MOVE SPACES TO WS-AUD-CHAVE
           STRING CONTA-NUMERO DELIMITED BY SIZE
                  WS-TIT-CLI DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           END-STRING
           .

       *> ===============================
       *> LISTAR CONTAS
       *> ===============================

           ADD 1 TO WS-QTD-COMPENSADOS
           ADD CMP-VALOR TO WS-TOT-COMPENSADOS

           MOVE CMP-VALOR TO WS-NTF-VALOR-ED
           MOVE SPACES TO WS-NTF-VARIAVEIS
           STRING CMP-CONTA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NTF-VALOR-ED) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CMP-DATA-DEPOSITO DELIMITED BY SIZE
                  INTO WS-NTF-VARIAVEIS
           END-STRING
           MOVE "CHEQUE-LIBER" TO WS-NTF-MODELO
           MOVE SPACES TO WS-NTF-REFERENCIA
           STRING CMP-CONTA DELIMITED BY SIZE
                  CMP-DATA-HORA (1:8) DELIMITED BY SIZE
                  INTO WS-NTF-REFERENCIA
           END-STRING
           MOVE "N" TO WS-NTF-UNICO
           PERFORM NOTIFICAR-CLIENTE-CONTA
           .

       *> ===============================
       *> DEVOLVER CHEQUE DEPOSITADO (cheque ainda pendente em
       *> compensa.dat devolvido pela compensacao com a alinea
       *> do Banco Central: estorna o valor do saldo, cobra a
       *> tarifa de devolucao e bloqueia a conta ao atingir o
       *> limite de devolucoes do parambco.dat)
       *> ===============================
       DEVOLVER-CHEQUE.
           DISPLAY "Numero da conta depositante: "
           ACCEPT CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Conta nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              EXIT PARAGRAPH
           END-IF

           PERFORM LISTAR-CHEQUES-PENDENTES
           IF WS-DEV-QTD = 0
              DISPLAY "Nenhum cheque pendente de compensacao "
                 "nesta conta."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Cheque a devolver (0 = cancelar): "
           ACCEPT WS-DEV-ESCOLHA
           IF WS-DEV-ESCOLHA = 0 OR WS-DEV-ESCOLHA > WS-DEV-QTD
              DISPLAY "Nenhum cheque devolvido."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Alinea de devolucao (11 12 13 14 20 21 22 "
              "25 28 31 35): "
           ACCEPT WS-DEV-MOTIVO
      *> 49 e 70 so chegam pelo arquivo da compensacao
           IF WS-DEV-MOTIVO = 49 OR WS-DEV-MOTIVO = 70
              DISPLAY "Alinea invalida! Nada foi alterado."
              EXIT PARAGRAPH
           END-IF
           PERFORM OBTER-DESCRICAO-ALINEA
           IF WS-DEV-DESC = SPACES
              DISPLAY "Alinea invalida! Nada foi alterado."
              EXIT PARAGRAPH
           END-IF

           MOVE WS-DEV-TAB-CHAVE (WS-DEV-ESCOLHA) TO CMP-CHAVE
           READ COMPENSACAO KEY IS CMP-CHAVE
              INVALID KEY
                 DISPLAY "Cheque nao encontrado em compensa.dat!"
                 EXIT PARAGRAPH
           END-READ
           IF CMP-STATUS NOT = "P"
              DISPLAY "Cheque ja foi liberado ou devolvido!"
              EXIT PARAGRAPH
           END-IF

           PERFORM LER-PARAMETROS-BCO
           IF WS-PRM-LIDO = "N"
              MOVE ZERO TO WS-TARIFA-DEVOL
              MOVE ZERO TO WS-MAX-DEVOL
           END-IF
           IF WS-MAX-DEVOL = 0
              MOVE 3 TO WS-MAX-DEVOL
           END-IF

      *> o cheque sai da compensacao antes do debito, para nao
      *> poder ser devolvido duas vezes
           MOVE "D" TO CMP-STATUS
           REWRITE REG-COMPENSACAO
              INVALID KEY
                 DISPLAY "Erro ao marcar o cheque como devolvido! "
                    "Nada foi alterado."
                 EXIT PARAGRAPH
           END-REWRITE

      *> o valor do cheque nunca entrou no disponivel (so no
      *> saldo contabil); a tarifa sai dos dois
           SUBTRACT CMP-VALOR FROM CONTA-SALDO
           SUBTRACT WS-TARIFA-DEVOL FROM CONTA-SALDO
           SUBTRACT WS-TARIFA-DEVOL FROM CONTA-SALDO-DISP
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "Erro ao estornar o cheque na conta!"
                 PERFORM REABRIR-CHEQUE-COMPENSACAO
                 EXIT PARAGRAPH
           END-REWRITE
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              PERFORM REABRIR-CHEQUE-COMPENSACAO
              EXIT PARAGRAPH
           END-IF

           MOVE CONTA-NUMERO TO TRANS-CONTA
           MOVE "CHQ-DEVOL"  TO TRANS-TIPO
           MOVE CMP-VALOR    TO TRANS-VALOR
           COMPUTE TRANS-SALDO = CONTA-SALDO + WS-TARIFA-DEVOL
           PERFORM GRAVAR-TRANSACAO
           IF WS-TARIFA-DEVOL > 0
              MOVE CONTA-NUMERO    TO TRANS-CONTA
              MOVE "TARIFA"        TO TRANS-TIPO
              MOVE WS-TARIFA-DEVOL TO TRANS-VALOR
              MOVE CONTA-SALDO     TO TRANS-SALDO
              PERFORM GRAVAR-TRANSACAO
           END-IF

           MOVE CMP-CONTA       TO DEV-CONTA
           MOVE CMP-DATA-HORA   TO DEV-DATA-HORA
           MOVE CMP-VALOR       TO DEV-VALOR
           MOVE WS-DEV-MOTIVO   TO DEV-MOTIVO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE    TO DEV-DATA
           MOVE WS-TARIFA-DEVOL TO DEV-TARIFA
           MOVE WS-COD-OPERADOR TO DEV-USU-COD
           WRITE REG-CHEQUE-DEVOLVIDO
              INVALID KEY
                 DISPLAY "Erro ao gravar chqdevol.dat!"
           END-WRITE

           MOVE "CHEQUE-DEVOL" TO WS-AUD-ACAO
           MOVE CONTA-NUMERO   TO WS-AUD-CHAVE
           PERFORM GRAVAR-AUDITORIA

           DISPLAY "Cheque de " CMP-VALOR " devolvido - alinea "
              WS-DEV-MOTIVO " " WS-DEV-DESC
           IF WS-TARIFA-DEVOL > 0
              DISPLAY "Tarifa de devolucao cobrada: "
                 WS-TARIFA-DEVOL
           END-IF

           PERFORM CONTAR-DEVOLUCOES-CONTA
           DISPLAY "Cheques devolvidos na conta: " WS-DEV-CONTADOR
           IF WS-DEV-CONTADOR >= WS-MAX-DEVOL
              AND CONTA-STATUS NOT = "BLOQUEADA"
              AND CONTA-STATUS NOT = "ENCERRADA"
              MOVE "BLOQUEADA" TO CONTA-STATUS
              REWRITE REG-CONTA
                 INVALID KEY
                    DISPLAY "Erro ao bloquear a conta!"
                    EXIT PARAGRAPH
              END-REWRITE
              MOVE "BLOQUEIO-DEVOL" TO WS-AUD-ACAO
              MOVE CONTA-NUMERO     TO WS-AUD-CHAVE
              PERFORM GRAVAR-AUDITORIA
              DISPLAY "Limite de " WS-MAX-DEVOL
                 " devolucoes atingido - conta BLOQUEADA."
           END-IF
           .

       *> ===============================
       *> LISTAR OS CHEQUES PENDENTES DA CONTA (numera na tela
       *> e guarda as chaves de compensa.dat em WS-DEV-TABELA)
       *> ===============================
       LISTAR-CHEQUES-PENDENTES.
           MOVE 0 TO WS-DEV-QTD
           MOVE CONTA-NUMERO TO CMP-CONTA
           MOVE SPACES       TO CMP-DATA-HORA
           MOVE "00" TO FS-CMP
           START COMPENSACAO KEY NOT LESS THAN CMP-CHAVE
              INVALID KEY MOVE "99" TO FS-CMP
           END-START

           PERFORM UNTIL FS-CMP = "99"
              READ COMPENSACAO NEXT RECORD
                 AT END MOVE "99" TO FS-CMP
                 NOT AT END
                    IF CMP-CONTA NOT = CONTA-NUMERO
                       MOVE "99" TO FS-CMP
                    ELSE
                       IF CMP-STATUS = "P" AND WS-DEV-QTD < 30
                          ADD 1 TO WS-DEV-QTD
                          MOVE CMP-CHAVE
                             TO WS-DEV-TAB-CHAVE (WS-DEV-QTD)
                          MOVE CMP-VALOR
                             TO WS-DEV-TAB-VALOR (WS-DEV-QTD)
                          DISPLAY WS-DEV-QTD " - depositado em "
                             CMP-DATA-DEPOSITO " valor " CMP-VALOR
                             " libera em " CMP-DATA-LIBERACAO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       *> ===============================
       *> CONTAR OS CHEQUES DEVOLVIDOS DA CONTA (chqdevol.dat,
       *> chave iniciada pelo numero da conta)
       *> ===============================
       CONTAR-DEVOLUCOES-CONTA.
           MOVE 0 TO WS-DEV-CONTADOR
           MOVE CONTA-NUMERO TO DEV-CONTA
           MOVE SPACES       TO DEV-DATA-HORA
           MOVE "00" TO FS-DEV
           START CHEQUES-DEVOLVIDOS KEY NOT LESS THAN DEV-CHAVE
              INVALID KEY MOVE "99" TO FS-DEV
           END-START

           PERFORM UNTIL FS-DEV = "99"
              READ CHEQUES-DEVOLVIDOS NEXT RECORD
                 AT END MOVE "99" TO FS-DEV
                 NOT AT END
                    IF DEV-CONTA NOT = CONTA-NUMERO
                       MOVE "99" TO FS-DEV
                    ELSE
                       ADD 1 TO WS-DEV-CONTADOR
                    END-IF
              END-READ
           END-PERFORM
           .

       *> Volta a pendente o cheque em REG-COMPENSACAO quando o
       *> debito da devolucao nao pode ser gravado na conta.
       REABRIR-CHEQUE-COMPENSACAO.
           MOVE "P" TO CMP-STATUS
           REWRITE REG-COMPENSACAO
              INVALID KEY
                 DISPLAY "Erro ao reabrir o cheque em compensa.dat "
                    "- verifique o cheque da conta " CMP-CONTA "!"
           END-REWRITE
           .

       *> ===============================
       *> DESCRICAO DA ALINEA DE DEVOLUCAO (branco = alinea nao
       *> aceita)
       *> ===============================
       OBTER-DESCRICAO-ALINEA.
           EVALUATE WS-DEV-MOTIVO
              WHEN 11 MOVE "SEM FUNDOS - 1A APRESENTACAO"
                 TO WS-DEV-DESC
              WHEN 12 MOVE "SEM FUNDOS - 2A APRESENTACAO"
                 TO WS-DEV-DESC
              WHEN 13 MOVE "CONTA ENCERRADA" TO WS-DEV-DESC
              WHEN 14 MOVE "PRATICA ESPURIA" TO WS-DEV-DESC
              WHEN 20 MOVE "FOLHA SUSTADA - EXTRAVIO/ROUBO"
                 TO WS-DEV-DESC
              WHEN 21 MOVE "CONTRAORDEM OU SUSTACAO"
                 TO WS-DEV-DESC
              WHEN 22 MOVE "DIVERGENCIA DE ASSINATURA"
                 TO WS-DEV-DESC
              WHEN 25 MOVE "TALONARIO CANCELADO" TO WS-DEV-DESC
              WHEN 28 MOVE "SUSTACAO POR FURTO OU ROUBO"
                 TO WS-DEV-DESC
              WHEN 31 MOVE "ERRO FORMAL" TO WS-DEV-DESC
              WHEN 35 MOVE "CHEQUE FRAUDADO" TO WS-DEV-DESC
              WHEN 49 MOVE "REMESSA NULA-JA PAGO/DEVOLVIDO"
                 TO WS-DEV-DESC
              WHEN 70 MOVE "SUSTACAO/BLOQUEIO PROVISORIO"
                 TO WS-DEV-DESC
              WHEN OTHER MOVE SPACES TO WS-DEV-DESC
           END-EVALUATE
           .

       *> ===============================
       *> RELATORIO DIARIO DE CHEQUES DEVOLVIDOS (tela e
       *> CHQDEV-AAAAMMDD.REL)
       *> ===============================
       RELATORIO-CHEQUES-DEVOLVIDOS.
           MOVE "Data das devolucoes (AAAAMMDD, 0 = hoje): "
              TO WS-VD-PROMPT
           MOVE "N" TO WS-VD-FORMATO
           MOVE "S" TO WS-VD-PERMITE-ZERO
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO WS-DEV-DATA-REL
           IF WS-DEV-DATA-REL = 0
              ACCEPT WS-DEV-DATA-REL FROM DATE YYYYMMDD
           END-IF

           MOVE SPACES TO WS-ARQ-CHQDEV
           STRING "CHQDEV-" DELIMITED BY SIZE
                  WS-DEV-DATA-REL DELIMITED BY SIZE
                  ".REL" DELIMITED BY SIZE
                  INTO WS-ARQ-CHQDEV
           END-STRING
           OPEN OUTPUT ARQ-CHQDEV

           MOVE ALL "=" TO WS-LINHA-DEV
           PERFORM ESCREVER-LINHA-DEV
           MOVE SPACES TO WS-LINHA-DEV
           STRING "CHEQUES DEVOLVIDOS EM " DELIMITED BY SIZE
                  WS-DEV-DATA-REL DELIMITED BY SIZE
                  INTO WS-LINHA-DEV
           END-STRING
           PERFORM ESCREVER-LINHA-DEV
           MOVE "CONTA  DEPOSITO        VALOR   TARIFA AL MOTIVO"
              TO WS-LINHA-DEV
           PERFORM ESCREVER-LINHA-DEV
           MOVE ALL "=" TO WS-LINHA-DEV
           PERFORM ESCREVER-LINHA-DEV

           MOVE 0 TO WS-DEV-QTD-REL
           MOVE 0 TO WS-DEV-TOT-REL
           MOVE ZEROS  TO DEV-CONTA
           MOVE SPACES TO DEV-DATA-HORA
           MOVE "00" TO FS-DEV
           START CHEQUES-DEVOLVIDOS KEY NOT LESS THAN DEV-CHAVE
              INVALID KEY MOVE "99" TO FS-DEV
           END-START

           PERFORM UNTIL FS-DEV = "99"
              READ CHEQUES-DEVOLVIDOS NEXT RECORD
                 AT END MOVE "99" TO FS-DEV
                 NOT AT END
                    IF DEV-DATA = WS-DEV-DATA-REL
                       PERFORM IMPRIMIR-CHEQUE-DEVOLVIDO
                    END-IF
              END-READ
           END-PERFORM

           MOVE ALL "-" TO WS-LINHA-DEV
           PERFORM ESCREVER-LINHA-DEV
           MOVE WS-DEV-TOT-REL TO WS-VAL-ED
           MOVE SPACES TO WS-LINHA-DEV
           STRING "CHEQUES DEVOLVIDOS: " DELIMITED BY SIZE
                  WS-DEV-QTD-REL DELIMITED BY SIZE
                  "  VALOR TOTAL: " DELIMITED BY SIZE
                  WS-VAL-ED DELIMITED BY SIZE
                  INTO WS-LINHA-DEV
           END-STRING
           PERFORM ESCREVER-LINHA-DEV

           CLOSE ARQ-CHQDEV
           DISPLAY "Relatorio gravado em " WS-ARQ-CHQDEV
           .

       IMPRIMIR-CHEQUE-DEVOLVIDO.
           MOVE DEV-MOTIVO TO WS-DEV-MOTIVO
           PERFORM OBTER-DESCRICAO-ALINEA
           ADD 1 TO WS-DEV-QTD-REL
           ADD DEV-VALOR TO WS-DEV-TOT-REL
           MOVE DEV-VALOR TO WS-VAL-ED
           MOVE DEV-TARIFA TO WS-DEV-TAR-ED
           MOVE SPACES TO WS-LINHA-DEV
           STRING DEV-CONTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DEV-DATA-HORA(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VAL-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEV-TAR-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DEV-MOTIVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEV-DESC DELIMITED BY SIZE
                  INTO WS-LINHA-DEV
           END-STRING
           PERFORM ESCREVER-LINHA-DEV
           .

       ESCREVER-LINHA-DEV.
           DISPLAY WS-LINHA-DEV
           WRITE REG-ARQ-CHQDEV FROM WS-LINHA-DEV
           .

       *> ===============================
       *> EMITIR TALAO DE CHEQUES (folhas numeradas em sequencia
       *> por conta em folhas.dat; a tarifa do talao sai pelo
       *> lancamento de TARIFA)
       *> ===============================
       EMITIR-TALAO.
           PERFORM LER-PARAMETROS-BCO
           IF WS-PRM-LIDO = "N"
              MOVE 0 TO WS-TARIFA-TALAO
           END-IF

           DISPLAY "Numero da conta: "
           ACCEPT CONTA-NUMERO
           READ CONTAS RECORD
              EXIT PARAGRAPH
           END-IF

           PERFORM IDENTIFICAR-OPERANTE
           IF WS-OPERANTE-OK = "N"
              EXIT PARAGRAPH
           END-IF
           IF WS-OPERANTE-PAPEL = "A"
              DISPLAY "Assinante autorizado nao pode solicitar "
                 "talao!"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Quantidade de folhas (0 = 20, maximo 50): "
           ACCEPT WS-CHQ-QTD
           IF WS-CHQ-QTD = 0
              MOVE 20 TO WS-CHQ-QTD
           END-IF
           IF WS-CHQ-QTD > 50
              DISPLAY "Quantidade invalida!"
              EXIT PARAGRAPH
           END-IF
           IF WS-TARIFA-TALAO > CONTA-SALDO-DISP + CONTA-LIMITE
              DISPLAY "Saldo disponivel insuficiente para a tarifa "
                 "do talao: " WS-TARIFA-TALAO
              EXIT PARAGRAPH
           END-IF

           PERFORM OBTER-ULTIMA-FOLHA
           COMPUTE WS-CHQ-PRIMEIRA = WS-CHQ-ULTIMA + 1
           COMPUTE WS-CHQ-ULTIMA = WS-CHQ-ULTIMA + WS-CHQ-QTD

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM VARYING WS-CHQ-NUMERO FROM WS-CHQ-PRIMEIRA BY 1
              UNTIL WS-CHQ-NUMERO > WS-CHQ-ULTIMA
              MOVE CONTA-NUMERO    TO FOL-CONTA
              MOVE WS-CHQ-NUMERO   TO FOL-NUMERO
              MOVE "E"             TO FOL-STATUS
              MOVE WS-DATA-HOJE    TO FOL-DATA-EMISSAO
              MOVE 0               TO FOL-DATA-SUSTACAO
              MOVE 0               TO FOL-MOTIVO
              MOVE 0               TO FOL-DATA-PGTO
              MOVE 0               TO FOL-VALOR
              MOVE WS-COD-OPERADOR TO FOL-USU-COD
              WRITE REG-FOLHA-CHEQUE
                 INVALID KEY
                    DISPLAY "Folha " WS-CHQ-NUMERO " ja existe!"
              END-WRITE
           END-PERFORM

           MOVE CONTA-NUMERO TO TRANS-CONTA
           MOVE "TALAO"      TO TRANS-TIPO
           MOVE 0            TO TRANS-VALOR
           MOVE CONTA-SALDO  TO TRANS-SALDO
           PERFORM GRAVAR-TRANSACAO
           MOVE WS-CHQ-PRIMEIRA TO MCH-NUMERO
           MOVE WS-CHQ-ULTIMA   TO MCH-NUMERO-FIM
           PERFORM GRAVAR-MOV-CHEQUE

           IF WS-TARIFA-TALAO > 0
              SUBTRACT WS-TARIFA-TALAO FROM CONTA-SALDO
              SUBTRACT WS-TARIFA-TALAO FROM CONTA-SALDO-DISP
              REWRITE REG-CONTA
                 INVALID KEY
                    DISPLAY "Erro ao cobrar a tarifa do talao!"
                    EXIT PARAGRAPH
              END-REWRITE
              PERFORM VERIFICAR-BLOQUEIO-CONTAS
              IF WS-CONTA-BLOQUEADA = "N"
                 MOVE CONTA-NUMERO    TO TRANS-CONTA
                 MOVE "TARIFA"        TO TRANS-TIPO
                 MOVE WS-TARIFA-TALAO TO TRANS-VALOR
                 MOVE CONTA-SALDO     TO TRANS-SALDO
                 PERFORM GRAVAR-TRANSACAO
              END-IF
           END-IF

           MOVE "TALAO-EMISSAO" TO WS-AUD-ACAO
           MOVE CONTA-NUMERO    TO WS-AUD-CHAVE
           PERFORM GRAVAR-AUDITORIA
           DISPLAY "Talao emitido: folhas " WS-CHQ-PRIMEIRA
              " a " WS-CHQ-ULTIMA
           .

       *> Ultimo numero de folha ja emitido para a conta em
       *> REG-CONTA (zero quando a conta nunca teve talao).
       OBTER-ULTIMA-FOLHA.
           MOVE 0 TO WS-CHQ-ULTIMA
           MOVE CONTA-NUMERO TO FOL-CONTA
           MOVE 0 TO FOL-NUMERO
           MOVE "00" TO FS-FOL
           START FOLHAS-CHEQUE KEY NOT LESS THAN FOL-CHAVE
              INVALID KEY MOVE "99" TO FS-FOL
           END-START
           PERFORM UNTIL FS-FOL NOT = "00"
              READ FOLHAS-CHEQUE NEXT RECORD
                 AT END MOVE "99" TO FS-FOL
                 NOT AT END
                    IF FOL-CONTA NOT = CONTA-NUMERO
                       MOVE "99" TO FS-FOL
                    ELSE
                       MOVE FOL-NUMERO TO WS-CHQ-ULTIMA
                    END-IF
              END-READ
           END-PERFORM
           .

       *> Liga a transacao recem gravada em REG-TRANSACAO ao
       *> numero do cheque (MCH-NUMERO/MCH-NUMERO-FIM preenchidos
       *> por quem chama), para o extrato mostrar o cheque.
       GRAVAR-MOV-CHEQUE.
           MOVE TRANS-CONTA     TO MCH-CONTA
           MOVE TRANS-DATA-HORA TO MCH-DATA-HORA
           MOVE TRANS-TIPO      TO MCH-TIPO
           MOVE TRANS-VALOR     TO MCH-VALOR
           MOVE 0   TO MCH-SEQ
           MOVE "N" TO WS-MCH-ACHOU
           PERFORM UNTIL WS-MCH-ACHOU = "S" OR MCH-SEQ = 99
              WRITE REG-MOV-CHEQUE
                 INVALID KEY ADD 1 TO MCH-SEQ
                 NOT INVALID KEY MOVE "S" TO WS-MCH-ACHOU
              END-WRITE
           END-PERFORM
           .

       *> ===============================
       *> SUSTAR CHEQUE (sustacao/contraordem de uma folha
       *> emitida e ainda nao paga, com motivo e data)
       *> ===============================
       SUSTAR-CHEQUE.
           DISPLAY "Numero da conta: "
           ACCEPT CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Conta nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              EXIT PARAGRAPH
           END-IF

           PERFORM IDENTIFICAR-OPERANTE
           IF WS-OPERANTE-OK = "N"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Numero do cheque: "
           ACCEPT WS-CHQ-NUMERO
           MOVE CONTA-NUMERO  TO FOL-CONTA
           MOVE WS-CHQ-NUMERO TO FOL-NUMERO
           READ FOLHAS-CHEQUE KEY IS FOL-CHAVE
              INVALID KEY
                 DISPLAY "Folha nao emitida para esta conta!"
                 EXIT PARAGRAPH
           END-READ
           EVALUATE FOL-STATUS
              WHEN "S"
                 DISPLAY "Cheque ja sustado em " FOL-DATA-SUSTACAO
                 EXIT PARAGRAPH
              WHEN "P"
                 DISPLAY "Cheque ja pago em " FOL-DATA-PGTO
                    " - sustacao nao e mais possivel."
                 EXIT PARAGRAPH
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           DISPLAY "Motivo da sustacao:"
           DISPLAY "  20 - Extravio/roubo de folha em branco"
           DISPLAY "  21 - Contraordem ou desacordo comercial"
           DISPLAY "  28 - Furto ou roubo do cheque preenchido"
           ACCEPT WS-CHQ-MOTIVO
           IF WS-CHQ-MOTIVO NOT = 20 AND WS-CHQ-MOTIVO NOT = 21
              AND WS-CHQ-MOTIVO NOT = 28
              DISPLAY "Motivo invalido! Nada foi sustado."
              EXIT PARAGRAPH
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "S"           TO FOL-STATUS
           MOVE WS-DATA-HOJE  TO FOL-DATA-SUSTACAO
           MOVE WS-CHQ-MOTIVO TO FOL-MOTIVO
           REWRITE REG-FOLHA-CHEQUE
              INVALID KEY
                 DISPLAY "Erro ao sustar o cheque!"
                 EXIT PARAGRAPH
           END-REWRITE

           MOVE CONTA-NUMERO TO TRANS-CONTA
           MOVE "CHQ-SUST"   TO TRANS-TIPO
           MOVE 0            TO TRANS-VALOR
           MOVE CONTA-SALDO  TO TRANS-SALDO
           PERFORM GRAVAR-TRANSACAO
           MOVE WS-CHQ-NUMERO TO MCH-NUMERO
           MOVE WS-CHQ-NUMERO TO MCH-NUMERO-FIM
           PERFORM GRAVAR-MOV-CHEQUE

           MOVE "CHQ-SUSTACAO" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING CONTA-NUMERO DELIMITED BY SIZE
                  WS-CHQ-NUMERO DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           END-STRING
           PERFORM GRAVAR-AUDITORIA
           DISPLAY "Cheque " WS-CHQ-NUMERO " sustado."
           .

       *> ===============================
       *> COMPENSAR CHEQUES EMITIDOS PELOS CORRENTISTAS (le os
       *> cheques apresentados em chqapres.dat: folha emitida,
       *> nao sustada e nao paga, e saldo disponivel + limite;
       *> os recusados vao para CHQRECUS-AAAAMMDD.TXT com a
       *> alinea. Retomavel pelo checkpoint do JOBLOG como o
       *> lote de transacoes)
       *> ===============================
       COMPENSAR-CHEQUES-EMITIDOS.
           MOVE 0 TO WS-CHQ-PAGOS
           MOVE 0 TO WS-CHQ-RECUSADOS
           MOVE 0 TO WS-CHQ-TOT-PAGO
           MOVE 0 TO WS-CHQ-TOT-RECUS
           MOVE 0 TO WS-LOTE-LINHA
           MOVE 0 TO WS-LOTE-PULAR
           MOVE "N" TO WS-CHQ-RECUS-ABERTO

           MOVE "CHEQUES-EMITIDOS" TO WS-JOB-NOME
           PERFORM JOBLOG-VERIFICAR-PENDENTE
           IF WS-JOB-PENDENTE = "S"
              DISPLAY "Ultima linha ja processada: "
                 WS-JOB-ULT-CONTADOR
              DISPLAY "Retomar do checkpoint, pulando as linhas "
                 "ja processadas (S/N)? "
              ACCEPT WS-RETOMAR
              IF WS-RETOMAR = "S"
                 MOVE WS-JOB-ULT-CONTADOR TO WS-LOTE-PULAR
              END-IF
           END-IF

           OPEN INPUT CHEQUES-APRESENTADOS
           IF FS-APR NOT = "00"
              DISPLAY "Arquivo de cheques apresentados "
                 "(chqapres.dat) nao encontrado."
              EXIT PARAGRAPH
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARQ-CHQRECUS
           STRING "CHQRECUS-" DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-ARQ-CHQRECUS
           END-STRING

           MOVE "INICIO" TO WS-JOB-EVENTO
           MOVE SPACES   TO WS-JOB-CHAVE
           MOVE ZERO     TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           MOVE "00" TO FS-APR
           PERFORM UNTIL FS-APR NOT = "00"
              READ CHEQUES-APRESENTADOS NEXT RECORD
                 AT END MOVE "99" TO FS-APR
                 NOT AT END
                    ADD 1 TO WS-LOTE-LINHA
                    IF WS-LOTE-LINHA > WS-LOTE-PULAR
                       PERFORM PROCESSAR-CHEQUE-APRESENTADO
                       MOVE "CHECKPOINT"  TO WS-JOB-EVENTO
                       MOVE APR-CONTA     TO WS-JOB-CHAVE
                       MOVE WS-LOTE-LINHA TO WS-JOB-CONTADOR
                       PERFORM JOBLOG-GRAVAR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CHEQUES-APRESENTADOS
           IF WS-CHQ-RECUS-ABERTO = "S"
              CLOSE ARQ-CHQRECUS
              DISPLAY "Cheques recusados gravados em "
                 WS-ARQ-CHQRECUS
           END-IF

           MOVE "FIM" TO WS-JOB-EVENTO
           MOVE SPACES TO WS-JOB-CHAVE
           MOVE WS-LOTE-LINHA TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           MOVE WS-CHQ-TOT-PAGO TO WS-VAL-ED
           DISPLAY "Cheques pagos     : " WS-CHQ-PAGOS
              "  Valor: " WS-VAL-ED
           MOVE WS-CHQ-TOT-RECUS TO WS-VAL-ED
           DISPLAY "Cheques recusados : " WS-CHQ-RECUSADOS
              "  Valor: " WS-VAL-ED
           .

       PROCESSAR-CHEQUE-APRESENTADO.
           MOVE 0   TO WS-CHQ-MOTIVO
           MOVE "N" TO WS-CHQ-CONTA-OK
           MOVE "N" TO WS-CHQ-FOLHA-OK

           IF APR-CONTA NOT NUMERIC OR APR-NUMERO NOT NUMERIC
              OR APR-VALOR NOT NUMERIC
              MOVE 31 TO WS-CHQ-MOTIVO
              PERFORM RECUSAR-CHEQUE-APRESENTADO
              EXIT PARAGRAPH
           END-IF

           MOVE APR-CONTA TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 MOVE 35 TO WS-CHQ-MOTIVO
                 PERFORM RECUSAR-CHEQUE-APRESENTADO
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              MOVE 70 TO WS-CHQ-MOTIVO
              PERFORM RECUSAR-CHEQUE-APRESENTADO
              EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-CHQ-CONTA-OK

           MOVE APR-CONTA  TO FOL-CONTA
           MOVE APR-NUMERO TO FOL-NUMERO
           READ FOLHAS-CHEQUE KEY IS FOL-CHAVE
              INVALID KEY
                 MOVE 35 TO WS-CHQ-MOTIVO
                 PERFORM RECUSAR-CHEQUE-APRESENTADO
                 EXIT PARAGRAPH
           END-READ
           MOVE "S" TO WS-CHQ-FOLHA-OK

           EVALUATE TRUE
              WHEN FOL-STATUS = "S"
                 MOVE FOL-MOTIVO TO WS-CHQ-MOTIVO
              WHEN FOL-STATUS = "P"
                 MOVE 49 TO WS-CHQ-MOTIVO
              WHEN FOL-STATUS = "D" AND FOL-MOTIVO NOT = 11
                 MOVE 49 TO WS-CHQ-MOTIVO
              WHEN CONTA-STATUS = "ENCERRADA"
                 MOVE 13 TO WS-CHQ-MOTIVO
              WHEN CONTA-STATUS = "BLOQUEADA"
                 MOVE 70 TO WS-CHQ-MOTIVO
              WHEN APR-VALOR > CONTA-SALDO-DISP + CONTA-LIMITE
                 IF FOL-STATUS = "D"
                    MOVE 12 TO WS-CHQ-MOTIVO
                 ELSE
                    MOVE 11 TO WS-CHQ-MOTIVO
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-CHQ-MOTIVO NOT = 0
              PERFORM RECUSAR-CHEQUE-APRESENTADO
           ELSE
              PERFORM PAGAR-CHEQUE-APRESENTADO
           END-IF
           .

       PAGAR-CHEQUE-APRESENTADO.
           SUBTRACT APR-VALOR FROM CONTA-SALDO
           SUBTRACT APR-VALOR FROM CONTA-SALDO-DISP
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "Erro ao debitar o cheque " APR-NUMERO
                    " da conta " APR-CONTA "!"
                 EXIT PARAGRAPH
           END-REWRITE
           MOVE CONTA-NUMERO TO TRANS-CONTA
           MOVE "CHEQUE"     TO TRANS-TIPO
           MOVE APR-VALOR    TO TRANS-VALOR
           MOVE CONTA-SALDO  TO TRANS-SALDO
           PERFORM GRAVAR-TRANSACAO
           MOVE APR-NUMERO TO MCH-NUMERO
           MOVE APR-NUMERO TO MCH-NUMERO-FIM
           PERFORM GRAVAR-MOV-CHEQUE

           MOVE "P"          TO FOL-STATUS
           MOVE WS-DATA-HOJE TO FOL-DATA-PGTO
           MOVE APR-VALOR    TO FOL-VALOR
           REWRITE REG-FOLHA-CHEQUE
              INVALID KEY
                 DISPLAY "Erro ao baixar a folha " APR-NUMERO "!"
           END-REWRITE
           ADD 1 TO WS-CHQ-PAGOS
           ADD APR-VALOR TO WS-CHQ-TOT-PAGO
           .

       *> Cheque apresentado que nao pode ser pago: a folha fica
       *> devolvida (salvo se ja estava sustada ou paga), o
       *> movimento aparece no extrato sem mexer no saldo e a
       *> linha vai para o arquivo de recusados.
       RECUSAR-CHEQUE-APRESENTADO.
           MOVE WS-CHQ-MOTIVO TO WS-DEV-MOTIVO
           PERFORM OBTER-DESCRICAO-ALINEA

           IF WS-CHQ-FOLHA-OK = "S"
              AND FOL-STATUS NOT = "S" AND FOL-STATUS NOT = "P"
              MOVE "D"           TO FOL-STATUS
              MOVE WS-CHQ-MOTIVO TO FOL-MOTIVO
              MOVE APR-VALOR     TO FOL-VALOR
              REWRITE REG-FOLHA-CHEQUE
                 INVALID KEY
                    DISPLAY "Erro ao marcar a folha " APR-NUMERO
                       " como devolvida!"
              END-REWRITE
           END-IF

           IF WS-CHQ-CONTA-OK = "S"
              MOVE CONTA-NUMERO TO TRANS-CONTA
              MOVE "CHQ-RECUS"  TO TRANS-TIPO
              MOVE APR-VALOR    TO TRANS-VALOR
              MOVE CONTA-SALDO  TO TRANS-SALDO
              PERFORM GRAVAR-TRANSACAO
              MOVE APR-NUMERO TO MCH-NUMERO
              MOVE APR-NUMERO TO MCH-NUMERO-FIM
              PERFORM GRAVAR-MOV-CHEQUE
           END-IF

           IF WS-CHQ-RECUS-ABERTO = "N"
              OPEN EXTEND ARQ-CHQRECUS
              IF FS-RECUS NOT = "00"
                 OPEN OUTPUT ARQ-CHQRECUS
              END-IF
              MOVE "S" TO WS-CHQ-RECUS-ABERTO
           END-IF
           MOVE SPACES TO WS-LINHA-RECUS
           STRING APR-CONTA DELIMITED BY SIZE
                  APR-NUMERO DELIMITED BY SIZE
                  APR-VALOR DELIMITED BY SIZE
                  WS-CHQ-MOTIVO DELIMITED BY SIZE
                  WS-DEV-DESC DELIMITED BY SIZE
                  INTO WS-LINHA-RECUS
           END-STRING
           WRITE REG-ARQ-CHQRECUS FROM WS-LINHA-RECUS

           DISPLAY "Cheque " APR-NUMERO " da conta " APR-CONTA
              " recusado - alinea " WS-CHQ-MOTIVO " " WS-DEV-DESC
           ADD 1 TO WS-CHQ-RECUSADOS
           IF APR-VALOR IS NUMERIC
              ADD APR-VALOR TO WS-CHQ-TOT-RECUS
           END-IF
           .

       *> ===============================
       *> ABRIR CAIXA DO OPERADOR (declara o fundo de troco do
       *> turno; todo dinheiro vivo movimentado pelo operador
       *> passa a acumular no caixa dele)
       *> ===============================
       ABRIR-CAIXA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-COD-OPERADOR TO CXA-USU-COD
           MOVE WS-DATA-HOJE    TO CXA-DATA
           READ CAIXAS RECORD
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF CXA-STATUS = "A"
                    DISPLAY "Caixa do dia ja esta aberto!"
                 ELSE
                    DISPLAY "Caixa do dia ja foi fechado!"
                 END-IF
                 EXIT PARAGRAPH
           END-READ

           DISPLAY "Fundo de troco (abertura): "
           ACCEPT CXA-FUNDO
           MOVE WS-COD-OPERADOR TO CXA-USU-COD
           MOVE WS-DATA-HOJE    TO CXA-DATA
           MOVE 0 TO CXA-ENTRADAS
           MOVE 0 TO CXA-SAIDAS
           MOVE 0 TO CXA-SANGRIAS
           MOVE 0 TO CXA-REFORCOS
           MOVE 0 TO CXA-DIFERENCA
           MOVE "A" TO CXA-STATUS
           WRITE REG-CAIXA
              INVALID KEY
                 DISPLAY "Erro ao abrir o caixa!"
                 EXIT PARAGRAPH
           END-WRITE
           DISPLAY "Caixa do operador " WS-COD-OPERADOR
              " aberto com fundo de " CXA-FUNDO
           .

       *> ===============================
       *> ACUMULAR MOVIMENTO DE DINHEIRO NO CAIXA DO OPERADOR
       *> (WS-CXA-ACAO: E = entrada, S = saida; sem caixa aberto
       *> o movimento e avisado mas nao impedido)
       *> ===============================
       ACUMULAR-CAIXA-OPERADOR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-COD-OPERADOR TO CXA-USU-COD
           MOVE WS-DATA-HOJE    TO CXA-DATA
           READ CAIXAS RECORD
              INVALID KEY
                 DISPLAY "Aviso: caixa do operador nao aberto - "
                    "movimento em dinheiro fora do caixa!"
                 EXIT PARAGRAPH
           END-READ
           IF CXA-STATUS NOT = "A"
              DISPLAY "Aviso: caixa do operador ja fechado - "
                 "movimento em dinheiro fora do caixa!"
              EXIT PARAGRAPH
           END-IF

           IF WS-CXA-ACAO = "E"
              ADD WS-CXA-VALOR TO CXA-ENTRADAS
           ELSE
              ADD WS-CXA-VALOR TO CXA-SAIDAS
           END-IF
           REWRITE REG-CAIXA
              INVALID KEY
                 DISPLAY "Erro ao acumular no caixa do operador!"
           END-REWRITE
           .

       *> ===============================
       *> SANGRIA/REFORCO DO CAIXA (retirada para a tesouraria ou
       *> entrada de troco durante o turno)
       *> ===============================
       SANGRIA-REFORCO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-COD-OPERADOR TO CXA-USU-COD
           MOVE WS-DATA-HOJE    TO CXA-DATA
           READ CAIXAS RECORD
              INVALID KEY
                 DISPLAY "Caixa do operador nao esta aberto!"
                 EXIT PARAGRAPH
           END-READ
           IF CXA-STATUS NOT = "A"
              DISPLAY "Caixa do operador ja foi fechado!"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Acao (S = sangria, R = reforco): "
           ACCEPT WS-CXA-ACAO
           IF WS-CXA-ACAO NOT = "S" AND WS-CXA-ACAO NOT = "R"
              DISPLAY "Acao invalida!"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Valor: "
           ACCEPT WS-CXA-VALOR
           IF WS-CXA-VALOR = 0
              DISPLAY "Valor zerado - nada foi registrado."
              EXIT PARAGRAPH
           END-IF

           IF WS-CXA-ACAO = "S"
              ADD WS-CXA-VALOR TO CXA-SANGRIAS
              DISPLAY "Sangria de " WS-CXA-VALOR " registrada."
           ELSE
              ADD WS-CXA-VALOR TO CXA-REFORCOS
              DISPLAY "Reforco de " WS-CXA-VALOR " registrado."
           END-IF
           REWRITE REG-CAIXA
              INVALID KEY
                 DISPLAY "Erro ao atualizar o caixa!"
           END-REWRITE

           PERFORM CALCULAR-SALDO-CAIXA
           DISPLAY "Saldo apurado do caixa: " WS-CXA-SISTEMA
           .

       CALCULAR-SALDO-CAIXA.
           COMPUTE WS-CXA-SISTEMA
              = CXA-FUNDO + CXA-ENTRADAS + CXA-REFORCOS
                - CXA-SAIDAS - CXA-SANGRIAS
           .

       *> ===============================
       *> FECHAR CAIXA DO OPERADOR (compara o dinheiro contado
       *> com o apurado pelo sistema e grava a diferenca no
       *> registro do operador - quebras deixam de ser anonimas)
       *> ===============================
       FECHAR-CAIXA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-COD-OPERADOR TO CXA-USU-COD
           MOVE WS-DATA-HOJE    TO CXA-DATA
           READ CAIXAS RECORD
              INVALID KEY
                 DISPLAY "Caixa do operador nao esta aberto!"
                 EXIT PARAGRAPH
           END-READ
           IF CXA-STATUS NOT = "A"
              DISPLAY "Caixa do operador ja foi fechado!"
              EXIT PARAGRAPH
           END-IF

           PERFORM CALCULAR-SALDO-CAIXA
           DISPLAY "Fundo de abertura : " CXA-FUNDO
           DISPLAY "Entradas dinheiro : " CXA-ENTRADAS
           DISPLAY "Saidas dinheiro   : " CXA-SAIDAS
           DISPLAY "Sangrias          : " CXA-SANGRIAS
           DISPLAY "Reforcos          : " CXA-REFORCOS
           DISPLAY "Apurado (sistema) : " WS-CXA-SISTEMA
           DISPLAY "Dinheiro contado na gaveta: "
           ACCEPT WS-CXA-CONTADO

           COMPUTE WS-CXA-DIF = WS-CXA-CONTADO - WS-CXA-SISTEMA
           MOVE WS-CXA-DIF TO CXA-DIFERENCA
           MOVE "F" TO CXA-STATUS
           REWRITE REG-CAIXA
              INVALID KEY
                 DISPLAY "Erro ao fechar o caixa!"
                 EXIT PARAGRAPH
           END-REWRITE

           IF WS-CXA-DIF = 0
              DISPLAY "Caixa fechado sem diferenca."
           ELSE
              DISPLAY "Caixa fechado com diferenca de "
                 WS-CXA-DIF " (registrada no operador "
                 WS-COD-OPERADOR ")."
           END-IF
           .

       *> ===============================
       *> APLICAR (deposito a prazo: debita a conta e abre uma
       *> aplicacao remunerada pela taxa de rendimento de
       *> parambco.dat, vigente na data da aplicacao)
       *> ===============================
       APLICAR.
           PERFORM LER-PARAMETROS-BCO
           IF WS-PRM-LIDO = "N" OR WS-TAXA-REND = 0
              DISPLAY "parambco.dat sem taxa de rendimento - "
                 "aplicacao indisponivel."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Codigo da aplicacao (5 digitos): "
           ACCEPT APL-COD
           READ APLICACOES RECORD
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 DISPLAY "Codigo de aplicacao ja existente!"
                 EXIT PARAGRAPH
           END-READ

           DISPLAY "Numero da conta: "
           ACCEPT CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Conta nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-CONTA-DEBITO
           IF WS-CONTA-IMPEDIDA = "S"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Senha: "
           ACCEPT WS-SENHA
           IF WS-SENHA NOT = CONTA-SENHA
              DISPLAY "Senha incorreta!"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Valor a aplicar: "
           ACCEPT VALOR
           IF VALOR = 0
              DISPLAY "Valor zerado - nada foi aplicado."
              EXIT PARAGRAPH
           END-IF
           IF VALOR > CONTA-SALDO-DISP
              DISPLAY "Saldo disponivel insuficiente - aplicacao "
                 "nao usa o cheque especial."
              EXIT PARAGRAPH
           END-IF

           MOVE "Resgate previsto (AAAAMMDD, 0 = nenhum): "
              TO WS-VD-PROMPT
           MOVE "N" TO WS-VD-FORMATO
           MOVE "S" TO WS-VD-PERMITE-ZERO
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO WS-APL-VENC
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF WS-APL-VENC NOT = 0
              AND WS-APL-VENC NOT > WS-DATA-HOJE
              DISPLAY "Resgate previsto deve ser posterior a hoje!"
              EXIT PARAGRAPH
           END-IF

           SUBTRACT VALOR FROM CONTA-SALDO
           SUBTRACT VALOR FROM CONTA-SALDO-DISP
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "Erro ao atualizar a conta!"
                 EXIT PARAGRAPH
           END-REWRITE
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              EXIT PARAGRAPH
           END-IF

           MOVE CONTA-NUMERO TO TRANS-CONTA
           MOVE "APLICACAO"  TO TRANS-TIPO
           MOVE VALOR        TO TRANS-VALOR
           MOVE CONTA-SALDO  TO TRANS-SALDO
           PERFORM GRAVAR-TRANSACAO

           MOVE CONTA-NUMERO TO APL-CONTA
           MOVE VALOR        TO APL-VALOR
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO APL-DATA
           MOVE WS-TAXA-REND TO APL-TAXA
           MOVE "A"          TO APL-STATUS
           MOVE 0            TO APL-RESGATADO
           MOVE WS-APL-VENC  TO APL-VENCIMENTO
           WRITE REG-APLICACAO
              INVALID KEY
                 DISPLAY "Erro ao gravar a aplicacao!"
                 EXIT PARAGRAPH
           END-WRITE

           DISPLAY "Aplicacao " APL-COD " de " VALOR
              " aberta a " APL-TAXA " % ao mes."
           .

       *> ===============================
       *> CALCULAR RENDIMENTO DA APLICACAO (pro rata em dias
       *> corridos sobre a taxa mensal, ate a data de hoje)
       *> ===============================
       CALCULAR-RENDIMENTO-APL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
              TO WS-JUL-HOJE
           MOVE FUNCTION INTEGER-OF-DATE(APL-DATA)
              TO WS-JUL-APL
           COMPUTE WS-APL-DIAS = WS-JUL-HOJE - WS-JUL-APL
           IF WS-APL-DIAS < 0
              MOVE 0 TO WS-APL-DIAS
           END-IF
           COMPUTE WS-APL-RENDIMENTO ROUNDED
              = APL-VALOR * APL-TAXA / 100 * WS-APL-DIAS / 30
           COMPUTE WS-APL-ATUAL = APL-VALOR + WS-APL-RENDIMENTO
           .

       *> ===============================
       *> RESGATAR APLICACAO (total ou parcial; credita principal
       *> mais o rendimento proporcional na conta, retem o IR na
       *> fonte sobre o rendimento e registra os movimentos para
       *> o extrato e o fechamento do dia)
       *> ===============================
       RESGATAR-APLICACAO.
           DISPLAY "Codigo da aplicacao: "
           ACCEPT APL-COD
           READ APLICACOES RECORD
              INVALID KEY
                 DISPLAY "Aplicacao nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           IF APL-STATUS NOT = "A"
              DISPLAY "Aplicacao ja resgatada!"
              EXIT PARAGRAPH
           END-IF

           PERFORM CALCULAR-RENDIMENTO-APL
           DISPLAY "Conta            : " APL-CONTA
           DISPLAY "Principal        : " APL-VALOR
           DISPLAY "Rendimento ate hoje: " WS-APL-RENDIMENTO
           DISPLAY "Valor atual      : " WS-APL-ATUAL

           DISPLAY "Valor do principal a resgatar (0 = total): "
           ACCEPT WS-APL-RESGATE
           IF WS-APL-RESGATE = 0
              MOVE APL-VALOR TO WS-APL-RESGATE
           END-IF
           IF WS-APL-RESGATE > APL-VALOR
              DISPLAY "Resgate maior que o principal aplicado!"
              EXIT PARAGRAPH
           END-IF

           MOVE APL-CONTA TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Conta da aplicacao nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-CONTA-CREDITO
           IF WS-CONTA-IMPEDIDA = "S"
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-APL-RENDIMENTO ROUNDED
              = WS-APL-RESGATE * APL-TAXA / 100
                * WS-APL-DIAS / 30
           COMPUTE WS-APL-CREDITO
              = WS-APL-RESGATE + WS-APL-RENDIMENTO
           PERFORM CALCULAR-IR-RESGATE

           ADD WS-APL-CREDITO TO CONTA-SALDO
           ADD WS-APL-CREDITO TO CONTA-SALDO-DISP
           SUBTRACT WS-IR-VALOR FROM CONTA-SALDO
           SUBTRACT WS-IR-VALOR FROM CONTA-SALDO-DISP
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "Erro ao atualizar a conta!"
                 EXIT PARAGRAPH
           END-REWRITE

           MOVE CONTA-NUMERO    TO TRANS-CONTA
           MOVE "RESGATE"       TO TRANS-TIPO
           MOVE WS-APL-CREDITO  TO TRANS-VALOR
           COMPUTE TRANS-SALDO = CONTA-SALDO + WS-IR-VALOR
           PERFORM GRAVAR-TRANSACAO
           IF WS-IR-VALOR > 0
              MOVE CONTA-NUMERO    TO TRANS-CONTA
              MOVE "IR-FONTE"      TO TRANS-TIPO
              MOVE WS-IR-VALOR     TO TRANS-VALOR
              MOVE CONTA-SALDO     TO TRANS-SALDO
              PERFORM GRAVAR-TRANSACAO
           END-IF
           IF WS-APL-RENDIMENTO > 0
              PERFORM ACUMULAR-IR-CLIENTE
           END-IF

           SUBTRACT WS-APL-RESGATE FROM APL-VALOR
           ADD WS-APL-RESGATE TO APL-RESGATADO
           IF APL-VALOR = 0
              MOVE "R" TO APL-STATUS
           END-IF
           REWRITE REG-APLICACAO
              INVALID KEY
                 DISPLAY "Erro ao atualizar a aplicacao!"
           END-REWRITE

           DISPLAY "Resgate de " WS-APL-RESGATE
              " + rendimento " WS-APL-RENDIMENTO
              " creditado na conta " CONTA-NUMERO
           DISPLAY "IR retido na fonte (" WS-IR-ALIQUOTA " %): "
              WS-IR-VALOR
           .

       *> Imposto de renda retido na fonte sobre o rendimento do
       *> resgate, pela tabela regressiva do prazo da aplicacao
       *> (dias em WS-APL-DIAS).
       CALCULAR-IR-RESGATE.
           EVALUATE TRUE
              WHEN WS-APL-DIAS NOT > 180
                 MOVE 22.5 TO WS-IR-ALIQUOTA
              WHEN WS-APL-DIAS NOT > 360
                 MOVE 20   TO WS-IR-ALIQUOTA
              WHEN WS-APL-DIAS NOT > 720
                 MOVE 17.5 TO WS-IR-ALIQUOTA
              WHEN OTHER
                 MOVE 15   TO WS-IR-ALIQUOTA
           END-EVALUATE
           COMPUTE WS-IR-VALOR ROUNDED
              = WS-APL-RENDIMENTO * WS-IR-ALIQUOTA / 100
           .

       *> Acumula rendimento bruto e imposto retido do resgate em
       *> irfonte.dat, por cliente (CONTA-CLI-COD), ano e conta.
       ACUMULAR-IR-CLIENTE.
           IF CONTA-CLI-COD IS NUMERIC
              MOVE CONTA-CLI-COD TO IRF-CLI-COD
           ELSE
              MOVE 0 TO IRF-CLI-COD
           END-IF
           MOVE WS-DATA-HOJE(1:4) TO IRF-ANO
           MOVE CONTA-NUMERO      TO IRF-CONTA
           READ IR-FONTE RECORD
              INVALID KEY
                 MOVE WS-APL-RENDIMENTO TO IRF-RENDIMENTO
                 MOVE WS-IR-VALOR       TO IRF-IMPOSTO
                 MOVE 1                 TO IRF-QTD-RESGATES
                 WRITE REG-IR-FONTE
                    INVALID KEY
                       DISPLAY "Erro ao gravar o IR do cliente "
                          IRF-CLI-COD "!"
                 END-WRITE
              NOT INVALID KEY
                 ADD WS-APL-RENDIMENTO TO IRF-RENDIMENTO
                 ADD WS-IR-VALOR       TO IRF-IMPOSTO
                 ADD 1                 TO IRF-QTD-RESGATES
                 REWRITE REG-IR-FONTE
                    INVALID KEY
                       DISPLAY "Erro ao atualizar o IR do cliente "
                          IRF-CLI-COD "!"
                 END-REWRITE
           END-READ
           .

       *> ===============================
       *> INFORME DE RENDIMENTOS (rotina anual: um arquivo
       *> INFREND-AAAA-CCCCC.REL por cliente de CONTA-CLI-COD,
       *> com saldos das contas em 31/12 do ano anterior e do
       *> ano-base, rendimento bruto e IR retido das aplicacoes
       *> e saldo devedor de emprestimos em 31/12)
       *> ===============================
       INFORME-RENDIMENTOS.
           DISPLAY "Ano-base (AAAA, 0 = ano anterior): "
           ACCEPT WS-INF-ANO
           IF WS-INF-ANO = 0
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              MOVE WS-DATA-HOJE(1:4) TO WS-INF-ANO
              SUBTRACT 1 FROM WS-INF-ANO
           END-IF
           IF WS-INF-ANO < 1901 OR WS-INF-ANO > 2199
              DISPLAY "Ano invalido!"
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INF-FIM-ANO = WS-INF-ANO * 10000 + 1231

           OPEN INPUT CLIENTES
           IF FS-CLI NOT = "00"
              DISPLAY "Cadastro de clientes (CLIENTES.DAT) "
                 "nao encontrado."
              EXIT PARAGRAPH
           END-IF

           MOVE "INFORME-REND" TO WS-JOB-NOME
           PERFORM JOBLOG-VERIFICAR-PENDENTE
           MOVE "INICIO" TO WS-JOB-EVENTO
           MOVE SPACES   TO WS-JOB-CHAVE
           MOVE ZERO     TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           MOVE 0 TO WS-INF-GERADOS
           MOVE ZEROS TO CLI-COD
           START CLIENTES KEY NOT LESS THAN CLI-COD
              INVALID KEY MOVE "99" TO FS-CLI
           END-START
           PERFORM UNTIL FS-CLI NOT = "00"
              READ CLIENTES NEXT RECORD
                 AT END MOVE "99" TO FS-CLI
                 NOT AT END
                    PERFORM GERAR-INFORME-CLIENTE
              END-READ
           END-PERFORM
           CLOSE CLIENTES

           MOVE "FIM" TO WS-JOB-EVENTO
           MOVE SPACES TO WS-JOB-CHAVE
           MOVE WS-INF-GERADOS TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR
           DISPLAY "Informes gerados: " WS-INF-GERADOS
           MOVE "T" TO WS-EXT-DESTINO
           .

       GERAR-INFORME-CLIENTE.
           MOVE "N" TO WS-INF-ABERTO
           MOVE 0 TO WS-INF-QTD-CONTAS
           MOVE 0 TO WS-INF-TOT-REND
           MOVE 0 TO WS-INF-TOT-IR
           MOVE 0 TO WS-INF-TOT-EMP

       *> Contas do cliente e saldos em 31/12
           MOVE 000000 TO CONTA-NUMERO
           MOVE "00" TO FS
           START CONTAS KEY NOT LESS THAN CONTA-NUMERO
              INVALID KEY MOVE "99" TO FS
           END-START
           PERFORM UNTIL FS = "99"
              READ CONTAS NEXT RECORD
                 AT END MOVE "99" TO FS
                 NOT AT END
                    IF CONTA-CLI-COD IS NUMERIC
                       AND CONTA-CLI-COD = CLI-COD
                       PERFORM INFORMAR-SALDOS-CONTA
                    END-IF
              END-READ
           END-PERFORM

       *> Rendimentos e imposto retido no ano-base
           MOVE CLI-COD    TO IRF-CLI-COD
           MOVE WS-INF-ANO TO IRF-ANO
           MOVE ZEROS      TO IRF-CONTA
           MOVE "00" TO FS-IRF
           START IR-FONTE KEY NOT LESS THAN IRF-CHAVE
              INVALID KEY MOVE "99" TO FS-IRF
           END-START
           PERFORM UNTIL FS-IRF NOT = "00"
              READ IR-FONTE NEXT RECORD
                 AT END MOVE "99" TO FS-IRF
                 NOT AT END
                    IF IRF-CLI-COD NOT = CLI-COD
                       OR IRF-ANO NOT = WS-INF-ANO
                       MOVE "99" TO FS-IRF
                    ELSE
                       PERFORM INFORMAR-RENDIMENTO-CONTA
                    END-IF
              END-READ
           END-PERFORM

       *> Emprestimos das contas do cliente em aberto em 31/12
           IF WS-INF-QTD-CONTAS > 0
              MOVE ZEROS TO EMP-COD
              MOVE "00" TO FS-EMP
              START EMPRESTIMOS KEY NOT LESS THAN EMP-COD
                 INVALID KEY MOVE "99" TO FS-EMP
              END-START
              PERFORM UNTIL FS-EMP NOT = "00"
                 READ EMPRESTIMOS NEXT RECORD
                    AT END MOVE "99" TO FS-EMP
                    NOT AT END
                       PERFORM INFORMAR-EMPRESTIMO
                 END-READ
              END-PERFORM
           END-IF

           IF WS-INF-ABERTO = "S"
              MOVE ALL "-" TO WS-LINHA-INF
              WRITE REG-ARQ-INFORME FROM WS-LINHA-INF
              MOVE WS-INF-TOT-REND TO WS-VAL-ED
              MOVE SPACES TO WS-LINHA-INF
              STRING "TOTAL RENDIMENTO BRUTO : " DELIMITED BY SIZE
                     WS-VAL-ED DELIMITED BY SIZE
                     INTO WS-LINHA-INF
              END-STRING
              WRITE REG-ARQ-INFORME FROM WS-LINHA-INF
              MOVE WS-INF-TOT-IR TO WS-VAL-ED
              MOVE SPACES TO WS-LINHA-INF
              STRING "TOTAL IR RETIDO NA FONTE: " DELIMITED BY SIZE
                     WS-VAL-ED DELIMITED BY SIZE
                     INTO WS-LINHA-INF
              END-STRING
              WRITE REG-ARQ-INFORME FROM WS-LINHA-INF
              MOVE WS-INF-TOT-EMP TO WS-VAL-ED
              MOVE SPACES TO WS-LINHA-INF
              STRING "TOTAL DIVIDAS EM 31/12  : " DELIMITED BY SIZE
                     WS-VAL-ED DELIMITED BY SIZE
                     INTO WS-LINHA-INF
              END-STRING
              WRITE REG-ARQ-INFORME FROM WS-LINHA-INF
              CLOSE ARQ-INFORME
              ADD 1 TO WS-INF-GERADOS
              DISPLAY "Informe do cliente " CLI-COD
                 " gravado em " WS-ARQ-INFORME
           END-IF
           .

       *> Cabecalho do informe, criado so quando o cliente tem
       *> alguma informacao a declarar.
       ABRIR-INFORME-CLIENTE.
           IF WS-INF-ABERTO = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ARQ-INFORME
           STRING "INFREND-" DELIMITED BY SIZE
                  WS-INF-ANO DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  CLI-COD DELIMITED BY SIZE
                  ".REL" DELIMITED BY SIZE
                  INTO WS-ARQ-INFORME
           END-STRING
           OPEN OUTPUT ARQ-INFORME
           MOVE "S" TO WS-INF-ABERTO

           MOVE ALL "=" TO WS-LINHA-INF
           WRITE REG-ARQ-INFORME FROM WS-LINHA-INF
           MOVE SPACES TO WS-LINHA-INF
           STRING "INFORME DE RENDIMENTOS - ANO-BASE "
                  DELIMITED BY SIZE
                  WS-INF-ANO DELIMITED BY SIZE
                  INTO WS-LINHA-INF
           END-STRING
           WRITE REG-ARQ-INFORME FROM WS-LINHA-INF
           MOVE SPACES TO WS-LINHA-INF
           STRING "CLIENTE " DELIMITED BY SIZE
                  CLI-COD DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  CLI-NOME DELIMITED BY SIZE
                  " CPF " DELIMITED BY SIZE
                  CLI-CPF DELIMITED BY SIZE
                  INTO WS-LINHA-INF
           END-STRING
           WRITE REG-ARQ-INFORME FROM WS-LINHA-INF
           MOVE ALL "=" TO WS-LINHA-INF
           WRITE REG-ARQ-INFORME FROM WS-LINHA-INF
           .

       *> Saldos de REG-CONTA em 31/12 do ano anterior e do
       *> ano-base, pelo ultimo movimento ate cada data.
       INFORMAR-SALDOS-CONTA.
           IF WS-INF-QTD-CONTAS < 20
              ADD 1 TO WS-INF-QTD-CONTAS
              MOVE CONTA-NUMERO TO WS-INF-CONTA (WS-INF-QTD-CONTAS)
           END-IF

           MOVE "N" TO WS-EXT-DESTINO
           COMPUTE WS-DATA-INICIO = (WS-INF-ANO - 1) * 10000 + 101
           COMPUTE WS-DATA-FIM    = (WS-INF-ANO - 1) * 10000 + 1231
           MOVE 0   TO WS-SALDO-ABERTURA
           MOVE 0   TO WS-SALDO-FECHAMENTO
           MOVE "N" TO WS-ACHOU-MOVIMENTO
           PERFORM VARRER-MOVIMENTOS-EXTRATO
           MOVE WS-SALDO-FECHAMENTO TO WS-INF-SALDO-ANT

           COMPUTE WS-DATA-INICIO = WS-INF-ANO * 10000 + 101
           MOVE WS-INF-FIM-ANO TO WS-DATA-FIM
           MOVE WS-INF-SALDO-ANT TO WS-SALDO-ABERTURA
           MOVE 0   TO WS-SALDO-FECHAMENTO
           MOVE "N" TO WS-ACHOU-MOVIMENTO
           PERFORM VARRER-MOVIMENTOS-EXTRATO
           MOVE WS-SALDO-FECHAMENTO TO WS-INF-SALDO-ATU

           PERFORM ABRIR-INFORME-CLIENTE
           IF WS-INF-QTD-CONTAS = 1
              MOVE "CONTAS CORRENTES   SALDO 31/12 ANT.  SALDO 31/12"
                 TO WS-LINHA-INF
              WRITE REG-ARQ-INFORME FROM WS-LINHA-INF
           END-IF
           MOVE WS-INF-SALDO-ANT TO WS-INF-SAL-ED
           MOVE WS-INF-SALDO-ATU TO WS-INF-SAL-ED2
           MOVE SPACES TO WS-LINHA-INF
           STRING "CONTA " DELIMITED BY SIZE
                  CONTA-NUMERO DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-INF-SAL-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INF-SAL-ED2 DELIMITED BY SIZE
                  INTO WS-LINHA-INF
           END-STRING
           WRITE REG-ARQ-INFORME FROM WS-LINHA-INF
           .

       INFORMAR-RENDIMENTO-CONTA.
           PERFORM ABRIR-INFORME-CLIENTE
           ADD IRF-RENDIMENTO TO WS-INF-TOT-REND
           ADD IRF-IMPOSTO    TO WS-INF-TOT-IR
           MOVE IRF-RENDIMENTO TO WS-VAL-ED
           MOVE IRF-IMPOSTO    TO WS-INF-VAL-ED2
           MOVE SPACES TO WS-LINHA-INF
           STRING "APLICACOES CONTA " DELIMITED BY SIZE
                  IRF-CONTA DELIMITED BY SIZE
                  " REND.BRUTO " DELIMITED BY SIZE
                  WS-VAL-ED DELIMITED BY SIZE
                  " IR RETIDO " DELIMITED BY SIZE
                  WS-INF-VAL-ED2 DELIMITED BY SIZE
                  INTO WS-LINHA-INF
           END-STRING
           WRITE REG-ARQ-INFORME FROM WS-LINHA-INF
           .

       *> Contrato de REG-EMPRESTIMO de uma conta do cliente:
       *> saldo devedor em 31/12 = parcelas ainda nao pagas
       *> naquela data.
       INFORMAR-EMPRESTIMO.
           IF EMP-DATA > WS-INF-FIM-ANO
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-INF-ACHOU
           PERFORM VARYING WS-INF-IDX FROM 1 BY 1
              UNTIL WS-INF-IDX > WS-INF-QTD-CONTAS
              IF WS-INF-CONTA (WS-INF-IDX) = EMP-CONTA
                 MOVE "S" TO WS-INF-ACHOU
              END-IF
           END-PERFORM
           IF WS-INF-ACHOU = "N"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-INF-SALDO-EMP
           MOVE EMP-COD TO WS-EMP-COD-ATUAL
           MOVE EMP-COD TO PARC-EMP-COD
           MOVE ZEROS TO PARC-NUM
           START PARCELAS KEY NOT LESS THAN PARC-CHAVE
              INVALID KEY MOVE "99" TO FS-PARC
              NOT INVALID KEY MOVE "00" TO FS-PARC
           END-START
           PERFORM UNTIL FS-PARC NOT = "00"
              READ PARCELAS NEXT RECORD
                 AT END MOVE "99" TO FS-PARC
                 NOT AT END
                    IF PARC-EMP-COD NOT = WS-EMP-COD-ATUAL
                       MOVE "99" TO FS-PARC
                    ELSE
                       IF PARC-STATUS = "A"
                          OR PARC-DATA-PGTO > WS-INF-FIM-ANO
                          ADD PARC-VALOR TO WS-INF-SALDO-EMP
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-INF-SALDO-EMP = 0
              EXIT PARAGRAPH
           END-IF

           ADD WS-INF-SALDO-EMP TO WS-INF-TOT-EMP
           MOVE WS-INF-SALDO-EMP TO WS-VAL-ED
           MOVE SPACES TO WS-LINHA-INF
           STRING "EMPRESTIMO " DELIMITED BY SIZE
                  EMP-COD DELIMITED BY SIZE
                  " CONTA " DELIMITED BY SIZE
                  EMP-CONTA DELIMITED BY SIZE
                  " DE " DELIMITED BY SIZE
                  EMP-DATA DELIMITED BY SIZE
                  " SALDO EM 31/12 " DELIMITED BY SIZE
                  WS-VAL-ED DELIMITED BY SIZE
                  INTO WS-LINHA-INF
           END-STRING
           WRITE REG-ARQ-INFORME FROM WS-LINHA-INF
           .

       *> ===============================
       *> POSICAO DE APLICACOES (por conta ou todas, com o valor
       *> corrigido ate hoje)
       *> ===============================
       POSICAO-APLICACOES.
           DISPLAY "Numero da conta (0 = todas): "
           ACCEPT WS-APL-FILTRO

           MOVE "N" TO WS-APL-ACHOU
           MOVE 0 TO WS-APL-TOT-APLICADO
           MOVE 0 TO WS-APL-TOT-ATUAL

           MOVE ZEROS TO APL-COD
           MOVE "00" TO FS-APL
           START APLICACOES KEY NOT LESS THAN APL-COD
              INVALID KEY MOVE "99" TO FS-APL
           END-START

           PERFORM UNTIL FS-APL = "99"
              READ APLICACOES NEXT RECORD
                 AT END MOVE "99" TO FS-APL
                 NOT AT END
                    IF APL-STATUS = "A"
                       AND (WS-APL-FILTRO = 0
                          OR APL-CONTA = WS-APL-FILTRO)
                       MOVE "S" TO WS-APL-ACHOU
                       PERFORM CALCULAR-RENDIMENTO-APL
                       ADD APL-VALOR    TO WS-APL-TOT-APLICADO
                       ADD WS-APL-ATUAL TO WS-APL-TOT-ATUAL
                       DISPLAY "Aplicacao: " APL-COD
                          "  Conta: " APL-CONTA
                       DISPLAY "  Aplicado em " APL-DATA
                          " a " APL-TAXA " %"
                       IF APL-VENCIMENTO IS NUMERIC
                          AND APL-VENCIMENTO NOT = 0
                          DISPLAY "  Resgate previsto: "
                             APL-VENCIMENTO
                       END-IF
                       DISPLAY "  Principal : " APL-VALOR
                          "  Atual: " WS-APL-ATUAL
                       DISPLAY "---------------------------"
                    END-IF
              END-READ
           END-PERFORM

           IF WS-APL-ACHOU = "N"
              DISPLAY "Nenhuma aplicacao ativa."
           ELSE
              DISPLAY "Total aplicado : " WS-APL-TOT-APLICADO
              DISPLAY "Total corrigido: " WS-APL-TOT-ATUAL
           END-IF
           .

       *> ===============================
       *> CONCEDER EMPRESTIMO (credita o principal na conta e
       *> grava o plano de parcelas pela tabela Price; as
       *> parcelas sao debitadas depois pela rotina mensal)
       *> ===============================
       CONCEDER-EMPRESTIMO.
           DISPLAY "Codigo do emprestimo (5 digitos): "
           ACCEPT EMP-COD
           READ EMPRESTIMOS RECORD
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 DISPLAY "Codigo de emprestimo ja existente!"
                 EXIT PARAGRAPH
           END-READ

           DISPLAY "Numero da conta: "
           ACCEPT CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Conta nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-CONTA-CREDITO
           IF WS-CONTA-IMPEDIDA = "S"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Principal do emprestimo: "
           ACCEPT EMP-PRINCIPAL
           DISPLAY "Taxa mensal (%): "
           ACCEPT EMP-TAXA
           DISPLAY "Prazo em meses: "
           ACCEPT EMP-PRAZO
           IF EMP-PRINCIPAL = 0 OR EMP-PRAZO = 0
              DISPLAY "Principal ou prazo invalido!"
              EXIT PARAGRAPH
           END-IF

           PERFORM LER-ALCADAS
           IF EMP-PRINCIPAL > WS-ALC-EMPREST
              MOVE ZEROS         TO WS-APV-SOLICITACAO
              MOVE "EMPRESTIMO"  TO WS-APV-TIPO
              MOVE CONTA-NUMERO  TO WS-APV-CONTA
              MOVE EMP-COD       TO WS-APV-CODIGO
              MOVE EMP-PRINCIPAL TO WS-APV-VALOR
              MOVE EMP-TAXA      TO WS-APV-TAXA
              MOVE EMP-PRAZO     TO WS-APV-PRAZO
              PERFORM REGISTRAR-SOLICITACAO-APROV
              EXIT PARAGRAPH
           END-IF
           PERFORM EFETIVAR-EMPRESTIMO
           .

       *> Credita o principal e grava contrato e parcelas (conta
       *> lida em REG-CONTA; EMP-COD, principal, taxa e prazo ja
       *> informados); usada tambem na efetivacao de solicitacao
       *> aprovada.
       EFETIVAR-EMPRESTIMO.
           MOVE "N" TO WS-OPER-EFETIVADA
           COMPUTE WS-EMP-TAXA-FRACAO = EMP-TAXA / 100
           IF WS-EMP-TAXA-FRACAO = 0
              COMPUTE WS-EMP-PARCELA ROUNDED
                 = EMP-PRINCIPAL / EMP-PRAZO
           ELSE
              COMPUTE WS-EMP-FATOR ROUNDED
                 = (1 + WS-EMP-TAXA-FRACAO) ** EMP-PRAZO
              COMPUTE WS-EMP-PARCELA ROUNDED
                 = EMP-PRINCIPAL * WS-EMP-TAXA-FRACAO
                   * WS-EMP-FATOR / (WS-EMP-FATOR - 1)
           END-IF
           DISPLAY "Parcela mensal (Price): " WS-EMP-PARCELA

           ADD EMP-PRINCIPAL TO CONTA-SALDO
           ADD EMP-PRINCIPAL TO CONTA-SALDO-DISP
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "Erro ao creditar a conta!"
                 EXIT PARAGRAPH
           END-REWRITE

           MOVE CONTA-NUMERO  TO TRANS-CONTA
           MOVE "EMPRESTIMO"  TO TRANS-TIPO
           MOVE EMP-PRINCIPAL TO TRANS-VALOR
           MOVE CONTA-SALDO   TO TRANS-SALDO
           PERFORM GRAVAR-TRANSACAO

           MOVE CONTA-NUMERO TO EMP-CONTA
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE   TO EMP-DATA
           MOVE WS-EMP-PARCELA TO EMP-PARCELA
           MOVE "A"            TO EMP-STATUS
           WRITE REG-EMPRESTIMO
              INVALID KEY
                 DISPLAY "Erro ao gravar o emprestimo!"
                 EXIT PARAGRAPH
           END-WRITE

           PERFORM GERAR-PLANO-PARCELAS
           MOVE "S" TO WS-OPER-EFETIVADA
           DISPLAY "Emprestimo " EMP-COD " concedido - "
              EMP-PRAZO " parcela(s) de " EMP-PARCELA
           .

       *> ===============================
       *> GERAR O PLANO DE PARCELAS (vencimento mensal a partir
       *> da concessao, com o dia ajustado ao ultimo dia dos
       *> meses mais curtos)
       *> ===============================
       GERAR-PLANO-PARCELAS.
           COMPUTE WS-EMP-VANO = EMP-DATA / 10000
           COMPUTE WS-EMP-VMES
              = FUNCTION MOD(EMP-DATA / 100, 100)
           COMPUTE WS-EMP-VDIA = FUNCTION MOD(EMP-DATA, 100)

           PERFORM VARYING WS-EMP-NUM FROM 1 BY 1
              UNTIL WS-EMP-NUM > EMP-PRAZO
              ADD 1 TO WS-EMP-VMES
              IF WS-EMP-VMES > 12
                 MOVE 1 TO WS-EMP-VMES
                 ADD 1 TO WS-EMP-VANO
              END-IF
              PERFORM CALCULAR-ULTIMO-DIA-PARCELA
              MOVE EMP-COD    TO PARC-EMP-COD
              MOVE WS-EMP-NUM TO PARC-NUM
              IF WS-EMP-VDIA > WS-EMP-ULT-DIA
                 COMPUTE PARC-VENCIMENTO
                    = WS-EMP-VANO * 10000 + WS-EMP-VMES * 100
                      + WS-EMP-ULT-DIA
              ELSE
                 COMPUTE PARC-VENCIMENTO
                    = WS-EMP-VANO * 10000 + WS-EMP-VMES * 100
                      + WS-EMP-VDIA
              END-IF
              MOVE EMP-PARCELA TO PARC-VALOR
              MOVE "A"         TO PARC-STATUS
              MOVE ZEROS       TO PARC-DATA-PGTO
              WRITE REG-PARCELA
                 INVALID KEY
                    DISPLAY "Erro ao gravar a parcela "
                       WS-EMP-NUM "!"
              END-WRITE
           END-PERFORM
           .

       CALCULAR-ULTIMO-DIA-PARCELA.
           EVALUATE WS-EMP-VMES
              WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                 MOVE 31 TO WS-EMP-ULT-DIA
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO WS-EMP-ULT-DIA
              WHEN 2
                 IF FUNCTION MOD(WS-EMP-VANO, 4) = 0
                    AND (FUNCTION MOD(WS-EMP-VANO, 100) NOT = 0
                       OR FUNCTION MOD(WS-EMP-VANO, 400) = 0)
                    MOVE 29 TO WS-EMP-ULT-DIA
                 ELSE
                    MOVE 28 TO WS-EMP-ULT-DIA
                 END-IF
           END-EVALUATE
           .

       *> ===============================
       *> DEBITAR PARCELAS DE EMPRESTIMO (rotina mensal: debita
       *> da conta as parcelas vencidas em aberto, marca as pagas
       *> e relaciona o que nao pode ser cobrado)
       *> ===============================
       DEBITAR-PARCELAS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-PARAMETROS-BCO
           IF WS-PRM-LIDO = "N" OR WS-MULTA-ATRASO = 0
              MOVE 2 TO WS-MULTA-ATRASO
           END-IF
           IF WS-PRM-LIDO = "N" OR WS-MORA-DIA = 0
              MOVE 0.0333 TO WS-MORA-DIA
           END-IF
           MOVE 0 TO WS-EMP-COBRADAS
           MOVE 0 TO WS-EMP-FALHAS
           MOVE 0 TO WS-EMP-TOT-COBRADO
           MOVE 0 TO WS-EMP-TOT-FALHA

           MOVE "DEBITO-PARCELAS" TO WS-JOB-NOME
           PERFORM JOBLOG-VERIFICAR-PENDENTE
           IF WS-JOB-PENDENTE = "S"
              DISPLAY "Reexecutar este batch pode debitar "
                 "parcelas em duplicidade. Continuar (S/N)? "
              IF WS-EM-LOTE = "S"
                 DISPLAY "Execucao anterior pendente - conferir "
                    "e reexecutar pelo menu (opcao 23)."
                 MOVE "N" TO WS-RETOMAR
                 MOVE 8 TO WS-RC-LOTE
              ELSE
                 ACCEPT WS-RETOMAR
              END-IF
              IF WS-RETOMAR NOT = "S"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "INICIO" TO WS-JOB-EVENTO
           MOVE SPACES   TO WS-JOB-CHAVE
           MOVE ZERO     TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           MOVE ZEROS TO PARC-EMP-COD
           MOVE ZEROS TO PARC-NUM
           MOVE "00" TO FS-PARC
           START PARCELAS KEY NOT LESS THAN PARC-CHAVE
              INVALID KEY MOVE "99" TO FS-PARC
           END-START

           PERFORM UNTIL FS-PARC = "99"
              READ PARCELAS NEXT RECORD
                 AT END MOVE "99" TO FS-PARC
                 NOT AT END
                    IF PARC-STATUS = "A"
                       AND PARC-VENCIMENTO NOT > WS-DATA-HOJE
                       PERFORM DEBITAR-UMA-PARCELA
                    END-IF
              END-READ
           END-PERFORM

           MOVE "FIM" TO WS-JOB-EVENTO
           MOVE SPACES TO WS-JOB-CHAVE
           MOVE WS-EMP-COBRADAS TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           DISPLAY "---------------------------"
           DISPLAY "Parcelas debitadas   : " WS-EMP-COBRADAS
              "  Total: " WS-EMP-TOT-COBRADO
           DISPLAY "Parcelas nao cobradas: " WS-EMP-FALHAS
              "  Total: " WS-EMP-TOT-FALHA
           .

       *> ===============================
       *> DEBITAR UMA PARCELA VENCIDA
       *> ===============================
       DEBITAR-UMA-PARCELA.
           MOVE PARC-EMP-COD TO EMP-COD
           READ EMPRESTIMOS RECORD
              INVALID KEY
                 DISPLAY "Parcela " PARC-NUM " do emprestimo "
                    PARC-EMP-COD " sem contrato no cadastro!"
                 ADD 1 TO WS-EMP-FALHAS
                 ADD PARC-VALOR TO WS-EMP-TOT-FALHA
                 EXIT PARAGRAPH
           END-READ

           MOVE EMP-CONTA TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Emprestimo " EMP-COD
                    ": conta " EMP-CONTA " inexistente!"
                 ADD 1 TO WS-EMP-FALHAS
                 ADD PARC-VALOR TO WS-EMP-TOT-FALHA
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              ADD 1 TO WS-EMP-FALHAS
              ADD PARC-VALOR TO WS-EMP-TOT-FALHA
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-CONTA-DEBITO
           IF WS-CONTA-IMPEDIDA = "S"
              ADD 1 TO WS-EMP-FALHAS
              ADD PARC-VALOR TO WS-EMP-TOT-FALHA
              EXIT PARAGRAPH
           END-IF

           PERFORM CALCULAR-ENCARGOS-ATRASO
           COMPUTE WS-PARC-DEBITO = PARC-VALOR + WS-ENC-TOTAL
           IF WS-PARC-DEBITO > CONTA-SALDO-DISP + CONTA-LIMITE
              DISPLAY "Emprestimo " EMP-COD " parcela " PARC-NUM
                 ": saldo insuficiente na conta " EMP-CONTA "."
              ADD 1 TO WS-EMP-FALHAS
              ADD PARC-VALOR TO WS-EMP-TOT-FALHA
              MOVE WS-PARC-DEBITO TO WS-NTF-VALOR-ED
              MOVE SPACES TO WS-NTF-VARIAVEIS
              STRING EMP-COD DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     PARC-NUM DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NTF-VALOR-ED)
                        DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     PARC-VENCIMENTO DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     EMP-CONTA DELIMITED BY SIZE
                     INTO WS-NTF-VARIAVEIS
              END-STRING
              MOVE "DEBITO-FALHA" TO WS-NTF-MODELO
              MOVE SPACES TO WS-NTF-REFERENCIA
              STRING EMP-COD DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     PARC-NUM DELIMITED BY SIZE
                     INTO WS-NTF-REFERENCIA
              END-STRING
              MOVE "S" TO WS-NTF-UNICO
              PERFORM NOTIFICAR-CLIENTE-CONTA
              EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-PARC-DEBITO FROM CONTA-SALDO
           SUBTRACT WS-PARC-DEBITO FROM CONTA-SALDO-DISP
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "Erro ao debitar a conta " EMP-CONTA "!"
                 ADD 1 TO WS-EMP-FALHAS
                 ADD PARC-VALOR TO WS-EMP-TOT-FALHA
                 EXIT PARAGRAPH
           END-REWRITE

           MOVE CONTA-NUMERO TO TRANS-CONTA
           MOVE "PARC-EMP"   TO TRANS-TIPO
           MOVE PARC-VALOR   TO TRANS-VALOR
           COMPUTE TRANS-SALDO = CONTA-SALDO + WS-ENC-TOTAL
           PERFORM GRAVAR-TRANSACAO
           IF WS-ENC-TOTAL > 0
              MOVE CONTA-NUMERO TO TRANS-CONTA
              MOVE "MORA-EMP"   TO TRANS-TIPO
              MOVE WS-ENC-TOTAL TO TRANS-VALOR
              MOVE CONTA-SALDO  TO TRANS-SALDO
              PERFORM GRAVAR-TRANSACAO
              DISPLAY "Emprestimo " EMP-COD " parcela " PARC-NUM
                 ": " WS-ENC-DIAS " dia(s) de atraso - multa "
                 WS-ENC-MULTA " juros " WS-ENC-MORA
           END-IF

           MOVE "P" TO PARC-STATUS
           MOVE WS-DATA-HOJE TO PARC-DATA-PGTO
           REWRITE REG-PARCELA
              INVALID KEY
                 DISPLAY "Erro ao marcar a parcela como paga!"
           END-REWRITE
           ADD 1 TO WS-EMP-COBRADAS
           ADD PARC-VALOR TO WS-EMP-TOT-COBRADO

           PERFORM VERIFICAR-QUITACAO-EMPRESTIMO
           .

       *> Multa contratual e juros de mora por dia corrido sobre a
       *> parcela em REG-PARCELA paga depois do vencimento.
       CALCULAR-ENCARGOS-ATRASO.
           MOVE 0 TO WS-ENC-DIAS
           MOVE 0 TO WS-ENC-MULTA
           MOVE 0 TO WS-ENC-MORA
           MOVE 0 TO WS-ENC-TOTAL
           IF PARC-VENCIMENTO NOT < WS-DATA-HOJE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ENC-DIAS
              = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                - FUNCTION INTEGER-OF-DATE(PARC-VENCIMENTO)
           COMPUTE WS-ENC-MULTA ROUNDED
              = PARC-VALOR * WS-MULTA-ATRASO / 100
           COMPUTE WS-ENC-MORA ROUNDED
              = PARC-VALOR * WS-MORA-DIA / 100 * WS-ENC-DIAS
           COMPUTE WS-ENC-TOTAL = WS-ENC-MULTA + WS-ENC-MORA
           .

       *> ===============================
       *> VERIFICAR QUITACAO DO EMPRESTIMO (sem parcelas em
       *> aberto o contrato vira QUITADO; a posicao da parcela
       *> corrente e restabelecida para o batch seguir)
       *> ===============================
       VERIFICAR-QUITACAO-EMPRESTIMO.
           MOVE "S" TO WS-EMP-QUITADO
           MOVE PARC-EMP-COD TO WS-EMP-COD-ATUAL
           MOVE PARC-NUM     TO WS-EMP-NUM

           MOVE WS-EMP-COD-ATUAL TO PARC-EMP-COD
           MOVE ZEROS TO PARC-NUM
           START PARCELAS KEY NOT LESS THAN PARC-CHAVE
              INVALID KEY MOVE "99" TO FS-PARC
              NOT INVALID KEY MOVE "00" TO FS-PARC
           END-START
           PERFORM UNTIL FS-PARC NOT = "00"
              READ PARCELAS NEXT RECORD
                 AT END MOVE "99" TO FS-PARC
                 NOT AT END
                    IF PARC-EMP-COD NOT = WS-EMP-COD-ATUAL
                       MOVE "99" TO FS-PARC
                    ELSE
                       IF PARC-STATUS = "A"
                          MOVE "N" TO WS-EMP-QUITADO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-EMP-QUITADO = "S"
              MOVE WS-EMP-COD-ATUAL TO EMP-COD
              READ EMPRESTIMOS RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "Q" TO EMP-STATUS
                    REWRITE REG-EMPRESTIMO
                       INVALID KEY CONTINUE
                    END-REWRITE
                    DISPLAY "Emprestimo " EMP-COD " quitado."
              END-READ
           END-IF

           MOVE WS-EMP-COD-ATUAL TO PARC-EMP-COD
           MOVE WS-EMP-NUM       TO PARC-NUM
           START PARCELAS KEY GREATER THAN PARC-CHAVE
              INVALID KEY MOVE "99" TO FS-PARC
              NOT INVALID KEY MOVE "00" TO FS-PARC
           END-START
           .

       *> ===============================
       *> POSICAO DE EMPRESTIMOS (saldo devedor, parcelas em
       *> aberto e em atraso por contrato)
       *> ===============================
       POSICAO-EMPRESTIMOS.
           DISPLAY "Numero da conta (0 = todas): "
           ACCEPT WS-EMP-FILTRO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE "N" TO WS-EMP-ACHOU
           MOVE ZEROS TO EMP-COD
           MOVE "00" TO FS-EMP
           START EMPRESTIMOS KEY NOT LESS THAN EMP-COD
              INVALID KEY MOVE "99" TO FS-EMP
           END-START

           PERFORM UNTIL FS-EMP = "99"
              READ EMPRESTIMOS NEXT RECORD
                 AT END MOVE "99" TO FS-EMP
                 NOT AT END
                    IF WS-EMP-FILTRO = 0
                       OR EMP-CONTA = WS-EMP-FILTRO
                       MOVE "S" TO WS-EMP-ACHOU
                       PERFORM IMPRIMIR-POSICAO-EMPRESTIMO
                    END-IF
              END-READ
           END-PERFORM

           IF WS-EMP-ACHOU = "N"
              DISPLAY "Nenhum emprestimo encontrado."
           END-IF
           .

       IMPRIMIR-POSICAO-EMPRESTIMO.
           MOVE EMP-COD TO WS-EMP-COD-ATUAL
           MOVE 0 TO WS-EMP-ABERTAS
           MOVE 0 TO WS-EMP-ATRASADAS
           MOVE 0 TO WS-EMP-SALDO-DEV

           MOVE WS-EMP-COD-ATUAL TO PARC-EMP-COD
           MOVE ZEROS TO PARC-NUM
           START PARCELAS KEY NOT LESS THAN PARC-CHAVE
              INVALID KEY MOVE "99" TO FS-PARC
              NOT INVALID KEY MOVE "00" TO FS-PARC
           END-START
           PERFORM UNTIL FS-PARC NOT = "00"
              READ PARCELAS NEXT RECORD
                 AT END MOVE "99" TO FS-PARC
                 NOT AT END
                    IF PARC-EMP-COD NOT = WS-EMP-COD-ATUAL
                       MOVE "99" TO FS-PARC
                    ELSE
                       IF PARC-STATUS = "A"
                          ADD 1 TO WS-EMP-ABERTAS
                          ADD PARC-VALOR TO WS-EMP-SALDO-DEV
                          IF PARC-VENCIMENTO < WS-DATA-HOJE
                             ADD 1 TO WS-EMP-ATRASADAS
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           MOVE WS-EMP-COD-ATUAL TO EMP-COD
           READ EMPRESTIMOS RECORD
              INVALID KEY CONTINUE
           END-READ
           DISPLAY "Emprestimo: " EMP-COD
              "  Conta: " EMP-CONTA
              "  Status: " EMP-STATUS
           DISPLAY "  Principal " EMP-PRINCIPAL
              " em " EMP-PRAZO " x " EMP-PARCELA
              " desde " EMP-DATA
           DISPLAY "  Parcelas em aberto: " WS-EMP-ABERTAS
              "  Em atraso: " WS-EMP-ATRASADAS
           DISPLAY "  Saldo devedor     : " WS-EMP-SALDO-DEV
           MOVE EMP-COD TO RSC-EMP-COD
           READ RISCO-EMPRESTIMOS RECORD
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 DISPLAY "  Risco em " RSC-DATA ": nivel " RSC-NIVEL
                    "  dias de atraso " RSC-DIAS-ATRASO
           END-READ
           DISPLAY "---------------------------"
           .

       *> ===============================
       *> APURAR ATRASO DOS EMPRESTIMOS (rotina diaria: dias de
       *> atraso pela parcela aberta mais antiga, nivel de risco
       *> AA-H pela tabela de riscoprm.dat e saldo devedor por
       *> contrato em riscoemp.dat; contratos em atraso saem em
       *> ATRASO-AAAAMMDD.REL)
       *> ===============================
       APURAR-ATRASO-EMPRESTIMOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-TABELA-RISCO
           MOVE 0 TO WS-ATR-CONTRATOS
           MOVE 0 TO WS-ATR-EM-ATRASO
           MOVE 0 TO WS-ATR-TOT-ATRASO

           MOVE "ATRASO-EMPREST" TO WS-JOB-NOME
           PERFORM JOBLOG-VERIFICAR-PENDENTE
           MOVE "INICIO" TO WS-JOB-EVENTO
           MOVE SPACES   TO WS-JOB-CHAVE
           MOVE ZERO     TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           MOVE SPACES TO WS-ARQ-RISCOREL
           STRING "ATRASO-" DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  ".REL" DELIMITED BY SIZE
                  INTO WS-ARQ-RISCOREL
           END-STRING
           OPEN OUTPUT ARQ-RISCOREL

           MOVE ALL "=" TO WS-LINHA-RSC
           PERFORM ESCREVER-LINHA-RSC
           MOVE SPACES TO WS-LINHA-RSC
           STRING "EMPRESTIMOS EM ATRASO EM " DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  INTO WS-LINHA-RSC
           END-STRING
           PERFORM ESCREVER-LINHA-RSC
           MOVE "CONTR CONTA   DIAS NV PAR SALDO DEVEDOR"
              TO WS-LINHA-RSC
           PERFORM ESCREVER-LINHA-RSC
           MOVE ALL "=" TO WS-LINHA-RSC
           PERFORM ESCREVER-LINHA-RSC

           MOVE ZEROS TO EMP-COD
           MOVE "00" TO FS-EMP
           START EMPRESTIMOS KEY NOT LESS THAN EMP-COD
              INVALID KEY MOVE "99" TO FS-EMP
           END-START
           PERFORM UNTIL FS-EMP NOT = "00"
              READ EMPRESTIMOS NEXT RECORD
                 AT END MOVE "99" TO FS-EMP
                 NOT AT END
                    PERFORM CLASSIFICAR-CONTRATO
              END-READ
           END-PERFORM

           MOVE ALL "-" TO WS-LINHA-RSC
           PERFORM ESCREVER-LINHA-RSC
           MOVE WS-ATR-TOT-ATRASO TO WS-VAL-ED
           MOVE SPACES TO WS-LINHA-RSC
           STRING "CONTRATOS ATIVOS: " DELIMITED BY SIZE
                  WS-ATR-CONTRATOS DELIMITED BY SIZE
                  "  EM ATRASO: " DELIMITED BY SIZE
                  WS-ATR-EM-ATRASO DELIMITED BY SIZE
                  "  SALDO: " DELIMITED BY SIZE
                  WS-VAL-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RSC
           END-STRING
           PERFORM ESCREVER-LINHA-RSC
           CLOSE ARQ-RISCOREL
           DISPLAY "Relatorio gravado em " WS-ARQ-RISCOREL

           MOVE "FIM" TO WS-JOB-EVENTO
           MOVE SPACES TO WS-JOB-CHAVE
           MOVE WS-ATR-CONTRATOS TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR
           .

       *> Um contrato de REG-EMPRESTIMO: quitado sai de
       *> riscoemp.dat; ativo e regravado com atraso e nivel.
       CLASSIFICAR-CONTRATO.
           MOVE EMP-COD TO RSC-EMP-COD
           IF EMP-STATUS NOT = "A"
              DELETE RISCO-EMPRESTIMOS RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ATR-CONTRATOS

           MOVE 0 TO WS-EMP-ATRASADAS
           MOVE 0 TO WS-EMP-SALDO-DEV
           MOVE 0 TO WS-ATR-VENC-ANTIGO
           MOVE EMP-COD TO WS-EMP-COD-ATUAL
           MOVE EMP-COD TO PARC-EMP-COD
           MOVE ZEROS TO PARC-NUM
           START PARCELAS KEY NOT LESS THAN PARC-CHAVE
              INVALID KEY MOVE "99" TO FS-PARC
              NOT INVALID KEY MOVE "00" TO FS-PARC
           END-START
           PERFORM UNTIL FS-PARC NOT = "00"
              READ PARCELAS NEXT RECORD
                 AT END MOVE "99" TO FS-PARC
                 NOT AT END
                    IF PARC-EMP-COD NOT = WS-EMP-COD-ATUAL
                       MOVE "99" TO FS-PARC
                    ELSE
                       IF PARC-STATUS = "A"
                          ADD PARC-VALOR TO WS-EMP-SALDO-DEV
                          IF PARC-VENCIMENTO < WS-DATA-HOJE
                             ADD 1 TO WS-EMP-ATRASADAS
                             IF WS-ATR-VENC-ANTIGO = 0
                                MOVE PARC-VENCIMENTO
                                   TO WS-ATR-VENC-ANTIGO
                             END-IF
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           MOVE 0 TO WS-ATR-DIAS
           IF WS-ATR-VENC-ANTIGO NOT = 0
              COMPUTE WS-ATR-DIAS
                 = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(WS-ATR-VENC-ANTIGO)
           END-IF
           PERFORM OBTER-NIVEL-RISCO

           MOVE EMP-COD TO RSC-EMP-COD
           READ RISCO-EMPRESTIMOS RECORD
              INVALID KEY MOVE "N" TO WS-ATR-EXISTE
              NOT INVALID KEY MOVE "S" TO WS-ATR-EXISTE
           END-READ
           MOVE EMP-CONTA          TO RSC-CONTA
           MOVE WS-DATA-HOJE       TO RSC-DATA
           MOVE WS-ATR-DIAS        TO RSC-DIAS-ATRASO
           MOVE WS-RSC-NIVEL (WS-RSC-IDX) TO RSC-NIVEL
           MOVE WS-EMP-ATRASADAS   TO RSC-PARC-ATRASO
           MOVE WS-EMP-SALDO-DEV   TO RSC-SALDO-DEV
           COMPUTE RSC-PROVISAO ROUNDED
              = WS-EMP-SALDO-DEV * WS-RSC-PCT (WS-RSC-IDX) / 100
           IF WS-ATR-EXISTE = "S"
              REWRITE REG-RISCO-EMPRESTIMO
                 INVALID KEY
                    DISPLAY "Erro ao regravar o risco do contrato "
                       EMP-COD "!"
              END-REWRITE
           ELSE
              WRITE REG-RISCO-EMPRESTIMO
                 INVALID KEY
                    DISPLAY "Erro ao gravar o risco do contrato "
                       EMP-COD "!"
              END-WRITE
           END-IF

           IF WS-ATR-DIAS > 0
              ADD 1 TO WS-ATR-EM-ATRASO
              ADD WS-EMP-SALDO-DEV TO WS-ATR-TOT-ATRASO
              MOVE WS-EMP-SALDO-DEV TO WS-VAL-ED
              MOVE SPACES TO WS-LINHA-RSC
              STRING EMP-COD DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     EMP-CONTA DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-ATR-DIAS DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     RSC-NIVEL DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-EMP-ATRASADAS DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-VAL-ED DELIMITED BY SIZE
                     INTO WS-LINHA-RSC
              END-STRING
              PERFORM ESCREVER-LINHA-RSC
           END-IF
           .

       *> Primeiro nivel da tabela cujo limite de dias cobre o
       *> atraso em WS-ATR-DIAS; acima de todos, o ultimo nivel.
       OBTER-NIVEL-RISCO.
           MOVE 0 TO WS-ATR-ACHOU
           PERFORM VARYING WS-RSC-IDX FROM 1 BY 1
              UNTIL WS-RSC-IDX > WS-RSC-QTD OR WS-ATR-ACHOU = 1
              IF WS-ATR-DIAS NOT > WS-RSC-DIAS-ATE (WS-RSC-IDX)
                 MOVE 1 TO WS-ATR-ACHOU
              END-IF
           END-PERFORM
           IF WS-ATR-ACHOU = 1
              SUBTRACT 1 FROM WS-RSC-IDX
           ELSE
              MOVE WS-RSC-QTD TO WS-RSC-IDX
           END-IF
           .

       *> Tabela de niveis de risco: riscoprm.dat, uma linha por
       *> nivel em ordem crescente de atraso (nivel, atraso maximo
       *> em dias, percentual de provisao). Sem o arquivo vale a
       *> escala padrao AA-H.
       LER-TABELA-RISCO.
           MOVE 0 TO WS-RSC-QTD
           OPEN INPUT RISCO-PARAMETROS
           IF FS-RPR = "00"
              PERFORM UNTIL FS-RPR NOT = "00"
                 READ RISCO-PARAMETROS NEXT RECORD
                    AT END MOVE "99" TO FS-RPR
                    NOT AT END
                       IF RPR-NIVEL NOT = SPACES
                          AND RPR-DIAS-ATE IS NUMERIC
                          AND RPR-PCT IS NUMERIC
                          AND WS-RSC-QTD < 12
                          ADD 1 TO WS-RSC-QTD
                          MOVE RPR-NIVEL
                             TO WS-RSC-NIVEL (WS-RSC-QTD)
                          MOVE RPR-DIAS-ATE
                             TO WS-RSC-DIAS-ATE (WS-RSC-QTD)
                          MOVE RPR-PCT
                             TO WS-RSC-PCT (WS-RSC-QTD)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RISCO-PARAMETROS
           END-IF

           IF WS-RSC-QTD = 0
              MOVE 9 TO WS-RSC-QTD
              MOVE "AA" TO WS-RSC-NIVEL (1)
              MOVE 0    TO WS-RSC-DIAS-ATE (1)
              MOVE 0    TO WS-RSC-PCT (1)
              MOVE "A " TO WS-RSC-NIVEL (2)
              MOVE 14   TO WS-RSC-DIAS-ATE (2)
              MOVE 0.5  TO WS-RSC-PCT (2)
              MOVE "B " TO WS-RSC-NIVEL (3)
              MOVE 30   TO WS-RSC-DIAS-ATE (3)
              MOVE 1    TO WS-RSC-PCT (3)
              MOVE "C " TO WS-RSC-NIVEL (4)
              MOVE 60   TO WS-RSC-DIAS-ATE (4)
              MOVE 3    TO WS-RSC-PCT (4)
              MOVE "D " TO WS-RSC-NIVEL (5)
              MOVE 90   TO WS-RSC-DIAS-ATE (5)
              MOVE 10   TO WS-RSC-PCT (5)
              MOVE "E " TO WS-RSC-NIVEL (6)
              MOVE 120  TO WS-RSC-DIAS-ATE (6)
              MOVE 30   TO WS-RSC-PCT (6)
              MOVE "F " TO WS-RSC-NIVEL (7)
              MOVE 150  TO WS-RSC-DIAS-ATE (7)
              MOVE 50   TO WS-RSC-PCT (7)
              MOVE "G " TO WS-RSC-NIVEL (8)
              MOVE 180  TO WS-RSC-DIAS-ATE (8)
              MOVE 70   TO WS-RSC-PCT (8)
              MOVE "H " TO WS-RSC-NIVEL (9)
              MOVE 99999 TO WS-RSC-DIAS-ATE (9)
              MOVE 100  TO WS-RSC-PCT (9)
           END-IF
           .

       ESCREVER-LINHA-RSC.
           DISPLAY WS-LINHA-RSC
           WRITE REG-ARQ-RISCOREL FROM WS-LINHA-RSC
           .

       *> ===============================
       *> CARTEIRA DE EMPRESTIMOS POR NIVEL DE RISCO (rotina
       *> mensal: reapura o atraso, soma saldo devedor e provisao
       *> por nivel, compara com o mes anterior e grava o ajuste
       *> de provisao do mes em provisao.dat para a
       *> contabilizacao; relatorio em CARTEIRA-AAAAMM.REL)
       *> ===============================
       RELATORIO-CARTEIRA-RISCO.
           PERFORM APURAR-ATRASO-EMPRESTIMOS

           COMPUTE WS-PRV-ANOMES = WS-DATA-HOJE / 100
           COMPUTE WS-PRV-ANO = WS-PRV-ANOMES / 100
           COMPUTE WS-PRV-MES = WS-PRV-ANOMES - WS-PRV-ANO * 100
           IF WS-PRV-MES = 1
              COMPUTE WS-PRV-ANOMES-ANT
                 = (WS-PRV-ANO - 1) * 100 + 12
           ELSE
              COMPUTE WS-PRV-ANOMES-ANT = WS-PRV-ANOMES - 1
           END-IF

           PERFORM VARYING WS-RSC-IDX FROM 1 BY 1
              UNTIL WS-RSC-IDX > WS-RSC-QTD
              MOVE 0 TO WS-RSC-QTD-CONTR (WS-RSC-IDX)
              MOVE 0 TO WS-RSC-SALDO (WS-RSC-IDX)
              MOVE 0 TO WS-RSC-PROVISAO (WS-RSC-IDX)
           END-PERFORM

           MOVE ZEROS TO RSC-EMP-COD
           MOVE "00" TO FS-RSC
           START RISCO-EMPRESTIMOS KEY NOT LESS THAN RSC-EMP-COD
              INVALID KEY MOVE "99" TO FS-RSC
           END-START
           PERFORM UNTIL FS-RSC NOT = "00"
              READ RISCO-EMPRESTIMOS NEXT RECORD
                 AT END MOVE "99" TO FS-RSC
                 NOT AT END
                    PERFORM ACUMULAR-CARTEIRA-RISCO
              END-READ
           END-PERFORM

           MOVE SPACES TO WS-ARQ-RISCOREL
           STRING "CARTEIRA-" DELIMITED BY SIZE
                  WS-PRV-ANOMES DELIMITED BY SIZE
                  ".REL" DELIMITED BY SIZE
                  INTO WS-ARQ-RISCOREL
           END-STRING
           OPEN OUTPUT ARQ-RISCOREL

           MOVE ALL "=" TO WS-LINHA-RSC
           PERFORM ESCREVER-LINHA-RSC
           MOVE SPACES TO WS-LINHA-RSC
           STRING "CARTEIRA DE EMPRESTIMOS POR NIVEL DE RISCO - "
                  DELIMITED BY SIZE
                  WS-PRV-ANOMES DELIMITED BY SIZE
                  " (ANTERIOR " DELIMITED BY SIZE
                  WS-PRV-ANOMES-ANT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-LINHA-RSC
           END-STRING
           PERFORM ESCREVER-LINHA-RSC
           MOVE "NV   QTD   ANT    SALDO DEV    SALDO ANT"
              & "      %     PROVISAO VAR.PROVISAO" TO WS-LINHA-RSC
           PERFORM ESCREVER-LINHA-RSC
           MOVE ALL "=" TO WS-LINHA-RSC
           PERFORM ESCREVER-LINHA-RSC

           MOVE 0 TO WS-PRV-TOT-SALDO
           MOVE 0 TO WS-PRV-TOT-PROV
           MOVE 0 TO WS-PRV-TOT-AJUSTE
           PERFORM VARYING WS-RSC-IDX FROM 1 BY 1
              UNTIL WS-RSC-IDX > WS-RSC-QTD
              PERFORM GRAVAR-PROVISAO-NIVEL
           END-PERFORM

           MOVE ALL "-" TO WS-LINHA-RSC
           PERFORM ESCREVER-LINHA-RSC
           MOVE WS-PRV-TOT-SALDO TO WS-RSC-VAL-ED
           MOVE WS-PRV-TOT-PROV  TO WS-RSC-VAL-ED2
           MOVE WS-PRV-TOT-AJUSTE TO WS-RSC-VAR-ED
           MOVE SPACES TO WS-LINHA-RSC
           STRING "TOTAL          " DELIMITED BY SIZE
                  WS-RSC-VAL-ED DELIMITED BY SIZE
                  "                     " DELIMITED BY SIZE
                  WS-RSC-VAL-ED2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RSC-VAR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RSC
           END-STRING
           PERFORM ESCREVER-LINHA-RSC
           CLOSE ARQ-RISCOREL
           DISPLAY "Relatorio gravado em " WS-ARQ-RISCOREL

           MOVE "PROVISAO"    TO WS-AUD-ACAO
           MOVE WS-PRV-ANOMES TO WS-AUD-CHAVE
           PERFORM GRAVAR-AUDITORIA
           .

       ACUMULAR-CARTEIRA-RISCO.
           MOVE 0 TO WS-ATR-ACHOU
           PERFORM VARYING WS-RSC-IDX FROM 1 BY 1
              UNTIL WS-RSC-IDX > WS-RSC-QTD OR WS-ATR-ACHOU = 1
              IF WS-RSC-NIVEL (WS-RSC-IDX) = RSC-NIVEL
                 MOVE 1 TO WS-ATR-ACHOU
              END-IF
           END-PERFORM
           IF WS-ATR-ACHOU = 0
              DISPLAY "Contrato " RSC-EMP-COD " com nivel "
                 RSC-NIVEL " fora da tabela de risco!"
              EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-RSC-IDX
           ADD 1 TO WS-RSC-QTD-CONTR (WS-RSC-IDX)
           ADD RSC-SALDO-DEV TO WS-RSC-SALDO (WS-RSC-IDX)
           ADD RSC-PROVISAO  TO WS-RSC-PROVISAO (WS-RSC-IDX)
           .

       *> Um nivel da tabela: busca o fechamento do mes anterior,
       *> grava (ou regrava, se o relatorio ja rodou no mes) o
       *> registro do mes com o ajuste e imprime a linha.
       GRAVAR-PROVISAO-NIVEL.
           MOVE WS-PRV-ANOMES-ANT TO PRV-ANOMES
           MOVE WS-RSC-NIVEL (WS-RSC-IDX) TO PRV-NIVEL
           READ PROVISOES RECORD
              INVALID KEY
                 MOVE 0 TO WS-PRV-QTD-ANT
                 MOVE 0 TO WS-PRV-SALDO-ANT
                 MOVE 0 TO WS-PRV-PROV-ANT
              NOT INVALID KEY
                 MOVE PRV-QTD      TO WS-PRV-QTD-ANT
                 MOVE PRV-SALDO    TO WS-PRV-SALDO-ANT
                 MOVE PRV-PROVISAO TO WS-PRV-PROV-ANT
           END-READ

           MOVE WS-PRV-ANOMES TO PRV-ANOMES
           MOVE WS-RSC-NIVEL (WS-RSC-IDX) TO PRV-NIVEL
           READ PROVISOES RECORD
              INVALID KEY MOVE "N" TO WS-ATR-EXISTE
              NOT INVALID KEY MOVE "S" TO WS-ATR-EXISTE
           END-READ
           MOVE WS-RSC-QTD-CONTR (WS-RSC-IDX) TO PRV-QTD
           MOVE WS-RSC-SALDO (WS-RSC-IDX)     TO PRV-SALDO
           MOVE WS-RSC-PCT (WS-RSC-IDX)       TO PRV-PCT
           MOVE WS-RSC-PROVISAO (WS-RSC-IDX)  TO PRV-PROVISAO
           COMPUTE PRV-AJUSTE
              = WS-RSC-PROVISAO (WS-RSC-IDX) - WS-PRV-PROV-ANT
           MOVE WS-DATA-HOJE TO PRV-DATA
           IF WS-ATR-EXISTE = "S"
              REWRITE REG-PROVISAO
                 INVALID KEY
                    DISPLAY "Erro ao regravar a provisao do nivel "
                       PRV-NIVEL "!"
              END-REWRITE
           ELSE
              WRITE REG-PROVISAO
                 INVALID KEY
                    DISPLAY "Erro ao gravar a provisao do nivel "
                       PRV-NIVEL "!"
              END-WRITE
           END-IF

           ADD PRV-SALDO    TO WS-PRV-TOT-SALDO
           ADD PRV-PROVISAO TO WS-PRV-TOT-PROV
           ADD PRV-AJUSTE   TO WS-PRV-TOT-AJUSTE

           MOVE PRV-SALDO        TO WS-RSC-VAL-ED
           MOVE WS-PRV-SALDO-ANT TO WS-RSC-VAL-ED3
           MOVE PRV-PCT          TO WS-RSC-PCT-ED
           MOVE PRV-PROVISAO     TO WS-RSC-VAL-ED2
           MOVE PRV-AJUSTE       TO WS-RSC-VAR-ED
           MOVE SPACES TO WS-LINHA-RSC
           STRING PRV-NIVEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRV-QTD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRV-QTD-ANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RSC-VAL-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RSC-VAL-ED3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RSC-PCT-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RSC-VAL-ED2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RSC-VAR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RSC
           END-STRING
           PERFORM ESCREVER-LINHA-RSC
           .

       *> ===============================
       *> REGISTRAR TRANSACAO - DEPOSITO
       *> ===============================
       REGISTRAR-TRANSACAO-DEPOSITO.
           MOVE CONTA-NUMERO TO TRANS-CONTA
           MOVE "DEPOSITO"   TO TRANS-TIPO
           MOVE VALOR        TO TRANS-VALOR
           MOVE CONTA-SALDO  TO TRANS-SALDO
           PERFORM GRAVAR-TRANSACAO
           .

       *> ===============================
       *> SACAR
       *> ===============================
       SACAR.
           DISPLAY "Numero da conta: "
           ACCEPT CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY DISPLAY "Conta nao encontrada!"
              NOT INVALID KEY
                 PERFORM VERIFICAR-BLOQUEIO-CONTAS
                 PERFORM VERIFICAR-CONTA-DEBITO
                 IF WS-CONTA-BLOQUEADA = "N"
                    AND WS-CONTA-IMPEDIDA = "N"
                    PERFORM IDENTIFICAR-OPERANTE
                    IF WS-OPERANTE-OK = "S"
                       DISPLAY "Valor a sacar: "
                       ACCEPT VALOR
                       EVALUATE TRUE
                          WHEN WS-OPERANTE-LIMITE > 0
                             AND VALOR > WS-OPERANTE-LIMITE
                             DISPLAY "Valor acima do limite por "
                                "saque do assinante: "
                                WS-OPERANTE-LIMITE
                          WHEN VALOR > CONTA-SALDO-DISP + CONTA-LIMITE
                             DISPLAY "Saldo disponivel insuficiente!"
                          WHEN OTHER
                             SUBTRACT VALOR FROM CONTA-SALDO
                             SUBTRACT VALOR FROM CONTA-SALDO-DISP
                             REWRITE REG-CONTA
                             PERFORM VERIFICAR-BLOQUEIO-CONTAS
                             IF WS-CONTA-BLOQUEADA = "N"
                                PERFORM REGISTRAR-TRANSACAO-SAQUE
                                MOVE "S" TO WS-CXA-ACAO
                                MOVE VALOR TO WS-CXA-VALOR
                                PERFORM ACUMULAR-CAIXA-OPERADOR
                                DISPLAY "Saque realizado."
                             END-IF
                       END-EVALUATE
                    END-IF
                 END-IF
           END-READ
           .

       *> ===============================
       *> REGISTRAR TRANSACAO - SAQUE
       *> ===============================
       REGISTRAR-TRANSACAO-SAQUE.
           MOVE CONTA-NUMERO TO TRANS-CONTA
           MOVE "SAQUE"      TO TRANS-TIPO
           MOVE VALOR        TO TRANS-VALOR
           MOVE CONTA-SALDO  TO TRANS-SALDO
           PERFORM GRAVAR-TRANSACAO
           .

       *> ===============================
       *> ENCERRAR CONTA (a conta permanece no cadastro com o
       *> status ENCERRADA para preservar o historico; exige
       *> saldo zerado)
       *> ===============================
       EXCLUIR-CONTA.
           DISPLAY "Numero da conta: "
           ACCEPT CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY DISPLAY "Conta nao encontrada!"
              NOT INVALID KEY
                 PERFORM VERIFICAR-BLOQUEIO-CONTAS
                 IF WS-CONTA-BLOQUEADA = "N"
                    PERFORM ENCERRAR-CONTA-LIDA
                 END-IF
           END-READ
           .

       ENCERRAR-CONTA-LIDA.
           IF CONTA-STATUS = "ENCERRADA"
              DISPLAY "Conta ja esta encerrada!"
              EXIT PARAGRAPH
           END-IF

           PERFORM IDENTIFICAR-OPERANTE
           IF WS-OPERANTE-OK = "N"
              EXIT PARAGRAPH
           END-IF
           IF WS-OPERANTE-PAPEL = "A"
              DISPLAY "Assinante autorizado nao pode encerrar a "
                 "conta!"
              EXIT PARAGRAPH
           END-IF

           IF CONTA-SALDO NOT = 0
              DISPLAY "Conta com saldo " CONTA-SALDO
                 " - zere o saldo antes de encerrar!"
              EXIT PARAGRAPH
           END-IF

           PERFORM LER-ALCADAS
           IF WS-ALC-ENCERRA = "S"
              MOVE ZEROS        TO WS-APV-SOLICITACAO
              MOVE "ENCERRAR"   TO WS-APV-TIPO
              MOVE CONTA-NUMERO TO WS-APV-CONTA
              PERFORM REGISTRAR-SOLICITACAO-APROV
              EXIT PARAGRAPH
           END-IF
           PERFORM EFETIVAR-ENCERRAMENTO
           .

       *> Encerra a conta lida em REG-CONTA (ja validada); usada
       *> tambem na efetivacao de solicitacao aprovada.
       EFETIVAR-ENCERRAMENTO.
           MOVE "N" TO WS-OPER-EFETIVADA
           MOVE "ENCERRADA" TO CONTA-STATUS
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "Erro ao encerrar a conta!"
                 EXIT PARAGRAPH
           END-REWRITE
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "N"
              PERFORM REGISTRAR-TRANSACAO-EXCLUSAO
              MOVE "ENCERRAMENTO" TO WS-AUD-ACAO
              MOVE CONTA-NUMERO   TO WS-AUD-CHAVE
              PERFORM GRAVAR-AUDITORIA
              MOVE "S" TO WS-OPER-EFETIVADA
              DISPLAY "Conta encerrada."
           END-IF
           .

       *> ===============================
       *> BLOQUEAR/DESBLOQUEAR CONTA (supervisao - ex.: suspeita
       *> de fraude em apuracao)
       *> ===============================
       BLOQUEAR-DESBLOQUEAR-CONTA.
           DISPLAY "Numero da conta: "
           ACCEPT CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Conta nao encontrada!"
                 EXIT PARAGRAPH
           END-READ

           IF CONTA-STATUS = "ENCERRADA"
              DISPLAY "Conta encerrada nao pode ser alterada!"
              EXIT PARAGRAPH
           END-IF

           IF CONTA-STATUS = SPACES
              MOVE "ATIVA" TO CONTA-STATUS
           END-IF
           DISPLAY "Status atual: " CONTA-STATUS
           DISPLAY "Novo status (ATIVA/BLOQUEADA): "
           ACCEPT WS-STATUS-NOVO
           IF WS-STATUS-NOVO NOT = "ATIVA"
              AND WS-STATUS-NOVO NOT = "BLOQUEADA"
              DISPLAY "Status invalido! Nada foi alterado."
              EXIT PARAGRAPH
           END-IF

           MOVE WS-STATUS-NOVO TO CONTA-STATUS
           REWRITE REG-CONTA
              INVALID KEY DISPLAY "Erro ao atualizar a conta!"
           END-REWRITE
           IF CONTA-STATUS = "BLOQUEADA"
              MOVE "BLOQUEIO" TO WS-AUD-ACAO
           ELSE
              MOVE "DESBLOQUEIO" TO WS-AUD-ACAO
           END-IF
           MOVE CONTA-NUMERO TO WS-AUD-CHAVE
           PERFORM GRAVAR-AUDITORIA
           DISPLAY "Conta " CONTA-NUMERO " agora esta "
              CONTA-STATUS
           .

       *> ===============================
       *> VERIFICAR SE A CONTA PODE SER DEBITADA (contas
       *> bloqueadas ou encerradas recusam saques, transferencias
       *> e debitos de lote)
       *> ===============================
       VERIFICAR-CONTA-DEBITO.
           MOVE "N" TO WS-CONTA-IMPEDIDA
           IF CONTA-STATUS = "BLOQUEADA"
              MOVE "S" TO WS-CONTA-IMPEDIDA
              DISPLAY "Conta " CONTA-NUMERO
                 " esta BLOQUEADA - debito recusado."
           END-IF
           IF CONTA-STATUS = "ENCERRADA"
              MOVE "S" TO WS-CONTA-IMPEDIDA
              DISPLAY "Conta " CONTA-NUMERO
                 " esta ENCERRADA - debito recusado."
           END-IF
           .

       *> ===============================
       *> VERIFICAR SE A CONTA PODE SER CREDITADA (contas
       *> bloqueadas ainda aceitam depositos; encerradas nao)
       *> ===============================
       VERIFICAR-CONTA-CREDITO.
           MOVE "N" TO WS-CONTA-IMPEDIDA
           IF CONTA-STATUS = "ENCERRADA"
              MOVE "S" TO WS-CONTA-IMPEDIDA
              DISPLAY "Conta " CONTA-NUMERO
                 " esta ENCERRADA - credito recusado."
           END-IF
           .

       *> ===============================
       *> REGISTRAR TRANSACAO - EXCLUSAO
       *> ===============================
       REGISTRAR-TRANSACAO-EXCLUSAO.
           MOVE CONTA-NUMERO TO TRANS-CONTA
           MOVE "EXCLUSAO"   TO TRANS-TIPO
           MOVE ZEROS        TO TRANS-VALOR
           MOVE CONTA-SALDO  TO TRANS-SALDO
           PERFORM GRAVAR-TRANSACAO
           .

       *> ===============================
       *> TRANSFERIR ENTRE CONTAS
       *> ===============================
       TRANSFERIR.
           DISPLAY "Conta de origem : "
           ACCEPT CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Conta de origem nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-CONTA-DEBITO
           IF WS-CONTA-IMPEDIDA = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE REG-CONTA TO WS-REC-ORIGEM

           PERFORM IDENTIFICAR-OPERANTE
           IF WS-OPERANTE-OK = "N"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Conta de destino: "
           ACCEPT WS-CONTA-DESTINO
           MOVE WS-CONTA-DESTINO TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Conta de destino nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-CONTA-CREDITO
           IF WS-CONTA-IMPEDIDA = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE REG-CONTA TO WS-REC-DESTINO

           DISPLAY "Valor a transferir: "
           ACCEPT WS-VALOR-TRANSF
           IF WS-OPERANTE-LIMITE > 0
              AND WS-VALOR-TRANSF > WS-OPERANTE-LIMITE
              DISPLAY "Valor acima do limite por operacao do "
                 "assinante: " WS-OPERANTE-LIMITE
              EXIT PARAGRAPH
           END-IF

           PERFORM LER-ALCADAS
           IF WS-VALOR-TRANSF > WS-ALC-TRANSF
              MOVE ZEROS           TO WS-APV-SOLICITACAO
              MOVE "TRANSF"        TO WS-APV-TIPO
              MOVE WS-OR-NUMERO    TO WS-APV-CONTA
              MOVE WS-DE-NUMERO    TO WS-APV-CONTA-DEST
              MOVE WS-VALOR-TRANSF TO WS-APV-VALOR
              PERFORM REGISTRAR-SOLICITACAO-APROV
              EXIT PARAGRAPH
           END-IF
           PERFORM EFETIVAR-TRANSFERENCIA
           .

       *> Lanca a transferencia ja validada (origem e destino em
       *> WS-REC-ORIGEM/WS-REC-DESTINO, valor em WS-VALOR-TRANSF);
       *> usada tambem na efetivacao de solicitacao aprovada.
       EFETIVAR-TRANSFERENCIA.
           MOVE "N" TO WS-OPER-EFETIVADA
           MOVE WS-OR-NUMERO TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Erro ao reler a conta de origem!"
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              EXIT PARAGRAPH
           END-IF

           IF WS-VALOR-TRANSF > CONTA-SALDO-DISP + CONTA-LIMITE
              DISPLAY "Saldo disponivel insuficiente na conta de "
                 "origem!"
              EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-VALOR-TRANSF FROM CONTA-SALDO
           SUBTRACT WS-VALOR-TRANSF FROM CONTA-SALDO-DISP
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "Erro ao atualizar a conta de origem!"
                 EXIT PARAGRAPH
           END-REWRITE
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE CONTA-NUMERO TO TRANS-CONTA
           MOVE "TRANSF-SAI" TO TRANS-TIPO
           MOVE WS-VALOR-TRANSF TO TRANS-VALOR
           MOVE CONTA-SALDO  TO TRANS-SALDO
           PERFORM GRAVAR-TRANSACAO

           MOVE WS-DE-NUMERO TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Erro ao reler a conta de destino!"
                 PERFORM REVERTER-DEBITO-ORIGEM
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              PERFORM REVERTER-DEBITO-ORIGEM
              EXIT PARAGRAPH
           END-IF
           ADD WS-VALOR-TRANSF TO CONTA-SALDO
           ADD WS-VALOR-TRANSF TO CONTA-SALDO-DISP
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "Erro ao atualizar a conta de destino!"
                 PERFORM REVERTER-DEBITO-ORIGEM
                 EXIT PARAGRAPH
           END-REWRITE
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              PERFORM REVERTER-DEBITO-ORIGEM
              EXIT PARAGRAPH
           END-IF
           MOVE CONTA-NUMERO TO TRANS-CONTA
           MOVE "TRANSF-ENT" TO TRANS-TIPO
           MOVE WS-VALOR-TRANSF TO TRANS-VALOR
           MOVE CONTA-SALDO  TO TRANS-SALDO
           PERFORM GRAVAR-TRANSACAO

           MOVE "S" TO WS-OPER-EFETIVADA
           DISPLAY "Transferencia realizada."
           .

       *> Desfaz o debito ja gravado na conta de origem quando a
       *> perna de destino da transferencia falha depois que a
       *> origem ja foi atualizada e registrada.
       REVERTER-DEBITO-ORIGEM.
           MOVE WS-OR-NUMERO TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Erro ao reverter o debito na conta de "
                    "origem!"
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              DISPLAY "Erro ao reverter o debito na conta de origem!"
              EXIT PARAGRAPH
           END-IF
           ADD WS-VALOR-TRANSF TO CONTA-SALDO
           ADD WS-VALOR-TRANSF TO CONTA-SALDO-DISP
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "Erro ao reverter o debito na conta de "
                    "origem!"
           END-REWRITE
           MOVE CONTA-NUMERO TO TRANS-CONTA
           MOVE "TRANSF-REV" TO TRANS-TIPO
           MOVE WS-VALOR-TRANSF TO TRANS-VALOR
           MOVE CONTA-SALDO  TO TRANS-SALDO
           PERFORM GRAVAR-TRANSACAO
           DISPLAY "Debito de origem revertido - transferencia "
              "cancelada."
           .

       *> ===============================
       *> TRANSFERENCIA PARA OUTRO BANCO (TED/PIX: debita a conta
       *> e deixa a transferencia em transito em transext.dat ate
       *> a remessa e o retorno do parceiro de compensacao)
       *> ===============================
       TRANSFERIR-EXTERNO.
           DISPLAY "Conta de origem : "
           ACCEPT CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Conta de origem nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-CONTA-DEBITO
           IF WS-CONTA-IMPEDIDA = "S"
              EXIT PARAGRAPH
           END-IF

           PERFORM IDENTIFICAR-OPERANTE
           IF WS-OPERANTE-OK = "N"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Modalidade (1 = TED, 2 = PIX): "
           ACCEPT WS-TEX-OPCAO
           EVALUATE WS-TEX-OPCAO
              WHEN 1 MOVE "TED" TO TEX-MODALIDADE
              WHEN 2 MOVE "PIX" TO TEX-MODALIDADE
              WHEN OTHER
                 DISPLAY "Modalidade invalida!"
                 EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Banco de destino (codigo de 3 digitos): "
           ACCEPT TEX-BANCO
           DISPLAY "Agencia de destino: "
           ACCEPT TEX-AGENCIA
           DISPLAY "Conta de destino: "
           ACCEPT TEX-CONTA-DEST
           DISPLAY "CPF/CNPJ do favorecido: "
           ACCEPT TEX-DOCUMENTO
           DISPLAY "Nome do favorecido: "
           ACCEPT TEX-NOME
           IF TEX-BANCO = 0 OR TEX-CONTA-DEST = SPACES
              OR TEX-DOCUMENTO = SPACES OR TEX-NOME = SPACES
              DISPLAY "Dados do favorecido incompletos - "
                 "transferencia nao realizada."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Valor a transferir: "
           ACCEPT WS-VALOR-TRANSF
           IF WS-VALOR-TRANSF = 0
              DISPLAY "Valor zerado - nada foi transferido."
              EXIT PARAGRAPH
           END-IF
           IF WS-OPERANTE-LIMITE > 0
              AND WS-VALOR-TRANSF > WS-OPERANTE-LIMITE
              DISPLAY "Valor acima do limite por operacao do "
                 "assinante: " WS-OPERANTE-LIMITE
              EXIT PARAGRAPH
           END-IF

           PERFORM LER-ALCADAS
           IF WS-VALOR-TRANSF > WS-ALC-TRANSF
              MOVE ZEROS           TO WS-APV-SOLICITACAO
              MOVE "TED"           TO WS-APV-TIPO
              MOVE CONTA-NUMERO    TO WS-APV-CONTA
              MOVE WS-VALOR-TRANSF TO WS-APV-VALOR
              MOVE TEX-MODALIDADE  TO WS-APV-TED-MOD
              MOVE TEX-BANCO       TO WS-APV-TED-BCO
              MOVE TEX-AGENCIA     TO WS-APV-TED-AGE
              MOVE TEX-CONTA-DEST  TO WS-APV-TED-CTA
              MOVE TEX-DOCUMENTO   TO WS-APV-TED-DOC
              MOVE TEX-NOME        TO WS-APV-TED-NOM
              PERFORM REGISTRAR-SOLICITACAO-APROV
              EXIT PARAGRAPH
           END-IF
           MOVE WS-COD-OPERADOR TO TEX-USU-COD
           PERFORM EFETIVAR-TED
           .

       *> Debita a conta em REG-CONTA e registra em transito a
       *> TED/PIX ja validada (favorecido em TEX-*, valor em
       *> WS-VALOR-TRANSF, operador em TEX-USU-COD); usada tambem
       *> na efetivacao de solicitacao aprovada.
       EFETIVAR-TED.
           MOVE "N" TO WS-OPER-EFETIVADA
           IF WS-VALOR-TRANSF > CONTA-SALDO-DISP + CONTA-LIMITE
              DISPLAY "Saldo disponivel insuficiente!"
              EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-VALOR-TRANSF FROM CONTA-SALDO
           SUBTRACT WS-VALOR-TRANSF FROM CONTA-SALDO-DISP
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "Erro ao atualizar a conta de origem!"
                 EXIT PARAGRAPH
           END-REWRITE
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE CONTA-NUMERO    TO TRANS-CONTA
           MOVE "TED-ENVIO"     TO TRANS-TIPO
           MOVE WS-VALOR-TRANSF TO TRANS-VALOR
           MOVE CONTA-SALDO     TO TRANS-SALDO
           PERFORM GRAVAR-TRANSACAO

           MOVE CONTA-NUMERO    TO TEX-CONTA
           MOVE TRANS-DATA-HORA TO TEX-IDENT
           MOVE WS-VALOR-TRANSF TO TEX-VALOR
           MOVE "P"             TO TEX-STATUS
           MOVE 0               TO TEX-DATA-REMESSA
           MOVE 0               TO TEX-DATA-RETORNO
           MOVE 0               TO TEX-MOTIVO
           WRITE REG-TRANSF-EXTERNA
              INVALID KEY
                 DISPLAY "Erro ao registrar a transferencia!"
                 PERFORM ESTORNAR-TED-CONTA
                 EXIT PARAGRAPH
           END-WRITE

           MOVE "TED-ENVIO"  TO WS-AUD-ACAO
           MOVE CONTA-NUMERO TO WS-AUD-CHAVE
           PERFORM GRAVAR-AUDITORIA
           MOVE "S" TO WS-OPER-EFETIVADA
           DISPLAY TEX-MODALIDADE " de " WS-VALOR-TRANSF
              " registrada - em transito ate a confirmacao do "
              "banco de destino."
           .

       *> Devolve a conta em REG-CONTA o valor de WS-VALOR-TRANSF
       *> de uma TED/PIX que nao seguiu (registro falho ou
       *> rejeitada no retorno); WS-TEX-ESTORNADA = "S" quando o
       *> credito foi gravado.
       ESTORNAR-TED-CONTA.
           MOVE "N" TO WS-TEX-ESTORNADA
           ADD WS-VALOR-TRANSF TO CONTA-SALDO
           ADD WS-VALOR-TRANSF TO CONTA-SALDO-DISP
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "Erro ao estornar a transferencia na conta "
                    CONTA-NUMERO "!"
                 EXIT PARAGRAPH
           END-REWRITE
           MOVE CONTA-NUMERO    TO TRANS-CONTA
           MOVE "TED-DEVOL"     TO TRANS-TIPO
           MOVE WS-VALOR-TRANSF TO TRANS-VALOR
           MOVE CONTA-SALDO     TO TRANS-SALDO
           PERFORM GRAVAR-TRANSACAO
           MOVE "S" TO WS-TEX-ESTORNADA
           .

       *> ===============================
       *> ARQUIVO DE REMESSA TED/PIX DO DIA (as transferencias
       *> ainda nao enviadas vao para REMESSA-TED-AAAAMMDD.TXT,
       *> um lote com cabecalho e trailer por execucao, e passam
       *> a enviadas)
       *> ===============================
       GERAR-REMESSA-TED.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARQ-REMESSA
           STRING "REMESSA-TED-" DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-ARQ-REMESSA
           END-STRING

           MOVE "REMESSA-TED" TO WS-JOB-NOME
           PERFORM JOBLOG-VERIFICAR-PENDENTE
           MOVE "INICIO" TO WS-JOB-EVENTO
           MOVE SPACES   TO WS-JOB-CHAVE
           MOVE ZERO     TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           MOVE 0   TO WS-TEX-QTD
           MOVE 0   TO WS-TEX-TOTAL
           MOVE "N" TO WS-TEX-ARQ-ABERTO
           MOVE ZEROS  TO TEX-CONTA
           MOVE SPACES TO TEX-IDENT
           MOVE "00" TO FS-TEX
           START TRANSF-EXTERNAS KEY NOT LESS THAN TEX-CHAVE
              INVALID KEY MOVE "99" TO FS-TEX
           END-START

           PERFORM UNTIL FS-TEX NOT = "00"
              READ TRANSF-EXTERNAS NEXT RECORD
                 AT END MOVE "99" TO FS-TEX
                 NOT AT END
                    IF TEX-STATUS = "P"
                       PERFORM GRAVAR-ITEM-REMESSA
                    END-IF
              END-READ
           END-PERFORM

           IF WS-TEX-ARQ-ABERTO = "S"
              MOVE SPACES TO WS-LINHA-REM
              STRING "9" DELIMITED BY SIZE
                     WS-TEX-QTD DELIMITED BY SIZE
                     WS-TEX-TOTAL DELIMITED BY SIZE
                     INTO WS-LINHA-REM
              END-STRING
              WRITE REG-ARQ-REMESSA FROM WS-LINHA-REM
              CLOSE ARQ-REMESSA
              DISPLAY "Remessa gravada em " WS-ARQ-REMESSA
           END-IF

           MOVE "FIM" TO WS-JOB-EVENTO
           MOVE SPACES TO WS-JOB-CHAVE
           MOVE WS-TEX-QTD TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           MOVE WS-TEX-TOTAL TO WS-VAL-ED
           DISPLAY "Transferencias enviadas: " WS-TEX-QTD
              "  Valor total: " WS-VAL-ED
           .

       GRAVAR-ITEM-REMESSA.
           IF WS-TEX-ARQ-ABERTO = "N"
              OPEN EXTEND ARQ-REMESSA
              IF FS-REM NOT = "00"
                 OPEN OUTPUT ARQ-REMESSA
              END-IF
              IF FS-REM NOT = "00"
                 DISPLAY "Erro ao criar o arquivo de remessa "
                    WS-ARQ-REMESSA "!"
                 MOVE "99" TO FS-TEX
                 EXIT PARAGRAPH
              END-IF
              MOVE "S" TO WS-TEX-ARQ-ABERTO
              MOVE SPACES TO WS-LINHA-REM
              STRING "0" DELIMITED BY SIZE
                     WS-DATA-HOJE DELIMITED BY SIZE
                     "REMESSA TED/PIX" DELIMITED BY SIZE
                     INTO WS-LINHA-REM
              END-STRING
              WRITE REG-ARQ-REMESSA FROM WS-LINHA-REM
           END-IF

           MOVE SPACES TO WS-LINHA-REM
           STRING "1" DELIMITED BY SIZE
                  TEX-CONTA DELIMITED BY SIZE
                  TEX-IDENT DELIMITED BY SIZE
                  TEX-MODALIDADE DELIMITED BY SIZE
                  TEX-BANCO DELIMITED BY SIZE
                  TEX-AGENCIA DELIMITED BY SIZE
                  TEX-CONTA-DEST DELIMITED BY SIZE
                  TEX-DOCUMENTO DELIMITED BY SIZE
                  TEX-NOME DELIMITED BY SIZE
                  TEX-VALOR DELIMITED BY SIZE
                  INTO WS-LINHA-REM
           END-STRING
           WRITE REG-ARQ-REMESSA FROM WS-LINHA-REM

           MOVE "E"          TO TEX-STATUS
           MOVE WS-DATA-HOJE TO TEX-DATA-REMESSA
           REWRITE REG-TRANSF-EXTERNA
              INVALID KEY
                 DISPLAY "Erro ao marcar a transferencia da conta "
                    TEX-CONTA " como enviada!"
           END-REWRITE
           ADD 1 TO WS-TEX-QTD
           ADD TEX-VALOR TO WS-TEX-TOTAL
           .

       *> ===============================
       *> PROCESSAR O ARQUIVO DE RETORNO TED/PIX (linhas "C"
       *> confirmam, "R" rejeitam e estornam a conta, "E" sao
       *> creditos vindos de outros bancos, lancados como
       *> deposito; o resultado sai em RETTED-AAAAMMDD.REL)
       *> ===============================
       PROCESSAR-RETORNO-TED.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "Arquivo de retorno (em branco = "
              "RETORNO-TED-AAAAMMDD.TXT do dia): "
           ACCEPT WS-ARQ-RETORNO
           IF WS-ARQ-RETORNO = SPACES
              STRING "RETORNO-TED-" DELIMITED BY SIZE
                     WS-DATA-HOJE DELIMITED BY SIZE
                     ".TXT" DELIMITED BY SIZE
                     INTO WS-ARQ-RETORNO
              END-STRING
           END-IF
           OPEN INPUT ARQ-RETORNO
           IF FS-RET NOT = "00"
              DISPLAY "Arquivo de retorno " WS-ARQ-RETORNO
                 " nao encontrado."
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ARQ-TEDREL
           STRING "RETTED-" DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  ".REL" DELIMITED BY SIZE
                  INTO WS-ARQ-TEDREL
           END-STRING
           OPEN OUTPUT ARQ-TEDREL
           MOVE ALL "=" TO WS-LINHA-TED
           PERFORM ESCREVER-LINHA-TED
           MOVE SPACES TO WS-LINHA-TED
           STRING "RETORNO TED/PIX - " DELIMITED BY SIZE
                  WS-ARQ-RETORNO DELIMITED BY SIZE
                  INTO WS-LINHA-TED
           END-STRING
           PERFORM ESCREVER-LINHA-TED
           MOVE "T CONTA  IDENTIFICADOR        VALOR  OCORRENCIA"
              TO WS-LINHA-TED
           PERFORM ESCREVER-LINHA-TED
           MOVE ALL "=" TO WS-LINHA-TED
           PERFORM ESCREVER-LINHA-TED

           MOVE "RETORNO-TED" TO WS-JOB-NOME
           PERFORM JOBLOG-VERIFICAR-PENDENTE
           MOVE "INICIO" TO WS-JOB-EVENTO
           MOVE SPACES   TO WS-JOB-CHAVE
           MOVE ZERO     TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           MOVE 0 TO WS-TEX-CONF
           MOVE 0 TO WS-TEX-REJ
           MOVE 0 TO WS-TEX-CRED
           MOVE 0 TO WS-TEX-IGN
           MOVE 0 TO WS-LOTE-LINHA
           MOVE "00" TO FS-RET
           PERFORM UNTIL FS-RET NOT = "00"
              READ ARQ-RETORNO NEXT RECORD
                 AT END MOVE "99" TO FS-RET
                 NOT AT END
                    ADD 1 TO WS-LOTE-LINHA
                    EVALUATE RET-TIPO
                       WHEN "C" PERFORM CONFIRMAR-TED
                       WHEN "R" PERFORM REJEITAR-TED
                       WHEN "E" PERFORM CREDITAR-TED-RECEBIDA
                       WHEN "0"
                       WHEN "9"
                          CONTINUE
                       WHEN OTHER
                          MOVE "LINHA INVALIDA" TO WS-TEX-DESC
                          MOVE 0 TO WS-VALOR-TRANSF
                          PERFORM IMPRIMIR-OCORRENCIA-TED
                          ADD 1 TO WS-TEX-IGN
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE ARQ-RETORNO

           MOVE "FIM" TO WS-JOB-EVENTO
           MOVE SPACES TO WS-JOB-CHAVE
           MOVE WS-LOTE-LINHA TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           MOVE ALL "-" TO WS-LINHA-TED
           PERFORM ESCREVER-LINHA-TED
           MOVE SPACES TO WS-LINHA-TED
           STRING "CONFIRMADAS: " DELIMITED BY SIZE
                  WS-TEX-CONF DELIMITED BY SIZE
                  "  REJEITADAS: " DELIMITED BY SIZE
                  WS-TEX-REJ DELIMITED BY SIZE
                  "  CREDITOS: " DELIMITED BY SIZE
                  WS-TEX-CRED DELIMITED BY SIZE
                  "  IGNORADAS: " DELIMITED BY SIZE
                  WS-TEX-IGN DELIMITED BY SIZE
                  INTO WS-LINHA-TED
           END-STRING
           PERFORM ESCREVER-LINHA-TED
           CLOSE ARQ-TEDREL
           DISPLAY "Relatorio gravado em " WS-ARQ-TEDREL
           .

       *> Localiza a transferencia enviada apontada pela linha de
       *> retorno; so as pendentes/enviadas aceitam retorno.
       LOCALIZAR-TED-RETORNO.
           MOVE "N" TO WS-TEX-ACHOU
           MOVE 0 TO WS-VALOR-TRANSF
           MOVE RET-CONTA TO TEX-CONTA
           MOVE RET-IDENT TO TEX-IDENT
           READ TRANSF-EXTERNAS KEY IS TEX-CHAVE
              INVALID KEY
                 MOVE "TRANSFERENCIA NAO ENCONTRADA" TO WS-TEX-DESC
                 PERFORM IMPRIMIR-OCORRENCIA-TED
                 ADD 1 TO WS-TEX-IGN
                 EXIT PARAGRAPH
           END-READ
           MOVE TEX-VALOR TO WS-VALOR-TRANSF
           IF TEX-STATUS NOT = "P" AND TEX-STATUS NOT = "E"
              MOVE "RETORNO JA PROCESSADO" TO WS-TEX-DESC
              PERFORM IMPRIMIR-OCORRENCIA-TED
              ADD 1 TO WS-TEX-IGN
              EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-TEX-ACHOU
           .

       CONFIRMAR-TED.
           PERFORM LOCALIZAR-TED-RETORNO
           IF WS-TEX-ACHOU = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE "C"          TO TEX-STATUS
           MOVE WS-DATA-HOJE TO TEX-DATA-RETORNO
           REWRITE REG-TRANSF-EXTERNA
              INVALID KEY
                 MOVE "ERRO AO ATUALIZAR" TO WS-TEX-DESC
                 PERFORM IMPRIMIR-OCORRENCIA-TED
                 ADD 1 TO WS-TEX-IGN
                 EXIT PARAGRAPH
           END-REWRITE
           MOVE "CONFIRMADA" TO WS-TEX-DESC
           PERFORM IMPRIMIR-OCORRENCIA-TED
           ADD 1 TO WS-TEX-CONF
           .

       REJEITAR-TED.
           PERFORM LOCALIZAR-TED-RETORNO
           IF WS-TEX-ACHOU = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE TEX-CONTA TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 MOVE "CONTA DE ORIGEM NAO ENCONTRADA" TO WS-TEX-DESC
                 PERFORM IMPRIMIR-OCORRENCIA-TED
                 ADD 1 TO WS-TEX-IGN
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              MOVE "CONTA EM USO - REPROCESSAR" TO WS-TEX-DESC
              PERFORM IMPRIMIR-OCORRENCIA-TED
              ADD 1 TO WS-TEX-IGN
              EXIT PARAGRAPH
           END-IF
           PERFORM ESTORNAR-TED-CONTA
           IF WS-TEX-ESTORNADA = "N"
              MOVE "ERRO AO ESTORNAR - REPROCESSAR" TO WS-TEX-DESC
              PERFORM IMPRIMIR-OCORRENCIA-TED
              ADD 1 TO WS-TEX-IGN
              EXIT PARAGRAPH
           END-IF

           MOVE "R"          TO TEX-STATUS
           MOVE WS-DATA-HOJE TO TEX-DATA-RETORNO
           IF RET-MOTIVO IS NUMERIC
              MOVE RET-MOTIVO TO TEX-MOTIVO
           ELSE
              MOVE 99 TO TEX-MOTIVO
           END-IF
           REWRITE REG-TRANSF-EXTERNA
              INVALID KEY
                 DISPLAY "Erro ao marcar a transferencia da conta "
                    TEX-CONTA " como rejeitada!"
           END-REWRITE
           MOVE "TED-ESTORNO" TO WS-AUD-ACAO
           MOVE TEX-CONTA     TO WS-AUD-CHAVE
           PERFORM GRAVAR-AUDITORIA

           MOVE TEX-MOTIVO TO WS-TEX-MOTIVO
           PERFORM OBTER-DESCRICAO-RETORNO-TED
           PERFORM IMPRIMIR-OCORRENCIA-TED
           ADD 1 TO WS-TEX-REJ
           .

       *> Credito vindo de outro banco: o identificador do banco
       *> remetente entra na chave de transext.dat, e um retorno
       *> reprocessado nao credita a mesma operacao duas vezes.
       CREDITAR-TED-RECEBIDA.
           MOVE 0 TO WS-VALOR-TRANSF
           IF RTC-CONTA NOT NUMERIC OR RTC-VALOR NOT NUMERIC
              OR RTC-IDENT = SPACES
              MOVE "LINHA DE CREDITO INVALIDA" TO WS-TEX-DESC
              PERFORM IMPRIMIR-OCORRENCIA-TED
              ADD 1 TO WS-TEX-IGN
              EXIT PARAGRAPH
           END-IF
           MOVE RTC-VALOR TO WS-VALOR-TRANSF
           MOVE RTC-CONTA TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 MOVE "CONTA INEXISTENTE - DEVOLVER" TO WS-TEX-DESC
                 PERFORM IMPRIMIR-OCORRENCIA-TED
                 ADD 1 TO WS-TEX-IGN
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              MOVE "CONTA EM USO - REPROCESSAR" TO WS-TEX-DESC
              PERFORM IMPRIMIR-OCORRENCIA-TED
              ADD 1 TO WS-TEX-IGN
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-CONTA-CREDITO
           IF WS-CONTA-IMPEDIDA = "S"
              MOVE "CONTA ENCERRADA - DEVOLVER" TO WS-TEX-DESC
              PERFORM IMPRIMIR-OCORRENCIA-TED
              ADD 1 TO WS-TEX-IGN
              EXIT PARAGRAPH
           END-IF

           MOVE RTC-CONTA    TO TEX-CONTA
           MOVE RTC-IDENT    TO TEX-IDENT
           MOVE "REC"        TO TEX-MODALIDADE
           IF RTC-BANCO IS NUMERIC
              MOVE RTC-BANCO TO TEX-BANCO
           ELSE
              MOVE 0 TO TEX-BANCO
           END-IF
           MOVE 0            TO TEX-AGENCIA
           MOVE SPACES       TO TEX-CONTA-DEST
           MOVE RTC-DOC      TO TEX-DOCUMENTO
           MOVE RTC-NOME     TO TEX-NOME
           MOVE RTC-VALOR    TO TEX-VALOR
           MOVE "C"          TO TEX-STATUS
           MOVE 0            TO TEX-DATA-REMESSA
           MOVE WS-DATA-HOJE TO TEX-DATA-RETORNO
           MOVE 0            TO TEX-MOTIVO
           MOVE WS-COD-OPERADOR TO TEX-USU-COD
           WRITE REG-TRANSF-EXTERNA
              INVALID KEY
                 MOVE "CREDITO JA LANCADO" TO WS-TEX-DESC
                 PERFORM IMPRIMIR-OCORRENCIA-TED
                 ADD 1 TO WS-TEX-IGN
                 EXIT PARAGRAPH
           END-WRITE

           ADD RTC-VALOR TO CONTA-SALDO
           ADD RTC-VALOR TO CONTA-SALDO-DISP
           REWRITE REG-CONTA
              INVALID KEY
                 MOVE "ERRO AO CREDITAR A CONTA" TO WS-TEX-DESC
                 PERFORM IMPRIMIR-OCORRENCIA-TED
                 ADD 1 TO WS-TEX-IGN
                 EXIT PARAGRAPH
           END-REWRITE
           MOVE CONTA-NUMERO TO TRANS-CONTA
           MOVE "TED-RECEB"  TO TRANS-TIPO
           MOVE RTC-VALOR    TO TRANS-VALOR
           MOVE CONTA-SALDO  TO TRANS-SALDO
           PERFORM GRAVAR-TRANSACAO

           MOVE "CREDITO RECEBIDO" TO WS-TEX-DESC
           PERFORM IMPRIMIR-OCORRENCIA-TED
           ADD 1 TO WS-TEX-CRED
           .

       OBTER-DESCRICAO-RETORNO-TED.
           EVALUATE WS-TEX-MOTIVO
              WHEN 01 MOVE "REJ: CONTA DESTINO INEXISTENTE"
                         TO WS-TEX-DESC
              WHEN 02 MOVE "REJ: CONTA DESTINO ENCERRADA"
                         TO WS-TEX-DESC
              WHEN 03 MOVE "REJ: DOCUMENTO DIVERGENTE"
                         TO WS-TEX-DESC
              WHEN 04 MOVE "REJ: AGENCIA INVALIDA"
                         TO WS-TEX-DESC
              WHEN 05 MOVE "REJ: CHAVE PIX INVALIDA"
                         TO WS-TEX-DESC
              WHEN 06 MOVE "REJ: RECUSADA PELO DESTINO"
                         TO WS-TEX-DESC
              WHEN OTHER MOVE "REJ: OUTROS MOTIVOS"
                         TO WS-TEX-DESC
           END-EVALUATE
           .

       IMPRIMIR-OCORRENCIA-TED.
           MOVE WS-VALOR-TRANSF TO WS-VAL-ED
           MOVE SPACES TO WS-LINHA-TED
           STRING RET-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RET-CONTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RET-IDENT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VAL-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TEX-DESC DELIMITED BY SIZE
                  INTO WS-LINHA-TED
           END-STRING
           PERFORM ESCREVER-LINHA-TED
           .

       ESCREVER-LINHA-TED.
           DISPLAY WS-LINHA-TED
           WRITE REG-ARQ-TEDREL FROM WS-LINHA-TED
           .

       *> ===============================
       *> RELATORIO DE TED/PIX PENDENTES (enviadas ou a enviar
       *> ainda sem confirmacao passado um dia util do envio,
       *> pelo calendario da rotina comum DIA-UTIL, em
       *> TEDPEND-AAAAMMDD.REL)
       *> ===============================
       RELATORIO-TED-PENDENTES.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARQ-TEDREL
           STRING "TEDPEND-" DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  ".REL" DELIMITED BY SIZE
                  INTO WS-ARQ-TEDREL
           END-STRING
           OPEN OUTPUT ARQ-TEDREL

           MOVE ALL "=" TO WS-LINHA-TED
           PERFORM ESCREVER-LINHA-TED
           MOVE SPACES TO WS-LINHA-TED
           STRING "TED/PIX SEM CONFIRMACAO EM " DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  INTO WS-LINHA-TED
           END-STRING
           PERFORM ESCREVER-LINHA-TED
           MOVE "CONTA  ENVIO    MOD BCO PRAZO           VALOR SIT"
              TO WS-LINHA-TED
           PERFORM ESCREVER-LINHA-TED
           MOVE ALL "=" TO WS-LINHA-TED
           PERFORM ESCREVER-LINHA-TED

           MOVE 0 TO WS-TEX-QTD
           MOVE 0 TO WS-TEX-TOTAL
           MOVE ZEROS  TO TEX-CONTA
           MOVE SPACES TO TEX-IDENT
           MOVE "00" TO FS-TEX
           START TRANSF-EXTERNAS KEY NOT LESS THAN TEX-CHAVE
              INVALID KEY MOVE "99" TO FS-TEX
           END-START

           PERFORM UNTIL FS-TEX NOT = "00"
              READ TRANSF-EXTERNAS NEXT RECORD
                 AT END MOVE "99" TO FS-TEX
                 NOT AT END
                    IF TEX-STATUS = "P" OR TEX-STATUS = "E"
                       PERFORM VERIFICAR-PRAZO-TED
                    END-IF
              END-READ
           END-PERFORM

           MOVE ALL "-" TO WS-LINHA-TED
           PERFORM ESCREVER-LINHA-TED
           MOVE WS-TEX-TOTAL TO WS-VAL-ED
           MOVE SPACES TO WS-LINHA-TED
           STRING "PENDENTES: " DELIMITED BY SIZE
                  WS-TEX-QTD DELIMITED BY SIZE
                  "  VALOR TOTAL: " DELIMITED BY SIZE
                  WS-VAL-ED DELIMITED BY SIZE
                  INTO WS-LINHA-TED
           END-STRING
           PERFORM ESCREVER-LINHA-TED
           CLOSE ARQ-TEDREL
           DISPLAY "Relatorio gravado em " WS-ARQ-TEDREL
           .

       *> Prazo de confirmacao: primeiro dia util depois da data
       *> do envio; passou dele sem retorno, entra no relatorio.
       VERIFICAR-PRAZO-TED.
           MOVE TEX-IDENT(1:8) TO WS-TEX-DATA-ENVIO
           COMPUTE WS-JUL-TEX
              = FUNCTION INTEGER-OF-DATE(WS-TEX-DATA-ENVIO) + 1
           MOVE "P" TO WS-DU-FUNCAO
           MOVE FUNCTION DATE-OF-INTEGER(WS-JUL-TEX) TO WS-DU-DATA
           CALL "DIA-UTIL" USING WS-DU-FUNCAO WS-DU-DATA
              WS-DU-RESULTADO WS-DU-DATA-PROXIMA
           ON EXCEPTION
              MOVE WS-DU-DATA TO WS-DU-DATA-PROXIMA
           END-CALL
           IF WS-DATA-HOJE NOT > WS-DU-DATA-PROXIMA
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TEX-QTD
           ADD TEX-VALOR TO WS-TEX-TOTAL
           MOVE TEX-VALOR TO WS-VAL-ED
           MOVE SPACES TO WS-LINHA-TED
           STRING TEX-CONTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TEX-DATA-ENVIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEX-MODALIDADE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEX-BANCO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DU-DATA-PROXIMA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VAL-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEX-STATUS DELIMITED BY SIZE
                  INTO WS-LINHA-TED
           END-STRING
           PERFORM ESCREVER-LINHA-TED
           .

       *> ===============================
       *> PROCESSAR LOTE DE TRANSACOES
       *> ===============================
       PROCESSAR-LOTE.
           MOVE 0 TO WS-LOTE-ACEITOS
           MOVE 0 TO WS-LOTE-REJEITADOS
           MOVE 0 TO WS-LOTE-LINHA
           MOVE 0 TO WS-LOTE-PULAR

           MOVE "PROCESSAR-LOTE" TO WS-JOB-NOME
           PERFORM JOBLOG-VERIFICAR-PENDENTE
           IF WS-JOB-PENDENTE = "S"
              DISPLAY "Ultima linha ja processada: "
                 WS-JOB-ULT-CONTADOR
              DISPLAY "Retomar do checkpoint, pulando as linhas "
                 "ja processadas (S/N)? "
              IF WS-EM-LOTE = "S"
                 MOVE "S" TO WS-RETOMAR
              ELSE
                 ACCEPT WS-RETOMAR
              END-IF
              IF WS-RETOMAR = "S"
                 MOVE WS-JOB-ULT-CONTADOR TO WS-LOTE-PULAR
              ELSE
                 DISPLAY "Reprocessando o lote desde o inicio - "
                    "confira depositos em duplicidade!"
              END-IF
           END-IF

           OPEN INPUT ENTRADA-LOTE
           IF FS-ENTRADA NOT = "00"
              DISPLAY "Arquivo de lote (entrada.dat) nao encontrado."
              IF WS-RC-LOTE < 4
                 MOVE 4 TO WS-RC-LOTE
              END-IF
           ELSE
              MOVE "INICIO" TO WS-JOB-EVENTO
              MOVE SPACES   TO WS-JOB-CHAVE
              MOVE ZERO     TO WS-JOB-CONTADOR
              PERFORM JOBLOG-GRAVAR
              PERFORM ABRIR-ARQUIVOS-REJEITO

              MOVE "00" TO FS-ENTRADA
              PERFORM UNTIL FS-ENTRADA NOT = "00"
                 READ ENTRADA-LOTE NEXT RECORD
                    AT END MOVE "99" TO FS-ENTRADA
                    NOT AT END
                       ADD 1 TO WS-LOTE-LINHA
                       IF WS-LOTE-LINHA > WS-LOTE-PULAR
                          PERFORM PROCESSAR-LINHA-LOTE
                          MOVE "CHECKPOINT" TO WS-JOB-EVENTO
                          MOVE ENT-CONTA    TO WS-JOB-CHAVE
                          MOVE WS-LOTE-LINHA TO WS-JOB-CONTADOR
                          PERFORM JOBLOG-GRAVAR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENTRADA-LOTE
              PERFORM FECHAR-ARQUIVOS-REJEITO

              MOVE "FIM" TO WS-JOB-EVENTO
              MOVE SPACES TO WS-JOB-CHAVE
              MOVE WS-LOTE-LINHA TO WS-JOB-CONTADOR
              PERFORM JOBLOG-GRAVAR

              DISPLAY "Lote processado."
              DISPLAY "Aceitos    : " WS-LOTE-ACEITOS
              DISPLAY "Rejeitados : " WS-LOTE-REJEITADOS
           END-IF
           .

       *> ===============================
       *> ABRIR OS ARQUIVOS DE REJEITO DA RODADA (rejeitos.dat
       *> acumula as linhas recusadas com numero da linha e
       *> motivo; o relatorio impresso sai por rodada)
       *> ===============================
       ABRIR-ARQUIVOS-REJEITO.
           OPEN EXTEND REJEITOS
           IF FS-REJ NOT = "00"
              OPEN OUTPUT REJEITOS
              CLOSE REJEITOS
              OPEN EXTEND REJEITOS
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARQ-REJREL
           STRING "REJLOTE-" DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  ".REL" DELIMITED BY SIZE
                  INTO WS-ARQ-REJREL
           END-STRING
           OPEN OUTPUT ARQ-REJ-REL
           MOVE "===== LINHAS REJEITADAS DO LOTE ====="
              TO WS-REJ-LINHA-REL
           WRITE REG-ARQ-REJREL FROM WS-REJ-LINHA-REL
           .

       FECHAR-ARQUIVOS-REJEITO.
           MOVE SPACES TO WS-REJ-LINHA-REL
           STRING "TOTAL DE REJEITOS DA RODADA: "
                  DELIMITED BY SIZE
                  WS-LOTE-REJEITADOS DELIMITED BY SIZE
                  INTO WS-REJ-LINHA-REL
           END-STRING
           WRITE REG-ARQ-REJREL FROM WS-REJ-LINHA-REL
           CLOSE ARQ-REJ-REL
           CLOSE REJEITOS
           IF WS-LOTE-REJEITADOS > 0
              DISPLAY "Rejeitos gravados em rejeitos.dat - "
                 "relatorio em " WS-ARQ-REJREL
              DISPLAY "Corrija e use a opcao de reprocessar "
                 "rejeitos."
           END-IF
           .

       *> ===============================
       *> PROCESSAR UMA LINHA DO LOTE (a critica devolve o motivo
       *> da recusa; linha recusada vai para o arquivo de
       *> rejeitos com o numero da linha original)
       *> ===============================
       PROCESSAR-LINHA-LOTE.
           MOVE ZERO TO WS-REJ-MOTIVO
           PERFORM CRITICAR-LINHA-LOTE
           IF WS-REJ-MOTIVO NOT = ZERO
              ADD 1 TO WS-LOTE-REJEITADOS
              PERFORM GRAVAR-REJEITO
           END-IF
           .

       *> ===============================
       *> CRITICAR E APLICAR UMA LINHA DO LOTE
       *>   01 conta inexistente    04 saldo insuficiente
       *>   02 conta bloq/encerrada 05 tipo invalido
       *>   03 senha invalida       06 registro em uso
       *> ===============================
       CRITICAR-LINHA-LOTE.
           MOVE ENT-CONTA TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 MOVE 01 TO WS-REJ-MOTIVO
                 EXIT PARAGRAPH
           END-READ

           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              MOVE 06 TO WS-REJ-MOTIVO
              EXIT PARAGRAPH
           END-IF

           EVALUATE ENT-TIPO
              WHEN "D"
                 PERFORM VERIFICAR-CONTA-CREDITO
                 IF WS-CONTA-IMPEDIDA = "S"
                    MOVE 02 TO WS-REJ-MOTIVO
                    EXIT PARAGRAPH
                 END-IF
                 ADD ENT-VALOR TO CONTA-SALDO
                 ADD ENT-VALOR TO CONTA-SALDO-DISP
                 REWRITE REG-CONTA
                 PERFORM VERIFICAR-BLOQUEIO-CONTAS
                 IF WS-CONTA-BLOQUEADA = "S"
                    MOVE 06 TO WS-REJ-MOTIVO
                 ELSE
                    MOVE CONTA-NUMERO TO TRANS-CONTA
                    MOVE "DEPOSITO"   TO TRANS-TIPO
                    MOVE ENT-VALOR    TO TRANS-VALOR
                    MOVE CONTA-SALDO  TO TRANS-SALDO
                    PERFORM GRAVAR-TRANSACAO
                    ADD 1 TO WS-LOTE-ACEITOS
                 END-IF
              WHEN "S"
                 PERFORM VERIFICAR-CONTA-DEBITO
                 IF WS-CONTA-IMPEDIDA = "S"
                    MOVE 02 TO WS-REJ-MOTIVO
                    EXIT PARAGRAPH
                 END-IF
                 IF ENT-SENHA NOT = CONTA-SENHA
                    MOVE 03 TO WS-REJ-MOTIVO
                 ELSE
                    IF ENT-VALOR > CONTA-SALDO-DISP + CONTA-LIMITE
                       MOVE 04 TO WS-REJ-MOTIVO
                    ELSE
                       SUBTRACT ENT-VALOR FROM CONTA-SALDO
                       SUBTRACT ENT-VALOR FROM CONTA-SALDO-DISP
                       REWRITE REG-CONTA
                       PERFORM VERIFICAR-BLOQUEIO-CONTAS
                       IF WS-CONTA-BLOQUEADA = "S"
                          MOVE 06 TO WS-REJ-MOTIVO
                       ELSE
                          MOVE CONTA-NUMERO TO TRANS-CONTA
                          MOVE "SAQUE"      TO TRANS-TIPO
                          MOVE ENT-VALOR    TO TRANS-VALOR
                          MOVE CONTA-SALDO  TO TRANS-SALDO
                          PERFORM GRAVAR-TRANSACAO
                          ADD 1 TO WS-LOTE-ACEITOS
                       END-IF
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 05 TO WS-REJ-MOTIVO
           END-EVALUATE
           .

       *> ===============================
       *> GRAVAR UM REJEITO (arquivo de rejeitos + relatorio)
       *> ===============================
       GRAVAR-REJEITO.
           MOVE ENT-CONTA      TO REJ-CONTA
           MOVE ENT-TIPO       TO REJ-TIPO
           MOVE ENT-VALOR      TO REJ-VALOR
           MOVE ENT-SENHA      TO REJ-SENHA
           MOVE WS-LOTE-LINHA  TO REJ-LINHA
           MOVE WS-REJ-MOTIVO  TO REJ-MOTIVO
           WRITE REG-REJEITO

           PERFORM OBTER-DESCRICAO-MOTIVO
           MOVE SPACES TO WS-REJ-LINHA-REL
           STRING "LINHA " DELIMITED BY SIZE
                  REJ-LINHA DELIMITED BY SIZE
                  " CONTA " DELIMITED BY SIZE
                  REJ-CONTA DELIMITED BY SIZE
                  " TIPO " DELIMITED BY SIZE
                  REJ-TIPO DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  REJ-VALOR DELIMITED BY SIZE
                  " MOTIVO " DELIMITED BY SIZE
                  REJ-MOTIVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REJ-DESC DELIMITED BY SIZE
                  INTO WS-REJ-LINHA-REL
           END-STRING
           WRITE REG-ARQ-REJREL FROM WS-REJ-LINHA-REL
           DISPLAY WS-REJ-LINHA-REL
           .

       OBTER-DESCRICAO-MOTIVO.
           EVALUATE WS-REJ-MOTIVO
              WHEN 01 MOVE "CONTA INEXISTENTE" TO WS-REJ-DESC
              WHEN 02 MOVE "CONTA BLOQUEADA/ENCERRADA"
                 TO WS-REJ-DESC
              WHEN 03 MOVE "SENHA INVALIDA" TO WS-REJ-DESC
              WHEN 04 MOVE "SALDO INSUFICIENTE" TO WS-REJ-DESC
              WHEN 05 MOVE "TIPO INVALIDO" TO WS-REJ-DESC
              WHEN 06 MOVE "REGISTRO EM USO" TO WS-REJ-DESC
              WHEN OTHER MOVE "MOTIVO DESCONHECIDO"
                 TO WS-REJ-DESC
           END-EVALUATE
           .

       *> ===============================
       *> REPROCESSAR REJEITOS (le o arquivo de rejeitos ja
       *> corrigido e o reapresenta como novo lote, sem tocar nas
       *> linhas aceitas; as recusas remanescentes reescrevem o
       *> arquivo de rejeitos)
       *> ===============================
       REPROCESSAR-REJEITOS.
           MOVE 0 TO WS-REJ-QTD
           MOVE 0 TO WS-REJ-MANTIDOS
           OPEN INPUT REJEITOS
           IF FS-REJ NOT = "00"
              DISPLAY "Arquivo rejeitos.dat nao encontrado."
              EXIT PARAGRAPH
           END-IF

      *> o que passar de 500 registros vai para o arquivo de
      *> trabalho e volta intacto ao rejeitos.dat no final, para
      *> a rodada seguinte - nenhum rejeito se perde
           OPEN OUTPUT REJ-TRABALHO
           PERFORM UNTIL FS-REJ NOT = "00"
              READ REJEITOS NEXT RECORD
                 AT END MOVE "99" TO FS-REJ
                 NOT AT END
                    IF WS-REJ-QTD < 500
                       ADD 1 TO WS-REJ-QTD
                       MOVE REJ-CONTA
                          TO WS-REJ-TAB-CONTA (WS-REJ-QTD)
                       MOVE REJ-TIPO
                          TO WS-REJ-TAB-TIPO (WS-REJ-QTD)
                       MOVE REJ-VALOR
                          TO WS-REJ-TAB-VALOR (WS-REJ-QTD)
                       MOVE REJ-SENHA
                          TO WS-REJ-TAB-SENHA (WS-REJ-QTD)
                    ELSE
                       ADD 1 TO WS-REJ-MANTIDOS
                       WRITE REG-REJ-TRAB FROM REG-REJEITO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REJEITOS
           CLOSE REJ-TRABALHO
           IF WS-REJ-MANTIDOS > 0
              DISPLAY "Mais de 500 rejeitos - " WS-REJ-MANTIDOS
                 " registro(s) ficam guardados para a proxima "
                 "rodada."
           END-IF

           IF WS-REJ-QTD = 0
              DISPLAY "Nenhum rejeito a reprocessar."
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LOTE-ACEITOS
           MOVE 0 TO WS-LOTE-REJEITADOS
           MOVE 0 TO WS-LOTE-LINHA
           MOVE 0 TO WS-LOTE-PULAR

           MOVE "REPROC-REJEITOS" TO WS-JOB-NOME
           PERFORM JOBLOG-VERIFICAR-PENDENTE
           MOVE "INICIO" TO WS-JOB-EVENTO
           MOVE SPACES   TO WS-JOB-CHAVE
           MOVE ZERO     TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           OPEN OUTPUT REJEITOS
           CLOSE REJEITOS
           PERFORM ABRIR-ARQUIVOS-REJEITO

           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
              UNTIL WS-REJ-IDX > WS-REJ-QTD
              MOVE WS-REJ-TAB-CONTA (WS-REJ-IDX) TO ENT-CONTA
              MOVE WS-REJ-TAB-TIPO (WS-REJ-IDX)  TO ENT-TIPO
              MOVE WS-REJ-TAB-VALOR (WS-REJ-IDX) TO ENT-VALOR
              MOVE WS-REJ-TAB-SENHA (WS-REJ-IDX) TO ENT-SENHA
              ADD 1 TO WS-LOTE-LINHA
              PERFORM PROCESSAR-LINHA-LOTE
           END-PERFORM

           IF WS-REJ-MANTIDOS > 0
              PERFORM DEVOLVER-REJEITOS-MANTIDOS
           END-IF

           PERFORM FECHAR-ARQUIVOS-REJEITO

           MOVE "FIM" TO WS-JOB-EVENTO
           MOVE SPACES TO WS-JOB-CHAVE
           MOVE WS-LOTE-LINHA TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           DISPLAY "Reprocessamento concluido."
           DISPLAY "Aceitos    : " WS-LOTE-ACEITOS
           DISPLAY "Rejeitados : " WS-LOTE-REJEITADOS
           IF WS-REJ-MANTIDOS > 0
              DISPLAY "Guardados para a proxima rodada: "
                 WS-REJ-MANTIDOS
           END-IF
           .

       *> ===============================
       *> DEVOLVER AO ARQUIVO DE REJEITOS OS REGISTROS QUE NAO
       *> COUBERAM NA RODADA (o arquivo de trabalho e copiado de
       *> volta junto com as recusas novas)
       *> ===============================
       DEVOLVER-REJEITOS-MANTIDOS.
           OPEN INPUT REJ-TRABALHO
           IF FS-REJTRB NOT = "00"
              DISPLAY "Erro ao reler o arquivo de trabalho dos "
                 "rejeitos!"
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FS-REJTRB NOT = "00"
              READ REJ-TRABALHO NEXT RECORD
                 AT END MOVE "99" TO FS-REJTRB
                 NOT AT END
                    MOVE REG-REJ-TRAB TO REG-REJEITO
                    WRITE REG-REJEITO
              END-READ
           END-PERFORM
           CLOSE REJ-TRABALHO
           .

       *> ===============================
       *> INCLUIR AGENDAMENTO
       *> ===============================
       INCLUIR-AGENDAMENTO.
           DISPLAY "Codigo do agendamento (5 digitos): "
           ACCEPT AGD-COD
           DISPLAY "Conta de origem : "
           ACCEPT AGD-CONTA-ORIGEM
           DISPLAY "Conta de destino: "
           ACCEPT AGD-CONTA-DESTINO

           MOVE AGD-CONTA-ORIGEM TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Conta de origem nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           MOVE AGD-CONTA-DESTINO TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Conta de destino nao encontrada!"
                 EXIT PARAGRAPH
           END-READ

           DISPLAY "Valor da transferencia: "
           ACCEPT AGD-VALOR
           DISPLAY "Dia do mes (1 a 31): "
           ACCEPT AGD-DIA
           IF AGD-DIA < 1 OR AGD-DIA > 31
              DISPLAY "Dia invalido!"
              EXIT PARAGRAPH
           END-IF
           MOVE "S" TO AGD-ATIVO
           MOVE ZEROS TO AGD-ULT-EXEC

           WRITE REG-AGENDAMENTO
              INVALID KEY DISPLAY "Agendamento ja existente!"
           END-WRITE
           .

       *> ===============================
       *> LISTAR AGENDAMENTOS
       *> ===============================
       LISTAR-AGENDAMENTOS.
           MOVE ZEROS TO AGD-COD
           MOVE "00" TO FS-AGD
           START AGENDAMENTOS KEY NOT LESS THAN AGD-COD
              INVALID KEY MOVE "99" TO FS-AGD
           END-START

           PERFORM UNTIL FS-AGD = "99"
              READ AGENDAMENTOS NEXT RECORD
                 AT END MOVE "99" TO FS-AGD
                 NOT AT END
                    DISPLAY "Agendamento: " AGD-COD
                    DISPLAY "  Origem : " AGD-CONTA-ORIGEM
                       "  Destino: " AGD-CONTA-DESTINO
                    DISPLAY "  Valor  : " AGD-VALOR
                       "  Dia: " AGD-DIA
                       "  Ativo: " AGD-ATIVO
                    DISPLAY "---------------------------"
              END-READ
           END-PERFORM
           .

       *> ===============================
       *> ATIVAR/DESATIVAR AGENDAMENTO
       *> ===============================
       ATIVAR-DESATIVAR-AGENDAMENTO.
           DISPLAY "Codigo do agendamento: "
           ACCEPT AGD-COD
           READ AGENDAMENTOS RECORD
              INVALID KEY
                 DISPLAY "Agendamento nao encontrado!"
                 EXIT PARAGRAPH
           END-READ

           DISPLAY "Ativo atual: " AGD-ATIVO
           DISPLAY "Novo estado (S/N): "
           ACCEPT AGD-ATIVO
           IF AGD-ATIVO NOT = "S" AND AGD-ATIVO NOT = "N"
              DISPLAY "Estado invalido! Nada foi alterado."
              EXIT PARAGRAPH
           END-IF

           REWRITE REG-AGENDAMENTO
              INVALID KEY DISPLAY "Erro ao atualizar agendamento!"
           END-REWRITE
           .

       *> ===============================
       *> EXECUTAR AGENDAMENTOS DO DIA (transfere cada
       *> agendamento ativo cujo dia do mes e o de hoje,
       *> com as mesmas criticas da transferencia manual)
       *> ===============================
       EXECUTAR-AGENDAMENTOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIA-HOJE = FUNCTION MOD(WS-DATA-HOJE, 100)
           PERFORM CALCULAR-ULTIMO-DIA-MES
           MOVE 0 TO WS-AGD-OK
           MOVE 0 TO WS-AGD-FALHA

           MOVE "EXEC-AGENDAMENTOS" TO WS-JOB-NOME
           PERFORM JOBLOG-VERIFICAR-PENDENTE
           MOVE "INICIO" TO WS-JOB-EVENTO
           MOVE SPACES   TO WS-JOB-CHAVE
           MOVE ZERO     TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           DISPLAY "Executando agendamentos do dia " WS-DIA-HOJE

           MOVE ZEROS TO AGD-COD
           MOVE "00" TO FS-AGD
           START AGENDAMENTOS KEY NOT LESS THAN AGD-COD
              INVALID KEY MOVE "99" TO FS-AGD
           END-START

           PERFORM UNTIL FS-AGD = "99"
              READ AGENDAMENTOS NEXT RECORD
                 AT END MOVE "99" TO FS-AGD
                 NOT AT END
                    IF AGD-ATIVO = "S"
                       AND AGD-ULT-EXEC < WS-DATA-HOJE
                       AND (AGD-DIA = WS-DIA-HOJE
                          OR (WS-DIA-HOJE = WS-ULT-DIA-MES
                             AND AGD-DIA > WS-DIA-HOJE))
                       PERFORM EXECUTAR-UM-AGENDAMENTO
                    END-IF
              END-READ
           END-PERFORM

           MOVE "FIM" TO WS-JOB-EVENTO
           MOVE SPACES TO WS-JOB-CHAVE
           MOVE WS-AGD-OK TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           DISPLAY "Agendamentos executados: " WS-AGD-OK
           DISPLAY "Agendamentos com falha : " WS-AGD-FALHA
           .

       *> Ultimo dia do mes corrente, tratando ano bissexto,
       *> para que agendamentos de dia 29/30/31 sejam executados
       *> no ultimo dia dos meses mais curtos.
       CALCULAR-ULTIMO-DIA-MES.
           COMPUTE WS-ANO-HOJE = WS-DATA-HOJE / 10000
           COMPUTE WS-MES-HOJE
              = FUNCTION MOD(WS-DATA-HOJE / 100, 100)
           EVALUATE WS-MES-HOJE
              WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                 MOVE 31 TO WS-ULT-DIA-MES
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO WS-ULT-DIA-MES
              WHEN 2
                 IF FUNCTION MOD(WS-ANO-HOJE, 4) = 0
                    AND (FUNCTION MOD(WS-ANO-HOJE, 100) NOT = 0
                       OR FUNCTION MOD(WS-ANO-HOJE, 400) = 0)
                    MOVE 29 TO WS-ULT-DIA-MES
                 ELSE
                    MOVE 28 TO WS-ULT-DIA-MES
                 END-IF
           END-EVALUATE
           .

       *> ===============================
       *> EXECUTAR UM AGENDAMENTO
       *> ===============================
       EXECUTAR-UM-AGENDAMENTO.
           MOVE AGD-CONTA-ORIGEM TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Agendamento " AGD-COD
                    ": conta de origem inexistente."
                 ADD 1 TO WS-AGD-FALHA
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              ADD 1 TO WS-AGD-FALHA
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-CONTA-DEBITO
           IF WS-CONTA-IMPEDIDA = "S"
              ADD 1 TO WS-AGD-FALHA
              EXIT PARAGRAPH
           END-IF

           IF AGD-VALOR > CONTA-SALDO-DISP + CONTA-LIMITE
              DISPLAY "Agendamento " AGD-COD
                 ": saldo disponivel insuficiente na conta "
                 AGD-CONTA-ORIGEM "."
              ADD 1 TO WS-AGD-FALHA
              EXIT PARAGRAPH
           END-IF

           SUBTRACT AGD-VALOR FROM CONTA-SALDO
           SUBTRACT AGD-VALOR FROM CONTA-SALDO-DISP
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "Agendamento " AGD-COD
                    ": erro ao atualizar a origem."
                 ADD 1 TO WS-AGD-FALHA
                 EXIT PARAGRAPH
           END-REWRITE
           MOVE CONTA-NUMERO TO TRANS-CONTA
           MOVE "TRANSF-SAI" TO TRANS-TIPO
           MOVE AGD-VALOR    TO TRANS-VALOR
           MOVE CONTA-SALDO  TO TRANS-SALDO
           PERFORM GRAVAR-TRANSACAO

           MOVE AGD-CONTA-DESTINO TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Agendamento " AGD-COD
                    ": conta de destino inexistente."
                 PERFORM REVERTER-DEBITO-AGENDAMENTO
                 ADD 1 TO WS-AGD-FALHA
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              PERFORM REVERTER-DEBITO-AGENDAMENTO
              ADD 1 TO WS-AGD-FALHA
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-CONTA-CREDITO
           IF WS-CONTA-IMPEDIDA = "S"
              PERFORM REVERTER-DEBITO-AGENDAMENTO
              ADD 1 TO WS-AGD-FALHA
              EXIT PARAGRAPH
           END-IF

           ADD AGD-VALOR TO CONTA-SALDO
           ADD AGD-VALOR TO CONTA-SALDO-DISP
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "Agendamento " AGD-COD
                    ": erro ao atualizar o destino."
                 PERFORM REVERTER-DEBITO-AGENDAMENTO
                 ADD 1 TO WS-AGD-FALHA
                 EXIT PARAGRAPH
           END-REWRITE
           MOVE CONTA-NUMERO TO TRANS-CONTA
           MOVE "TRANSF-ENT" TO TRANS-TIPO
           MOVE AGD-VALOR    TO TRANS-VALOR
           MOVE CONTA-SALDO  TO TRANS-SALDO
           PERFORM GRAVAR-TRANSACAO

           DISPLAY "Agendamento " AGD-COD " executado ("
              AGD-CONTA-ORIGEM " -> " AGD-CONTA-DESTINO ")."
           ADD 1 TO WS-AGD-OK

           MOVE WS-DATA-HOJE TO AGD-ULT-EXEC
           REWRITE REG-AGENDAMENTO
              INVALID KEY
                 DISPLAY "Erro ao marcar o agendamento como "
                    "executado!"
           END-REWRITE
           .

       *> Desfaz o debito da origem quando a perna de destino de
       *> um agendamento falha depois da origem ja atualizada.
       REVERTER-DEBITO-AGENDAMENTO.
           MOVE AGD-CONTA-ORIGEM TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Erro ao reverter o debito do agendamento!"
                 EXIT PARAGRAPH
           END-READ
           ADD AGD-VALOR TO CONTA-SALDO
           ADD AGD-VALOR TO CONTA-SALDO-DISP
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "Erro ao reverter o debito do agendamento!"
           END-REWRITE
           MOVE CONTA-NUMERO TO TRANS-CONTA
           MOVE "TRANSF-REV" TO TRANS-TIPO
           MOVE AGD-VALOR    TO TRANS-VALOR
           MOVE CONTA-SALDO  TO TRANS-SALDO
           PERFORM GRAVAR-TRANSACAO
           .

       *> ===============================
       *> JUROS E TARIFAS DO MES (debita juros do cheque especial
       *> sobre saldos negativos e a tarifa de manutencao, com a
       *> taxa e a tarifa lidas de parambco.dat)
       *> ===============================
       BATCH-JUROS-TARIFAS.
           PERFORM LER-PARAMETROS-BCO
           IF WS-PRM-LIDO = "N"
              DISPLAY "parambco.dat nao encontrado - batch nao "
                 "executado. Informe taxa de juros e tarifa."
              MOVE 8 TO WS-RC-LOTE
              EXIT PARAGRAPH
           END-IF

           MOVE "JUROS-TARIFAS" TO WS-JOB-NOME
           PERFORM JOBLOG-VERIFICAR-PENDENTE
           IF WS-JOB-PENDENTE = "S"
              DISPLAY "Reexecutar este batch pode cobrar juros e "
                 "tarifas em duplicidade. Continuar (S/N)? "
              IF WS-EM-LOTE = "S"
                 DISPLAY "Execucao anterior pendente - conferir "
                    "e reexecutar pelo menu (opcao 14)."
                 MOVE "N" TO WS-RETOMAR
                 MOVE 8 TO WS-RC-LOTE
              ELSE
                 ACCEPT WS-RETOMAR
              END-IF
              IF WS-RETOMAR NOT = "S"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "INICIO" TO WS-JOB-EVENTO
           MOVE SPACES   TO WS-JOB-CHAVE
           MOVE ZERO     TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR
           MOVE 0 TO WS-JOB-CKP-CICLO

           DISPLAY "Taxa de juros mensal: " WS-TAXA-JUROS " %"
           DISPLAY "Tarifa de manutencao: " WS-TARIFA
           MOVE 0 TO WS-QTD-JUROS
           MOVE 0 TO WS-QTD-TARIFA
           MOVE 0 TO WS-TOT-JUROS
           MOVE 0 TO WS-TOT-TARIFA

           MOVE 000000 TO CONTA-NUMERO
           MOVE "00" TO FS
           START CONTAS KEY NOT LESS THAN CONTA-NUMERO
              INVALID KEY MOVE "99" TO FS
           END-START

           PERFORM UNTIL FS = "99"
              READ CONTAS NEXT RECORD
                 AT END MOVE "99" TO FS
                 NOT AT END
                    PERFORM COBRAR-CONTA-DO-MES
                    ADD 1 TO WS-JOB-CKP-CICLO
                    IF WS-JOB-CKP-CICLO >= 10
                       MOVE 0 TO WS-JOB-CKP-CICLO
                       MOVE "CHECKPOINT" TO WS-JOB-EVENTO
                       MOVE CONTA-NUMERO TO WS-JOB-CHAVE
                       COMPUTE WS-JOB-CONTADOR
                          = WS-QTD-JUROS + WS-QTD-TARIFA
                       PERFORM JOBLOG-GRAVAR
                    END-IF
              END-READ
           END-PERFORM

           MOVE "FIM" TO WS-JOB-EVENTO
           MOVE SPACES TO WS-JOB-CHAVE
           COMPUTE WS-JOB-CONTADOR = WS-QTD-JUROS + WS-QTD-TARIFA
           PERFORM JOBLOG-GRAVAR

           DISPLAY "---------------------------"
           DISPLAY "Contas com juros  : " WS-QTD-JUROS
              "  Total: " WS-TOT-JUROS
           DISPLAY "Contas com tarifa : " WS-QTD-TARIFA
              "  Total: " WS-TOT-TARIFA
           .

       *> ===============================
       *> COBRAR JUROS E TARIFA DE UMA CONTA
       *> ===============================
       COBRAR-CONTA-DO-MES.
           IF CONTA-STATUS = "ENCERRADA"
              EXIT PARAGRAPH
           END-IF

           IF CONTA-SALDO < 0
              COMPUTE WS-VALOR-JUROS ROUNDED
                 = (0 - CONTA-SALDO) * WS-TAXA-JUROS / 100
              SUBTRACT WS-VALOR-JUROS FROM CONTA-SALDO
              SUBTRACT WS-VALOR-JUROS FROM CONTA-SALDO-DISP
              REWRITE REG-CONTA
              PERFORM VERIFICAR-BLOQUEIO-CONTAS
              IF WS-CONTA-BLOQUEADA = "S"
                 EXIT PARAGRAPH
              END-IF
              MOVE CONTA-NUMERO   TO TRANS-CONTA
              MOVE "JUROS"        TO TRANS-TIPO
              MOVE WS-VALOR-JUROS TO TRANS-VALOR
              MOVE CONTA-SALDO    TO TRANS-SALDO
              PERFORM GRAVAR-TRANSACAO
              ADD 1 TO WS-QTD-JUROS
              ADD WS-VALOR-JUROS TO WS-TOT-JUROS
           END-IF

           IF WS-TARIFA > 0
              SUBTRACT WS-TARIFA FROM CONTA-SALDO
              SUBTRACT WS-TARIFA FROM CONTA-SALDO-DISP
              REWRITE REG-CONTA
              PERFORM VERIFICAR-BLOQUEIO-CONTAS
              IF WS-CONTA-BLOQUEADA = "S"
                 EXIT PARAGRAPH
              END-IF
              MOVE CONTA-NUMERO TO TRANS-CONTA
              MOVE "TARIFA"     TO TRANS-TIPO
              MOVE WS-TARIFA    TO TRANS-VALOR
              MOVE CONTA-SALDO  TO TRANS-SALDO
              PERFORM GRAVAR-TRANSACAO
              ADD 1 TO WS-QTD-TARIFA
              ADD WS-TARIFA TO WS-TOT-TARIFA
           END-IF
           .

       *> ===============================
       *> LER PARAMETROS DO BANCO (parambco.dat)
       *> ===============================
       LER-PARAMETROS-BCO.
           MOVE "N" TO WS-PRM-LIDO
           OPEN INPUT PARAMETROS-BCO
           IF FS-PRM = "00"
              READ PARAMETROS-BCO NEXT RECORD
                 AT END CONTINUE
                 NOT AT END
                    MOVE PRM-TAXA-JUROS TO WS-TAXA-JUROS
                    MOVE PRM-TARIFA     TO WS-TARIFA
                    MOVE PRM-DIAS-COMP  TO WS-DIAS-COMP
                    IF PRM-TAXA-REND IS NUMERIC
                       MOVE PRM-TAXA-REND TO WS-TAXA-REND
                    ELSE
                       MOVE ZERO TO WS-TAXA-REND
                    END-IF
                    IF PRM-TARIFA-DEVOL IS NUMERIC
                       MOVE PRM-TARIFA-DEVOL TO WS-TARIFA-DEVOL
                    ELSE
                       MOVE ZERO TO WS-TARIFA-DEVOL
                    END-IF
                    IF PRM-MAX-DEVOL IS NUMERIC
                       MOVE PRM-MAX-DEVOL TO WS-MAX-DEVOL
                    ELSE
                       MOVE ZERO TO WS-MAX-DEVOL
                    END-IF
                    IF PRM-TARIFA-TALAO IS NUMERIC
                       MOVE PRM-TARIFA-TALAO TO WS-TARIFA-TALAO
                    ELSE
                       MOVE ZERO TO WS-TARIFA-TALAO
                    END-IF
                    IF PRM-MULTA-ATRASO IS NUMERIC
                       MOVE PRM-MULTA-ATRASO TO WS-MULTA-ATRASO
                    ELSE
                       MOVE ZERO TO WS-MULTA-ATRASO
                    END-IF
                    IF PRM-MORA-DIA IS NUMERIC
                       MOVE PRM-MORA-DIA TO WS-MORA-DIA
                    ELSE
                       MOVE ZERO TO WS-MORA-DIA
                    END-IF
                    MOVE "S" TO WS-PRM-LIDO
              END-READ
              CLOSE PARAMETROS-BCO
           END-IF
           .

       *> ===============================
       *> EXTRATO POR PERIODO
       *> ===============================
       EXTRATO-CONTA.
           DISPLAY "Numero da conta (0 = todas as contas de um "
              "cliente): "
           ACCEPT CONTA-NUMERO
           IF CONTA-NUMERO = 0
              PERFORM EXTRATO-CONTAS-CLIENTE
              EXIT PARAGRAPH
           END-IF
           READ CONTAS RECORD
              INVALID KEY DISPLAY "Conta nao encontrada!"
              NOT INVALID KEY
                 MOVE "Data inicial (AAAAMMDD): " TO WS-VD-PROMPT
                 MOVE "N" TO WS-VD-FORMATO
                 PERFORM OBTER-DATA-VALIDA
                 MOVE WS-VD-NUM TO WS-DATA-INICIO
                 MOVE "Data final   (AAAAMMDD): " TO WS-VD-PROMPT
                 PERFORM OBTER-DATA-VALIDA
                 MOVE WS-VD-NUM TO WS-DATA-FIM
                 PERFORM IMPRIMIR-EXTRATO
           END-READ
           .

       *> ===============================
       *> EXTRATO DE TODAS AS CONTAS DE UM CLIENTE (toda conta em
       *> que o cliente e titular, co-titular ou assinante)
       *> ===============================
       EXTRATO-CONTAS-CLIENTE.
           DISPLAY "Codigo do cliente: "
           ACCEPT WS-CLI-FILTRO
           IF WS-CLI-FILTRO = 0
              DISPLAY "Codigo invalido!"
              EXIT PARAGRAPH
           END-IF
           MOVE "Data inicial (AAAAMMDD): " TO WS-VD-PROMPT
           MOVE "N" TO WS-VD-FORMATO
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO WS-DATA-INICIO
           MOVE "Data final   (AAAAMMDD): " TO WS-VD-PROMPT
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO WS-DATA-FIM

           MOVE "N" TO WS-CLI-ACHOU-CTA
           MOVE 000000 TO CONTA-NUMERO
           MOVE "00" TO FS
           START CONTAS KEY NOT LESS THAN CONTA-NUMERO
              INVALID KEY MOVE "99" TO FS
           END-START

           PERFORM UNTIL FS = "99"
              READ CONTAS NEXT RECORD
                 AT END MOVE "99" TO FS
                 NOT AT END
                    PERFORM VERIFICAR-VINCULO-CLIENTE
                    IF WS-VINCULO-PAPEL NOT = SPACE
                       MOVE "S" TO WS-CLI-ACHOU-CTA
                       MOVE WS-VINCULO-PAPEL TO WS-TIT-PAPEL
                       PERFORM OBTER-DESCRICAO-PAPEL
                       DISPLAY "Cliente " WS-CLI-FILTRO " - "
                          WS-TIT-DESC
                       PERFORM IMPRIMIR-EXTRATO
                    END-IF
              END-READ
           END-PERFORM

           IF WS-CLI-ACHOU-CTA = "N"
              DISPLAY "Nenhuma conta vinculada a este cliente."
           END-IF
           .

       *> ===============================
       *> OBTER DATA VALIDADA (critica na rotina comum
       *> VALIDA-DATA e repete ate a data ser valida)
       *> ===============================
       OBTER-DATA-VALIDA.
           MOVE "N" TO WS-VD-VALIDA
           PERFORM UNTIL WS-VD-VALIDA = "S"
              DISPLAY WS-VD-PROMPT
              ACCEPT WS-VD-ENTRADA
              IF WS-VD-PERMITE-ZERO = "S"
                 AND (WS-VD-ENTRADA = "0"
                    OR WS-VD-ENTRADA = "00000000"
                    OR WS-VD-ENTRADA = SPACES)
                 MOVE "S"    TO WS-VD-VALIDA
                 MOVE ZERO   TO WS-VD-NUM
                 MOVE SPACES TO WS-VD-BARRAS
              ELSE
                 CALL "VALIDA-DATA" USING WS-VD-FORMATO
                    WS-VD-ENTRADA WS-VD-VALIDA
                    WS-VD-BARRAS WS-VD-NUM
                 ON EXCEPTION
                    MOVE "S" TO WS-VD-VALIDA
                    MOVE WS-VD-ENTRADA TO WS-VD-BARRAS
                    MOVE WS-VD-ENTRADA(1:8) TO WS-VD-NUM
                 END-CALL
                 IF WS-VD-VALIDA NOT = "S"
                    DISPLAY "Data invalida!"
                 END-IF
              END-IF
           END-PERFORM
           MOVE "N" TO WS-VD-PERMITE-ZERO
           .

       *> ===============================
       *> IMPRIMIR EXTRATO
       *> ===============================
       IMPRIMIR-EXTRATO.
           MOVE 0   TO WS-SALDO-ABERTURA
           MOVE 0   TO WS-SALDO-FECHAMENTO
           MOVE "N" TO WS-ACHOU-MOVIMENTO
           MOVE "T" TO WS-EXT-DESTINO

           DISPLAY "============================================="
           DISPLAY "EXTRATO DA CONTA " CONTA-NUMERO
           DISPLAY "PERIODO: " WS-DATA-INICIO " A " WS-DATA-FIM
           DISPLAY "============================================="

           PERFORM VARRER-MOVIMENTOS-EXTRATO

           DISPLAY "---------------------------------------------"
           DISPLAY "SALDO DE ABERTURA : " WS-SALDO-ABERTURA
           DISPLAY "SALDO DE FECHAMENTO: " WS-SALDO-FECHAMENTO
           DISPLAY "==============================================="
           .

       *> ===============================
       *> FILTRAR UM MOVIMENTO PARA O EXTRATO (aplica o filtro
       *> de conta e periodo ao registro em REG-TRANSACAO)
       *> ===============================
       FILTRAR-MOV-EXTRATO.
           IF TRANS-CONTA NOT = CONTA-NUMERO
              EXIT PARAGRAPH
           END-IF
           MOVE TRANS-DATA-HORA(1:8) TO WS-TRANS-DATA
           IF WS-TRANS-DATA < WS-DATA-INICIO
              MOVE TRANS-SALDO TO WS-SALDO-ABERTURA
           ELSE
              IF WS-TRANS-DATA NOT > WS-DATA-FIM
                 MOVE "S" TO WS-ACHOU-MOVIMENTO
                 PERFORM IMPRIMIR-MOV-EXTRATO
                 MOVE TRANS-SALDO TO WS-SALDO-FECHAMENTO
              END-IF
           END-IF
           .

       *> ===============================
       *> IMPRIMIR UM MOVIMENTO DO EXTRATO (na tela no uso
       *> interativo, no arquivo da conta no lote mensal, ou em
       *> lugar nenhum quando so se apura se houve movimento)
       *> ===============================
       IMPRIMIR-MOV-EXTRATO.
           IF WS-EXT-DESTINO = "A" OR WS-EXT-DESTINO = "T"
              PERFORM OBTER-CHEQUE-MOVIMENTO
           END-IF
           EVALUATE WS-EXT-DESTINO
              WHEN "A"
                 MOVE SPACES TO WS-LINHA-EXT
                 STRING TRANS-DATA-HORA DELIMITED BY SIZE
                        ": " DELIMITED BY SIZE
                        TRANS-TIPO DELIMITED BY SIZE
                        " VALOR " DELIMITED BY SIZE
                        TRANS-VALOR DELIMITED BY SIZE
                        " SALDO " DELIMITED BY SIZE
                        TRANS-SALDO DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-MCH-TEXTO DELIMITED BY SIZE
                        INTO WS-LINHA-EXT
                 END-STRING
                 WRITE REG-ARQ-EXTRATO FROM WS-LINHA-EXT
              WHEN "T"
                 DISPLAY TRANS-DATA-HORA ": " TRANS-TIPO
                    " VALOR " TRANS-VALOR
                    " SALDO " TRANS-SALDO
                    " " WS-MCH-TEXTO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       *> Numero do cheque (ou faixa de folhas do talao) ligado
       *> ao movimento em REG-TRANSACAO, via movcheq.dat; varios
       *> movimentos no mesmo segundo sao casados em ordem.
       OBTER-CHEQUE-MOVIMENTO.
           MOVE SPACES TO WS-MCH-TEXTO
           IF TRANS-TIPO NOT = "TALAO" AND TRANS-TIPO NOT = "CHEQUE"
              AND TRANS-TIPO NOT = "CHQ-SUST"
              AND TRANS-TIPO NOT = "CHQ-RECUS"
              EXIT PARAGRAPH
           END-IF

           MOVE TRANS-CONTA     TO WS-MCH-ATU-CONTA
           MOVE TRANS-DATA-HORA TO WS-MCH-ATU-DH
           MOVE 0 TO WS-MCH-SEQ-MIN
           IF WS-MCH-CHAVE-ATU = WS-MCH-ULT-CHAVE
              COMPUTE WS-MCH-SEQ-MIN = WS-MCH-ULT-SEQ + 1
           END-IF

           MOVE TRANS-CONTA     TO MCH-CONTA
           MOVE TRANS-DATA-HORA TO MCH-DATA-HORA
           MOVE WS-MCH-SEQ-MIN  TO MCH-SEQ
           MOVE "00" TO FS-MCH
           START MOV-CHEQUES KEY NOT LESS THAN MCH-CHAVE
              INVALID KEY MOVE "99" TO FS-MCH
           END-START

           MOVE "N" TO WS-MCH-ACHOU
           PERFORM UNTIL FS-MCH NOT = "00" OR WS-MCH-ACHOU = "S"
              READ MOV-CHEQUES NEXT RECORD
                 AT END MOVE "99" TO FS-MCH
                 NOT AT END
                    IF MCH-CONTA NOT = TRANS-CONTA
                       OR MCH-DATA-HORA NOT = TRANS-DATA-HORA
                       MOVE "99" TO FS-MCH
                    ELSE
                       IF MCH-TIPO = TRANS-TIPO
                          AND MCH-VALOR = TRANS-VALOR
                          MOVE "S" TO WS-MCH-ACHOU
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-MCH-ACHOU = "S"
              MOVE WS-MCH-CHAVE-ATU TO WS-MCH-ULT-CHAVE
              MOVE MCH-SEQ TO WS-MCH-ULT-SEQ
              IF TRANS-TIPO = "TALAO"
                 STRING "FOLHAS " DELIMITED BY SIZE
                        MCH-NUMERO DELIMITED BY SIZE
                        "-" DELIMITED BY SIZE
                        MCH-NUMERO-FIM DELIMITED BY SIZE
                        INTO WS-MCH-TEXTO
                 END-STRING
              ELSE
                 STRING "CHEQUE " DELIMITED BY SIZE
                        MCH-NUMERO DELIMITED BY SIZE
                        INTO WS-MCH-TEXTO
                 END-STRING
              END-IF
           END-IF
           .

       *> ===============================
       *> EXTRATOS MENSAIS EM LOTE (um arquivo de extrato por
       *> conta com movimento no mes, com saldo de abertura,
       *> movimentos e saldo de fechamento; contas sem movimento
       *> sao puladas)
       *> ===============================
       EXTRATOS-MENSAIS.
           DISPLAY "Mes de referencia (AAAAMM): "
           ACCEPT WS-LOTE-EXT-MES
           IF WS-LOTE-EXT-MES = 0
              DISPLAY "Mes invalido!"
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DATA-INICIO = WS-LOTE-EXT-MES * 100 + 1
           COMPUTE WS-DATA-HOJE   = WS-LOTE-EXT-MES * 100 + 1
           PERFORM CALCULAR-ULTIMO-DIA-MES
           COMPUTE WS-DATA-FIM
              = WS-LOTE-EXT-MES * 100 + WS-ULT-DIA-MES

           MOVE 0 TO WS-EXT-GERADOS
           MOVE 0 TO WS-EXT-PULADOS

           MOVE "EXTRATOS-MES" TO WS-JOB-NOME
           PERFORM JOBLOG-VERIFICAR-PENDENTE
           MOVE "INICIO" TO WS-JOB-EVENTO
           MOVE SPACES   TO WS-JOB-CHAVE
           MOVE ZERO     TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           MOVE 000000 TO CONTA-NUMERO
           MOVE "00" TO FS
              READ CONTAS NEXT RECORD
                 AT END MOVE "99" TO FS
                 NOT AT END
                    PERFORM GERAR-EXTRATO-CONTA-LOTE
              END-READ
           END-PERFORM

           MOVE "FIM" TO WS-JOB-EVENTO
           MOVE SPACES TO WS-JOB-CHAVE
           MOVE WS-EXT-GERADOS TO WS-JOB-CONTADOR
           PERFORM JOBLOG-GRAVAR

           DISPLAY "Extratos gerados       : " WS-EXT-GERADOS
           DISPLAY "Contas sem movimento   : " WS-EXT-PULADOS
           MOVE "T" TO WS-EXT-DESTINO
           .

       *> ===============================
       *> GERAR O EXTRATO MENSAL DE UMA CONTA (primeira passada
       *> sem imprimir so para saber se houve movimento; contas
       *> paradas nao geram arquivo)
       *> ===============================
       GERAR-EXTRATO-CONTA-LOTE.
           MOVE 0   TO WS-SALDO-ABERTURA
           MOVE 0   TO WS-SALDO-FECHAMENTO
           MOVE "N" TO WS-ACHOU-MOVIMENTO
           MOVE "N" TO WS-EXT-DESTINO

           PERFORM VARRER-MOVIMENTOS-EXTRATO

           IF WS-ACHOU-MOVIMENTO = "N"
              ADD 1 TO WS-EXT-PULADOS
              MOVE "T" TO WS-EXT-DESTINO
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ARQ-EXTRATO
           STRING "EXTRATO-" DELIMITED BY SIZE
                  CONTA-NUMERO DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-LOTE-EXT-MES DELIMITED BY SIZE
                  ".REL" DELIMITED BY SIZE
                  INTO WS-ARQ-EXTRATO
           END-STRING
           OPEN OUTPUT ARQ-EXTRATO
           IF FS-EXTARQ NOT = "00"
              DISPLAY "Erro ao criar o extrato da conta "
                 CONTA-NUMERO "!"
              MOVE "T" TO WS-EXT-DESTINO
              EXIT PARAGRAPH
           END-IF

           MOVE ALL "=" TO WS-LINHA-EXT
           WRITE REG-ARQ-EXTRATO FROM WS-LINHA-EXT
           MOVE SPACES TO WS-LINHA-EXT
           STRING "EXTRATO DA CONTA " DELIMITED BY SIZE
                  CONTA-NUMERO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  CONTA-NOME DELIMITED BY SIZE
                  INTO WS-LINHA-EXT
           END-STRING
           WRITE REG-ARQ-EXTRATO FROM WS-LINHA-EXT
           PERFORM ESCREVER-TITULARES-EXTRATO
           MOVE SPACES TO WS-LINHA-EXT
           STRING "PERIODO: " DELIMITED BY SIZE
                  WS-DATA-INICIO DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-DATA-FIM DELIMITED BY SIZE
                  INTO WS-LINHA-EXT
           END-STRING
           WRITE REG-ARQ-EXTRATO FROM WS-LINHA-EXT
           MOVE ALL "=" TO WS-LINHA-EXT
           WRITE REG-ARQ-EXTRATO FROM WS-LINHA-EXT

           MOVE 0   TO WS-SALDO-ABERTURA
           MOVE 0   TO WS-SALDO-FECHAMENTO
           MOVE "N" TO WS-ACHOU-MOVIMENTO
           MOVE "A" TO WS-EXT-DESTINO
           PERFORM VARRER-MOVIMENTOS-EXTRATO

           MOVE ALL "-" TO WS-LINHA-EXT
           WRITE REG-ARQ-EXTRATO FROM WS-LINHA-EXT
           MOVE SPACES TO WS-LINHA-EXT
           STRING "SALDO DE ABERTURA  : " DELIMITED BY SIZE
                  WS-SALDO-ABERTURA DELIMITED BY SIZE
                  INTO WS-LINHA-EXT
           END-STRING
           WRITE REG-ARQ-EXTRATO FROM WS-LINHA-EXT
           MOVE SPACES TO WS-LINHA-EXT
           STRING "SALDO DE FECHAMENTO: " DELIMITED BY SIZE
                  WS-SALDO-FECHAMENTO DELIMITED BY SIZE
                  INTO WS-LINHA-EXT
           END-STRING
           WRITE REG-ARQ-EXTRATO FROM WS-LINHA-EXT

           CLOSE ARQ-EXTRATO
           ADD 1 TO WS-EXT-GERADOS
           DISPLAY "Extrato da conta " CONTA-NUMERO
              " gravado em " WS-ARQ-EXTRATO
           MOVE "T" TO WS-EXT-DESTINO
           .

       *> Relacao dos titulares e assinantes no cabecalho do
       *> extrato mensal da conta.
       ESCREVER-TITULARES-EXTRATO.
           MOVE "A" TO WS-TIT-EXIBIR
           PERFORM LISTAR-TITULARES-CONTA
           MOVE "T" TO WS-TIT-EXIBIR
           .

       *> ===============================
       *> VARRER OS MOVIMENTOS DO PERIODO (arquivos anuais e
       *> arquivo vivo) PARA A CONTA EM CONTA-NUMERO
       *> ===============================
       VARRER-MOVIMENTOS-EXTRATO.
           MOVE SPACES TO WS-MCH-ULT-CHAVE
           PERFORM LER-ARQUIVOS-ANUAIS-EXTRATO

           CLOSE TRANSACOES
           OPEN INPUT TRANSACOES

           MOVE "00" TO FS-TRANS
           PERFORM UNTIL FS-TRANS NOT = "00"
              READ TRANSACOES NEXT RECORD
                 AT END MOVE "99" TO FS-TRANS
                 NOT AT END
                    PERFORM FILTRAR-MOV-EXTRATO
              END-READ
           END-PERFORM

           CLOSE TRANSACOES
           OPEN EXTEND TRANSACOES

           IF WS-ACHOU-MOVIMENTO = "N"
              MOVE WS-SALDO-ABERTURA TO WS-SALDO-FECHAMENTO
           END-IF
           .

       *> ===============================
       *> LER ARQUIVOS ANUAIS DO EXTRATO (quando o periodo pedido
       *> alcanca anos ja arquivados em TRANSACOES-AAAA.DAT pelo
       *> utilitario de arquivamento)
       *> ===============================
       LER-ARQUIVOS-ANUAIS-EXTRATO.
           COMPUTE WS-ANO-EXT = WS-DATA-INICIO / 10000
           COMPUTE WS-ANO-FIM-EXT = WS-DATA-FIM / 10000
           IF WS-ANO-EXT < 1900 OR WS-ANO-FIM-EXT > 2200
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-ANO-EXT > WS-ANO-FIM-EXT
              MOVE SPACES TO WS-ARQ-TRANS-ANO
              STRING "TRANSACOES-" DELIMITED BY SIZE
                     WS-ANO-EXT DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-ARQ-TRANS-ANO
              END-STRING
              OPEN INPUT ARQ-TRANS-ANO
              IF FS-TARQ = "00"
                 PERFORM UNTIL FS-TARQ NOT = "00"
                    READ ARQ-TRANS-ANO NEXT RECORD
                       AT END MOVE "99" TO FS-TARQ
                       NOT AT END
                          MOVE REG-TRANS-ARQ TO REG-TRANSACAO
                          PERFORM FILTRAR-MOV-EXTRATO
                    END-READ
                 END-PERFORM
                 CLOSE ARQ-TRANS-ANO
              END-IF
              ADD 1 TO WS-ANO-EXT
           END-PERFORM
           .

       *> ===============================
       *> FECHAMENTO DO DIA (contagem e total por tipo de
       *> transacao, movimento liquido do caixa e maiores
       *> transacoes do dia, na tela e em FECHA-AAAAMMDD.REL)
       *> ===============================
       FECHAMENTO-DIA.
           IF WS-EM-LOTE = "S"
              MOVE 0 TO WS-DATA-FECHA
              IF WS-LOTE-DATA IS NUMERIC
                 MOVE WS-LOTE-DATA TO WS-DATA-FECHA
              END-IF
           ELSE
              MOVE "Data do fechamento (AAAAMMDD, 0 = hoje): "
                 TO WS-VD-PROMPT
              MOVE "N" TO WS-VD-FORMATO
              MOVE "S" TO WS-VD-PERMITE-ZERO
              PERFORM OBTER-DATA-VALIDA
              MOVE WS-VD-NUM TO WS-DATA-FECHA
           END-IF
           IF WS-DATA-FECHA = 0
              ACCEPT WS-DATA-FECHA FROM DATE YYYYMMDD
           END-IF

           PERFORM FECHAR-FILA-APROVACAO

           MOVE 0 TO WS-FT-USADOS
           MOVE 0 TO WS-NET-DIA
           MOVE 0 TO WS-NEG-QTD
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
              UNTIL WS-FT-IDX > 20
              MOVE SPACES TO WS-FT-TIPO (WS-FT-IDX)
              MOVE 0 TO WS-FT-QTD (WS-FT-IDX)
              MOVE 0 TO WS-FT-TOTAL (WS-FT-IDX)
           END-PERFORM
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
              UNTIL WS-TOP-IDX > 5
              MOVE 0 TO WS-TOP-CONTA (WS-TOP-IDX)
              MOVE SPACES TO WS-TOP-TIPO (WS-TOP-IDX)
              MOVE 0 TO WS-TOP-VALOR (WS-TOP-IDX)
           END-PERFORM

           CLOSE TRANSACOES
           OPEN INPUT TRANSACOES

           MOVE "00" TO FS-TRANS
           PERFORM UNTIL FS-TRANS NOT = "00"
              READ TRANSACOES NEXT RECORD
                 AT END MOVE "99" TO FS-TRANS
                 NOT AT END
                    MOVE TRANS-DATA-HORA(1:8) TO WS-TRANS-DATA
                    IF WS-TRANS-DATA = WS-DATA-FECHA
                       PERFORM ACUMULAR-FECHAMENTO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE TRANSACOES
           OPEN EXTEND TRANSACOES

           PERFORM IMPRIMIR-FECHAMENTO
           PERFORM AVISAR-SALDOS-NEGATIVOS
           .

       *> ===============================
       *> ACUMULAR UMA TRANSACAO NO FECHAMENTO
       *> ===============================
       ACUMULAR-FECHAMENTO.
           MOVE 0 TO WS-FT-ACHOU
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
              UNTIL WS-FT-IDX > WS-FT-USADOS
                 OR WS-FT-ACHOU NOT = 0
              IF WS-FT-TIPO (WS-FT-IDX) = TRANS-TIPO
                 MOVE WS-FT-IDX TO WS-FT-ACHOU
              END-IF
           END-PERFORM

           IF WS-FT-ACHOU = 0 AND WS-FT-USADOS < 20
              ADD 1 TO WS-FT-USADOS
              MOVE WS-FT-USADOS TO WS-FT-ACHOU
              MOVE TRANS-TIPO TO WS-FT-TIPO (WS-FT-ACHOU)
           END-IF
           IF WS-FT-ACHOU NOT = 0
              ADD 1 TO WS-FT-QTD (WS-FT-ACHOU)
              ADD TRANS-VALOR TO WS-FT-TOTAL (WS-FT-ACHOU)
           END-IF

           EVALUATE TRANS-TIPO
              WHEN "DEPOSITO"
              WHEN "TRANSF-ENT"
              WHEN "TRANSF-REV"
              WHEN "RESGATE"
              WHEN "EMPRESTIMO"
              WHEN "AJUSTE-CRE"
              WHEN "TED-DEVOL"
              WHEN "TED-RECEB"
                 ADD TRANS-VALOR TO WS-NET-DIA
              WHEN "SAQUE"
              WHEN "TRANSF-SAI"
              WHEN "JUROS"
              WHEN "TARIFA"
              WHEN "APLICACAO"
              WHEN "PARC-EMP"
              WHEN "AJUSTE-DEB"
              WHEN "CHQ-DEVOL"
              WHEN "TED-ENVIO"
              WHEN "CHEQUE"
              WHEN "MORA-EMP"
              WHEN "IR-FONTE"
                 SUBTRACT TRANS-VALOR FROM WS-NET-DIA
                 IF TRANS-SALDO < 0
                    AND TRANS-SALDO + TRANS-VALOR NOT < 0
                    PERFORM GUARDAR-SALDO-NEGATIVO
                 END-IF
           END-EVALUATE

           PERFORM CLASSIFICAR-MAIOR-TRANSACAO
           .

       *> ===============================
       *> GUARDAR A CONTA QUE FICOU NEGATIVA NO DIA (o debito
       *> levou o saldo de zero ou mais para abaixo de zero)
       *> ===============================
       GUARDAR-SALDO-NEGATIVO.
           MOVE 0 TO WS-NEG-ACHOU
           PERFORM VARYING WS-NEG-IDX FROM 1 BY 1
              UNTIL WS-NEG-IDX > WS-NEG-QTD
                 OR WS-NEG-ACHOU NOT = 0
              IF WS-NEG-CONTA (WS-NEG-IDX) = TRANS-CONTA
                 MOVE WS-NEG-IDX TO WS-NEG-ACHOU
              END-IF
           END-PERFORM
           IF WS-NEG-ACHOU = 0 AND WS-NEG-QTD < 500
              ADD 1 TO WS-NEG-QTD
              MOVE TRANS-CONTA TO WS-NEG-CONTA (WS-NEG-QTD)
              MOVE TRANS-SALDO TO WS-NEG-SALDO (WS-NEG-QTD)
           END-IF
           .

       *> ===============================
       *> AVISAR OS CLIENTES DAS CONTAS QUE FICARAM NEGATIVAS NO
       *> DIA DO FECHAMENTO (um aviso por conta e data)
       *> ===============================
       AVISAR-SALDOS-NEGATIVOS.
           PERFORM VARYING WS-NEG-IDX FROM 1 BY 1
              UNTIL WS-NEG-IDX > WS-NEG-QTD
              MOVE WS-NEG-CONTA (WS-NEG-IDX) TO CONTA-NUMERO
              READ CONTAS RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE WS-NEG-SALDO (WS-NEG-IDX)
                       TO WS-NTF-SALDO-ED
                    MOVE SPACES TO WS-NTF-VARIAVEIS
                    STRING CONTA-NUMERO DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           WS-DATA-FECHA DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-NTF-SALDO-ED)
                              DELIMITED BY SIZE
                           INTO WS-NTF-VARIAVEIS
                    END-STRING
                    MOVE "SALDO-NEGAT" TO WS-NTF-MODELO
                    MOVE SPACES TO WS-NTF-REFERENCIA
                    STRING CONTA-NUMERO DELIMITED BY SIZE
                           WS-DATA-FECHA DELIMITED BY SIZE
                           INTO WS-NTF-REFERENCIA
                    END-STRING
                    MOVE "S" TO WS-NTF-UNICO
                    PERFORM NOTIFICAR-CLIENTE-CONTA
              END-READ
           END-PERFORM
           .

       *> ===============================
       *> AVISO AO CLIENTE DA CONTA EM REG-CONTA (modelo,
       *> referencia e variaveis ja preenchidos). Conta sem
       *> cliente no cadastro central nao tem a quem avisar.
       *> ===============================
       NOTIFICAR-CLIENTE-CONTA.
           IF CONTA-CLI-COD IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF CONTA-CLI-COD = 0
              EXIT PARAGRAPH
           END-IF

           MOVE CONTA-NOME TO WS-NTF-NOME
           MOVE SPACES     TO WS-NTF-EMAIL
           MOVE "N"        TO WS-NTF-CLI-ABERTO
           OPEN INPUT CLIENTES
           IF FS-CLI = "00"
              MOVE "S" TO WS-NTF-CLI-ABERTO
           END-IF
           IF FS-CLI = "00" OR FS-CLI = "41"
              MOVE CONTA-CLI-COD TO CLI-COD
              READ CLIENTES KEY IS CLI-COD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE CLI-NOME  TO WS-NTF-NOME
                    MOVE CLI-EMAIL TO WS-NTF-EMAIL
              END-READ
           END-IF
           IF WS-NTF-CLI-ABERTO = "S"
              CLOSE CLIENTES
           END-IF

           MOVE "BS"          TO WS-NTF-ORIGEM
           MOVE "C"           TO WS-NTF-TIPO-COD
           MOVE CONTA-CLI-COD TO WS-NTF-CODIGO
           MOVE SPACES        TO WS-NTF-TELEFONE
           CALL "NOTIFICAR" USING WS-NTF-PARAMETROS
           ON EXCEPTION
              DISPLAY "Aviso: NOTIFICAR indisponivel - cliente "
                 "nao avisado."
              MOVE "E" TO WS-NTF-RESULTADO
           END-CALL
           .

       *> ===============================
       *> CLASSIFICAR ENTRE AS MAIORES TRANSACOES DO DIA
       *> ===============================
       CLASSIFICAR-MAIOR-TRANSACAO.
           MOVE 0 TO WS-TOP-POS
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
              UNTIL WS-TOP-IDX > 5 OR WS-TOP-POS NOT = 0
              IF TRANS-VALOR > WS-TOP-VALOR (WS-TOP-IDX)
                 MOVE WS-TOP-IDX TO WS-TOP-POS
              END-IF
           END-PERFORM
           IF WS-TOP-POS = 0
              EXIT PARAGRAPH
           END-IF

           MOVE 5 TO WS-TOP-IDX
           PERFORM UNTIL WS-TOP-IDX = WS-TOP-POS
              COMPUTE WS-TOP-MOVE = WS-TOP-IDX - 1
              MOVE WS-TOP-ENT (WS-TOP-MOVE)
                 TO WS-TOP-ENT (WS-TOP-IDX)
              SUBTRACT 1 FROM WS-TOP-IDX
           END-PERFORM

           MOVE TRANS-CONTA TO WS-TOP-CONTA (WS-TOP-POS)
           MOVE TRANS-TIPO  TO WS-TOP-TIPO (WS-TOP-POS)
           MOVE TRANS-VALOR TO WS-TOP-VALOR (WS-TOP-POS)
           .

       *> ===============================
       *> IMPRIMIR FECHAMENTO (tela e arquivo)
       *> ===============================
       IMPRIMIR-FECHAMENTO.
           MOVE SPACES TO WS-ARQ-FECHA
           STRING "FECHA-" DELIMITED BY SIZE
                  WS-DATA-FECHA DELIMITED BY SIZE
                  ".REL" DELIMITED BY SIZE
                  INTO WS-ARQ-FECHA
           END-STRING
           OPEN OUTPUT ARQ-FECHAMENTO

           MOVE ALL "=" TO WS-LINHA-FECHA
           PERFORM ESCREVER-LINHA-FECHA
           MOVE SPACES TO WS-LINHA-FECHA
           STRING "FECHAMENTO DO DIA " DELIMITED BY SIZE
                  WS-DATA-FECHA DELIMITED BY SIZE
                  INTO WS-LINHA-FECHA
           END-STRING
           PERFORM ESCREVER-LINHA-FECHA
           MOVE ALL "=" TO WS-LINHA-FECHA
           PERFORM ESCREVER-LINHA-FECHA

           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
              UNTIL WS-FT-IDX > WS-FT-USADOS
              MOVE WS-FT-TOTAL (WS-FT-IDX) TO WS-VAL-ED
              MOVE SPACES TO WS-LINHA-FECHA
              STRING WS-FT-TIPO (WS-FT-IDX) DELIMITED BY SIZE
                     " QTD " DELIMITED BY SIZE
                     WS-FT-QTD (WS-FT-IDX) DELIMITED BY SIZE
                     "  TOTAL " DELIMITED BY SIZE
                     WS-VAL-ED DELIMITED BY SIZE
                     INTO WS-LINHA-FECHA
              END-STRING
              PERFORM ESCREVER-LINHA-FECHA
           END-PERFORM

           IF WS-FT-USADOS = 0
              MOVE "SEM MOVIMENTO NO DIA" TO WS-LINHA-FECHA
              PERFORM ESCREVER-LINHA-FECHA
           END-IF

           MOVE ALL "-" TO WS-LINHA-FECHA
           PERFORM ESCREVER-LINHA-FECHA
           MOVE WS-NET-DIA TO WS-NET-ED
           MOVE SPACES TO WS-LINHA-FECHA
           STRING "MOVIMENTO LIQUIDO DO CAIXA: " DELIMITED BY SIZE
                  WS-NET-ED DELIMITED BY SIZE
                  INTO WS-LINHA-FECHA
           END-STRING
           PERFORM ESCREVER-LINHA-FECHA

           MOVE "MAIORES TRANSACOES DO DIA:" TO WS-LINHA-FECHA
           PERFORM ESCREVER-LINHA-FECHA
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
              UNTIL WS-TOP-IDX > 5
              IF WS-TOP-VALOR (WS-TOP-IDX) > 0
                 MOVE WS-TOP-VALOR (WS-TOP-IDX) TO WS-VAL-ED
                 MOVE SPACES TO WS-LINHA-FECHA
                 STRING "  CONTA " DELIMITED BY SIZE
                        WS-TOP-CONTA (WS-TOP-IDX)
                           DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-TOP-TIPO (WS-TOP-IDX)
                           DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-VAL-ED DELIMITED BY SIZE
                        INTO WS-LINHA-FECHA
                 END-STRING
                 PERFORM ESCREVER-LINHA-FECHA
              END-IF
           END-PERFORM

           CLOSE ARQ-FECHAMENTO
           DISPLAY "Fechamento gravado em " WS-ARQ-FECHA
           .

       ESCREVER-LINHA-FECHA.
           DISPLAY WS-LINHA-FECHA
           WRITE REG-ARQ-FECHA FROM WS-LINHA-FECHA
           .

       *> ===============================
       *> GRAVAR EVENTO NO REGISTRO DE EXECUCOES (JOBLOG.DAT):
       *> INICIO, CHECKPOINT ou FIM de um programa batch
       *> ===============================
       JOBLOG-GRAVAR.
           OPEN EXTEND JOBLOG
           IF FS-JOBLOG NOT = "00"
              OPEN OUTPUT JOBLOG
              CLOSE JOBLOG
              OPEN EXTEND JOBLOG
           END-IF
           IF FS-JOBLOG NOT = "00"
              DISPLAY "Aviso: nao foi possivel gravar o JOBLOG!"
              EXIT PARAGRAPH
           END-IF

           MOVE WS-JOB-NOME     TO JOB-NOME
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

       *> ===============================
       *> VERIFICAR EXECUCAO PENDENTE NO JOBLOG (um INICIO sem o
       *> FIM correspondente para o job em WS-JOB-NOME; devolve o
       *> ultimo checkpoint gravado)
       *> ===============================
       JOBLOG-VERIFICAR-PENDENTE.
           MOVE "N"    TO WS-JOB-PENDENTE
           MOVE SPACES TO WS-JOB-ULT-EVENTO
           MOVE SPACES TO WS-JOB-ULT-CHAVE
           MOVE ZERO   TO WS-JOB-ULT-CONTADOR

           OPEN INPUT JOBLOG
           IF FS-JOBLOG NOT = "00"
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FS-JOBLOG NOT = "00"
              READ JOBLOG NEXT RECORD
                 AT END MOVE "99" TO FS-JOBLOG
                 NOT AT END
                    IF JOB-NOME = WS-JOB-NOME
                       MOVE JOB-EVENTO TO WS-JOB-ULT-EVENTO
                       IF JOB-EVENTO = "CHECKPOINT"
                          MOVE JOB-CHAVE TO WS-JOB-ULT-CHAVE
                          MOVE JOB-CONTADOR
                             TO WS-JOB-ULT-CONTADOR
                       END-IF
                       IF JOB-EVENTO = "INICIO"
                          MOVE SPACES TO WS-JOB-ULT-CHAVE
                          MOVE ZERO   TO WS-JOB-ULT-CONTADOR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOBLOG

           IF WS-JOB-ULT-EVENTO = "INICIO"
              OR WS-JOB-ULT-EVENTO = "CHECKPOINT"
              MOVE "S" TO WS-JOB-PENDENTE
              DISPLAY "Atencao: a execucao anterior de "
                 WS-JOB-NOME " nao chegou ao fim!"
           END-IF
           .

       *> ===============================
       *> GRAVAR ACAO SENSIVEL NO JORNAL DE AUDITORIA
       *> (AUDITORIA.DAT, compartilhado com o BANCO-COBOL)
       *> ===============================
       GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF FS-AUD NOT = "00"
              OPEN OUTPUT AUDITORIA
              CLOSE AUDITORIA
              OPEN EXTEND AUDITORIA
           END-IF
           IF FS-AUD NOT = "00"
              DISPLAY "Aviso: nao foi possivel gravar a "
                 "auditoria!"
              MOVE 0 TO WS-AUD-USU2
              EXIT PARAGRAPH
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           STRING WS-DATA-HOJE  DELIMITED BY SIZE
                  WS-HORA-AGORA DELIMITED BY SIZE
                  INTO AUD-DATA-HORA
           END-STRING
           MOVE "BANCO-SIMPLES"  TO AUD-PROGRAMA
           MOVE WS-COD-OPERADOR  TO AUD-USU-COD
           MOVE WS-AUD-ACAO      TO AUD-ACAO
           MOVE WS-AUD-CHAVE     TO AUD-CHAVE
           MOVE WS-AUD-USU2      TO AUD-USU-COD2
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA
           MOVE 0 TO WS-AUD-USU2
           .

       *> ===============================
       *> CONSULTA DE AUDITORIA (supervisor: por operador, por
       *> periodo e por conta/cliente)
       *> ===============================
       CONSULTAR-AUDITORIA.
           DISPLAY "Operador (0 = todos): "
           ACCEPT WS-AUD-FIL-OPER
           DISPLAY "Data inicial (AAAAMMDD, 0 = sem filtro): "
           ACCEPT WS-AUD-FIL-INI
           DISPLAY "Data final (AAAAMMDD, 0 = sem filtro): "
           ACCEPT WS-AUD-FIL-FIM
           DISPLAY "Conta/cliente (branco = todos): "
           ACCEPT WS-AUD-FIL-CHAVE

           OPEN INPUT AUDITORIA
           IF FS-AUD NOT = "00"
              DISPLAY "Jornal de auditoria vazio."
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-AUD-QTD
           DISPLAY "===== JORNAL DE AUDITORIA ====="
           PERFORM UNTIL FS-AUD NOT = "00"
              READ AUDITORIA NEXT RECORD
                 AT END MOVE "99" TO FS-AUD
                 NOT AT END
                    IF (WS-AUD-FIL-OPER = 0
                          OR AUD-USU-COD = WS-AUD-FIL-OPER
                          OR AUD-USU-COD2 = WS-AUD-FIL-OPER)
                       AND (WS-AUD-FIL-INI = 0
                          OR AUD-DATA-HORA(1:8)
                             NOT < WS-AUD-FIL-INI)
                       AND (WS-AUD-FIL-FIM = 0
                          OR AUD-DATA-HORA(1:8)
                             NOT > WS-AUD-FIL-FIM)
                       AND (WS-AUD-FIL-CHAVE = SPACES
                          OR AUD-CHAVE = WS-AUD-FIL-CHAVE)
                       ADD 1 TO WS-AUD-QTD
                       DISPLAY AUD-DATA-HORA " " AUD-PROGRAMA
                          " OPER " AUD-USU-COD
                          " " AUD-ACAO
                          " " AUD-CHAVE
                       IF AUD-USU-COD2 IS NUMERIC
                          AND AUD-USU-COD2 NOT = 0
                          DISPLAY "   Solicitante: operador "
                             AUD-USU-COD2
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDITORIA
           DISPLAY "Registros listados: " WS-AUD-QTD
           .

       *> ===============================
       *> LER ALCADAS DE DUPLA APROVACAO (../ALCADAS.DAT,
       *> compartilhado com o BANCO-COBOL; valor zero ou arquivo
       *> ausente assume a alcada padrao)
       *> ===============================
       LER-ALCADAS.
           MOVE 0   TO WS-ALC-TRANSF
           MOVE 0   TO WS-ALC-EMPREST
           MOVE "S" TO WS-ALC-ENCERRA
           OPEN INPUT ALCADAS
           IF FS-ALC = "00"
              READ ALCADAS NEXT RECORD
                 AT END CONTINUE
                 NOT AT END
                    IF ALC-TRANSFERENCIA IS NUMERIC
                       MOVE ALC-TRANSFERENCIA TO WS-ALC-TRANSF
                    END-IF
                    IF ALC-EMPRESTIMO IS NUMERIC
                       MOVE ALC-EMPRESTIMO TO WS-ALC-EMPREST
                    END-IF
                    IF ALC-ENCERRAMENTO = "N"
                       MOVE "N" TO WS-ALC-ENCERRA
                    END-IF
              END-READ
              CLOSE ALCADAS
           END-IF
           IF WS-ALC-TRANSF = 0
              MOVE 10000 TO WS-ALC-TRANSF
           END-IF
           IF WS-ALC-EMPREST = 0
              MOVE 5000 TO WS-ALC-EMPREST
           END-IF
           .

       *> ===============================
       *> REGISTRAR SOLICITACAO NA FILA DE APROVACAO (a operacao
       *> acima da alcada fica pendente ate que outro supervisor
       *> aprove; os dados vem de WS-APV-SOLICITACAO)
       *> ===============================
       REGISTRAR-SOLICITACAO-APROV.
           OPEN I-O APROVACOES
           IF FS-APV = "35"
              OPEN OUTPUT APROVACOES
              CLOSE APROVACOES
              OPEN I-O APROVACOES
           END-IF
           IF FS-APV NOT = "00"
              DISPLAY "Erro ao abrir a fila de aprovacao - "
                 "operacao nao realizada!"
              EXIT PARAGRAPH
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           STRING WS-DATA-HOJE  DELIMITED BY SIZE
                  WS-HORA-AGORA DELIMITED BY SIZE
                  INTO APV-DATA-HORA
           END-STRING
           MOVE WS-COD-OPERADOR   TO APV-USU-SOLIC
           MOVE "BANCO-SIMPLES"   TO APV-SISTEMA
           MOVE WS-APV-TIPO       TO APV-TIPO
           MOVE "P"               TO APV-STATUS
           MOVE WS-APV-CONTA      TO APV-CONTA
           MOVE WS-APV-CONTA-DEST TO APV-CONTA-DEST
           MOVE WS-APV-CODIGO     TO APV-CODIGO
           MOVE WS-APV-VALOR      TO APV-VALOR
           MOVE WS-APV-VALOR-ANT  TO APV-VALOR-ANT
           MOVE WS-APV-TAXA       TO APV-TAXA
           MOVE WS-APV-PRAZO      TO APV-PRAZO
           IF WS-APV-TIPO = "TED"
              MOVE WS-APV-TED     TO APV-TED
           ELSE
              MOVE SPACES         TO APV-TED
           END-IF
           MOVE 0                 TO APV-USU-APROV
           MOVE 0                 TO APV-DATA-DECISAO
           WRITE REG-APROVACAO
              INVALID KEY
                 DISPLAY "Erro ao registrar a solicitacao - "
                    "tente novamente!"
                 CLOSE APROVACOES
                 EXIT PARAGRAPH
           END-WRITE
           CLOSE APROVACOES

           MOVE "APROV-SOLIC" TO WS-AUD-ACAO
           PERFORM MONTAR-CHAVE-AUD-APROV
           PERFORM GRAVAR-AUDITORIA
           DISPLAY "Valor acima da alcada - solicitacao " APV-ID
              " aguardando aprovacao de outro supervisor."
           .

       MONTAR-CHAVE-AUD-APROV.
           MOVE SPACES TO WS-AUD-CHAVE
           IF APV-TIPO = "LIMITE-CLI"
              MOVE APV-CODIGO TO WS-AUD-CHAVE
           ELSE
              MOVE APV-CONTA  TO WS-AUD-CHAVE
           END-IF
           .

       *> ===============================
       *> FILA DE APROVACAO (supervisor: expira as solicitacoes de
       *> dias anteriores, efetiva as ja aprovadas deste sistema e
       *> aprova ou rejeita as pendentes; quem solicitou nao pode
       *> aprovar a propria solicitacao)
       *> ===============================
       APROVAR-SOLICITACOES.
           OPEN I-O APROVACOES
           IF FS-APV NOT = "00"
              DISPLAY "Nenhuma solicitacao de aprovacao registrada."
              EXIT PARAGRAPH
           END-IF

           ACCEPT WS-APV-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-APV-DATA-CORTE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-APV-HOJE) - 1)
           PERFORM EXPIRAR-SOLICITACOES
           PERFORM EFETIVAR-APROVADAS

           MOVE 0 TO WS-APV-QTD
           MOVE LOW-VALUES TO APV-ID
           MOVE "00" TO FS-APV
           START APROVACOES KEY NOT LESS THAN APV-ID
              INVALID KEY MOVE "99" TO FS-APV
           END-START

           DISPLAY "===== SOLICITACOES PENDENTES DE APROVACAO ====="
           PERFORM UNTIL FS-APV = "99"
              READ APROVACOES NEXT RECORD
                 AT END MOVE "99" TO FS-APV
                 NOT AT END
                    IF APV-STATUS = "P" AND WS-APV-QTD < 50
                       ADD 1 TO WS-APV-QTD
                       MOVE APV-ID TO WS-APV-TAB-ID (WS-APV-QTD)
                       MOVE APV-VALOR TO WS-APV-VAL-ED
                       DISPLAY WS-APV-QTD " - " APV-TIPO " "
                          APV-SISTEMA " " WS-APV-VAL-ED
                          " SOLIC. OPER " APV-USU-SOLIC
                    END-IF
              END-READ
           END-PERFORM

           IF WS-APV-QTD = 0
              DISPLAY "Nenhuma solicitacao pendente."
              CLOSE APROVACOES
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Solicitacao a decidir (0 = voltar): "
           ACCEPT WS-APV-ESCOLHA
           IF WS-APV-ESCOLHA = 0 OR WS-APV-ESCOLHA > WS-APV-QTD
              CLOSE APROVACOES
              EXIT PARAGRAPH
           END-IF

           MOVE WS-APV-TAB-ID (WS-APV-ESCOLHA) TO APV-ID
           READ APROVACOES KEY IS APV-ID
              INVALID KEY
                 DISPLAY "Solicitacao nao encontrada!"
                 CLOSE APROVACOES
                 EXIT PARAGRAPH
           END-READ
           IF APV-STATUS NOT = "P"
              DISPLAY "Solicitacao ja decidida por outro "
                 "supervisor!"
              CLOSE APROVACOES
              EXIT PARAGRAPH
           END-IF

           PERFORM MOSTRAR-SOLICITACAO-APROV
           IF APV-USU-SOLIC = WS-COD-OPERADOR
              DISPLAY "Solicitacao registrada por voce - a "
                 "aprovacao cabe a outro supervisor!"
              CLOSE APROVACOES
              EXIT PARAGRAPH
           END-IF

           DISPLAY "1 - Aprovar"
           DISPLAY "2 - Rejeitar"
           DISPLAY "0 - Voltar"
           ACCEPT WS-APV-ACAO

           EVALUATE WS-APV-ACAO
              WHEN 1
                 MOVE "A"             TO APV-STATUS
                 MOVE WS-COD-OPERADOR TO APV-USU-APROV
                 MOVE WS-APV-HOJE     TO APV-DATA-DECISAO
                 REWRITE REG-APROVACAO
                    INVALID KEY
                       DISPLAY "Erro ao atualizar a solicitacao!"
                       CLOSE APROVACOES
                       EXIT PARAGRAPH
                 END-REWRITE
                 MOVE "APROV-APROVADA" TO WS-AUD-ACAO
                 PERFORM MONTAR-CHAVE-AUD-APROV
                 MOVE APV-USU-SOLIC TO WS-AUD-USU2
                 PERFORM GRAVAR-AUDITORIA
                 DISPLAY "Solicitacao aprovada."
                 IF APV-SISTEMA = "BANCO-SIMPLES"
                    PERFORM EFETIVAR-SOLICITACAO
                 ELSE
                    DISPLAY "A operacao sera efetivada na fila "
                       "de aprovacao do " APV-SISTEMA "."
                 END-IF
              WHEN 2
                 MOVE "R"             TO APV-STATUS
                 MOVE WS-COD-OPERADOR TO APV-USU-APROV
                 MOVE WS-APV-HOJE     TO APV-DATA-DECISAO
                 REWRITE REG-APROVACAO
                    INVALID KEY
                       DISPLAY "Erro ao atualizar a solicitacao!"
                       CLOSE APROVACOES
                       EXIT PARAGRAPH
                 END-REWRITE
                 MOVE "APROV-REJEITADA" TO WS-AUD-ACAO
                 PERFORM MONTAR-CHAVE-AUD-APROV
                 MOVE APV-USU-SOLIC TO WS-AUD-USU2
                 PERFORM GRAVAR-AUDITORIA
                 DISPLAY "Solicitacao rejeitada - nada foi "
                    "lancado."
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           CLOSE APROVACOES
           .

       MOSTRAR-SOLICITACAO-APROV.
           DISPLAY "---------------------------------------------"
           DISPLAY "Solicitacao: " APV-ID "  (" APV-SISTEMA ")"
           DISPLAY "Operacao   : " APV-TIPO
           EVALUATE APV-TIPO
              WHEN "TRANSF"
                 DISPLAY "Origem     : " APV-CONTA
                    "   Destino: " APV-CONTA-DEST
              WHEN "TED"
                 DISPLAY "Origem     : " APV-CONTA
                    "   " APV-TED-MOD " para banco " APV-TED-BCO
                 DISPLAY "Favorecido : ag " APV-TED-AGE
                    " conta " APV-TED-CTA
                 DISPLAY "             " APV-TED-DOC " " APV-TED-NOM
              WHEN "EMPRESTIMO"
                 DISPLAY "Conta      : " APV-CONTA
                    "   Emprestimo: " APV-CODIGO
                 DISPLAY "Taxa (%)   : " APV-TAXA
                    "   Prazo: " APV-PRAZO " meses"
              WHEN "LIMITE-CLI"
                 MOVE APV-VALOR-ANT TO WS-APV-VAL-ED
                 DISPLAY "Cliente    : " APV-CODIGO
                    "   Limite atual: " WS-APV-VAL-ED
              WHEN OTHER
                 DISPLAY "Conta      : " APV-CONTA
           END-EVALUATE
           MOVE APV-VALOR TO WS-APV-VAL-ED
           DISPLAY "Valor      : " WS-APV-VAL-ED
           DISPLAY "Solicitante: operador " APV-USU-SOLIC
              " em " APV-DATA-HORA
           DISPLAY "---------------------------------------------"
           .

       *> ===============================
       *> EXPIRAR SOLICITACOES NAO CONCLUIDAS (pendentes ou
       *> aprovadas deste sistema sem efetivacao, com data de
       *> solicitacao ate WS-APV-DATA-CORTE; as aprovadas do
       *> outro sistema sao efetivadas e expiradas por ele;
       *> exige APROVACOES aberto em I-O)
       *> ===============================
       EXPIRAR-SOLICITACOES.
           MOVE 0 TO WS-APV-EXPIRADAS
           MOVE LOW-VALUES TO APV-ID
           MOVE "00" TO FS-APV
           START APROVACOES KEY NOT LESS THAN APV-ID
              INVALID KEY MOVE "99" TO FS-APV
           END-START
           PERFORM UNTIL FS-APV = "99"
              READ APROVACOES NEXT RECORD
                 AT END MOVE "99" TO FS-APV
                 NOT AT END
                    IF (APV-STATUS = "P"
                        OR (APV-STATUS = "A"
                            AND APV-SISTEMA = "BANCO-SIMPLES"))
                       AND APV-DATA-HORA(1:8)
                          NOT > WS-APV-DATA-CORTE
                       MOVE "E"         TO APV-STATUS
                       MOVE WS-APV-HOJE TO APV-DATA-DECISAO
                       REWRITE REG-APROVACAO
                          INVALID KEY
                             DISPLAY "Erro ao expirar a "
                                "solicitacao " APV-ID
                       END-REWRITE
                       ADD 1 TO WS-APV-EXPIRADAS
                       MOVE "APROV-EXPIRADA" TO WS-AUD-ACAO
                       PERFORM MONTAR-CHAVE-AUD-APROV
                       MOVE APV-USU-SOLIC TO WS-AUD-USU2
                       PERFORM GRAVAR-AUDITORIA
                    END-IF
              END-READ
           END-PERFORM
           IF WS-APV-EXPIRADAS > 0
              DISPLAY "Solicitacoes expiradas: " WS-APV-EXPIRADAS
           END-IF
           .

       *> ===============================
       *> EFETIVAR AS SOLICITACOES DESTE SISTEMA JA APROVADAS
       *> (inclusive as aprovadas pelo BANCO-COBOL)
       *> ===============================
       EFETIVAR-APROVADAS.
           MOVE LOW-VALUES TO APV-ID
           MOVE "00" TO FS-APV
           START APROVACOES KEY NOT LESS THAN APV-ID
              INVALID KEY MOVE "99" TO FS-APV
           END-START
           PERFORM UNTIL FS-APV = "99"
              READ APROVACOES NEXT RECORD
                 AT END MOVE "99" TO FS-APV
                 NOT AT END
                    IF APV-STATUS = "A"
                       AND APV-SISTEMA = "BANCO-SIMPLES"
                       PERFORM EFETIVAR-SOLICITACAO
                    END-IF
              END-READ
           END-PERFORM
           .

       *> ===============================
       *> EFETIVAR UMA SOLICITACAO APROVADA (registro corrente de
       *> APROVACOES; se a operacao nao puder ser lancada a
       *> solicitacao continua aprovada ate expirar no fechamento)
       *> ===============================
       EFETIVAR-SOLICITACAO.
           MOVE "N" TO WS-OPER-EFETIVADA
           EVALUATE APV-TIPO
              WHEN "TRANSF"
                 PERFORM EFETIVAR-APROV-TRANSF
              WHEN "TED"
                 PERFORM EFETIVAR-APROV-TED
              WHEN "EMPRESTIMO"
                 PERFORM EFETIVAR-APROV-EMPRESTIMO
              WHEN "ENCERRAR"
                 PERFORM EFETIVAR-APROV-ENCERRAR
           END-EVALUATE

           IF WS-OPER-EFETIVADA = "N"
              DISPLAY "Solicitacao " APV-ID " (" APV-TIPO
                 ") nao pode ser efetivada agora."
              EXIT PARAGRAPH
           END-IF

           MOVE "X" TO APV-STATUS
           REWRITE REG-APROVACAO
              INVALID KEY
                 DISPLAY "Erro ao atualizar a solicitacao "
                    APV-ID
           END-REWRITE
           MOVE "APROV-EFETIVADA" TO WS-AUD-ACAO
           PERFORM MONTAR-CHAVE-AUD-APROV
           MOVE APV-USU-SOLIC TO WS-AUD-USU2
           PERFORM GRAVAR-AUDITORIA
           DISPLAY "Solicitacao " APV-ID " efetivada."
           .

       EFETIVAR-APROV-TRANSF.
           MOVE APV-CONTA TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Conta de origem nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-CONTA-DEBITO
           IF WS-CONTA-IMPEDIDA = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE REG-CONTA TO WS-REC-ORIGEM

           MOVE APV-CONTA-DEST TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Conta de destino nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-CONTA-CREDITO
           IF WS-CONTA-IMPEDIDA = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE REG-CONTA TO WS-REC-DESTINO

           MOVE APV-VALOR TO WS-VALOR-TRANSF
           PERFORM EFETIVAR-TRANSFERENCIA
           .

       EFETIVAR-APROV-TED.
           MOVE APV-CONTA TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Conta de origem nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-CONTA-DEBITO
           IF WS-CONTA-IMPEDIDA = "S"
              EXIT PARAGRAPH
           END-IF

           MOVE APV-TED-MOD   TO TEX-MODALIDADE
           MOVE APV-TED-BCO   TO TEX-BANCO
           MOVE APV-TED-AGE   TO TEX-AGENCIA
           MOVE APV-TED-CTA   TO TEX-CONTA-DEST
           MOVE APV-TED-DOC   TO TEX-DOCUMENTO
           MOVE APV-TED-NOM   TO TEX-NOME
           MOVE APV-USU-SOLIC TO TEX-USU-COD
           MOVE APV-VALOR     TO WS-VALOR-TRANSF
           PERFORM EFETIVAR-TED
           .

       EFETIVAR-APROV-EMPRESTIMO.
           MOVE APV-CODIGO TO EMP-COD
           READ EMPRESTIMOS RECORD
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 DISPLAY "Codigo de emprestimo ja existente!"
                 EXIT PARAGRAPH
           END-READ

           MOVE APV-CONTA TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Conta nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-CONTA-CREDITO
           IF WS-CONTA-IMPEDIDA = "S"
              EXIT PARAGRAPH
           END-IF

           MOVE APV-CODIGO TO EMP-COD
           MOVE APV-VALOR  TO EMP-PRINCIPAL
           MOVE APV-TAXA   TO EMP-TAXA
           MOVE APV-PRAZO  TO EMP-PRAZO
           PERFORM EFETIVAR-EMPRESTIMO
           .

       EFETIVAR-APROV-ENCERRAR.
           MOVE APV-CONTA TO CONTA-NUMERO
           READ CONTAS RECORD
              INVALID KEY
                 DISPLAY "Conta nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CONTAS
           IF WS-CONTA-BLOQUEADA = "S"
              EXIT PARAGRAPH
           END-IF
           IF CONTA-STATUS = "ENCERRADA"
              DISPLAY "Conta ja esta encerrada!"
              EXIT PARAGRAPH
           END-IF
           IF CONTA-SALDO NOT = 0
              DISPLAY "Conta com saldo " CONTA-SALDO
                 " - zere o saldo antes de encerrar!"
              EXIT PARAGRAPH
           END-IF
           PERFORM EFETIVAR-ENCERRAMENTO
           .

       *> ===============================
       *> FILA DE APROVACAO NO FECHAMENTO DO DIA (efetiva as
       *> aprovadas e expira o que ficou pendente ate a data do
       *> fechamento)
       *> ===============================
       FECHAR-FILA-APROVACAO.
           OPEN I-O APROVACOES
           IF FS-APV NOT = "00"
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-APV-HOJE FROM DATE YYYYMMDD
           PERFORM EFETIVAR-APROVADAS
           MOVE WS-DATA-FECHA TO WS-APV-DATA-CORTE
           PERFORM EXPIRAR-SOLICITACOES
           CLOSE APROVACOES
           .

       *> ===============================
       *> REVISAR ALERTAS DE MOVIMENTACAO (supervisor: alertas
       *> abertos ou em revisao gerados pelo MONITORAR-MOVIMENTO;
       *> o caso vai para revisao ou e fechado com justificativa,
       *> e cada acao fica no jornal de auditoria)
       *> ===============================
       REVISAR-ALERTAS.
           OPEN I-O ALERTAS
           IF FS-ALE NOT = "00"
              DISPLAY "Nenhum alerta registrado (alertas.dat)."
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ALE-QTD
           MOVE LOW-VALUES TO ALE-CHAVE
           MOVE "00" TO FS-ALE
           START ALERTAS KEY NOT LESS THAN ALE-CHAVE
              INVALID KEY MOVE "99" TO FS-ALE
           END-START

           DISPLAY "===== ALERTAS PENDENTES ====="
           PERFORM UNTIL FS-ALE = "99"
              READ ALERTAS NEXT RECORD
                 AT END MOVE "99" TO FS-ALE
                 NOT AT END
                    IF (ALE-STATUS = "A" OR ALE-STATUS = "R")
                       AND WS-ALE-QTD < 50
                       ADD 1 TO WS-ALE-QTD
                       MOVE ALE-CHAVE
                          TO WS-ALE-TAB-CHAVE (WS-ALE-QTD)
                       PERFORM OBTER-DESCRICAO-REGRA-PLD
                       DISPLAY WS-ALE-QTD " - CONTA " ALE-CONTA
                          " " ALE-DATA " " WS-ALE-DESC
                          " SIT " ALE-STATUS
                    END-IF
              END-READ
           END-PERFORM

           IF WS-ALE-QTD = 0
              DISPLAY "Nenhum alerta aberto ou em revisao."
              CLOSE ALERTAS
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Alerta a revisar (0 = voltar): "
           ACCEPT WS-ALE-ESCOLHA
           IF WS-ALE-ESCOLHA = 0 OR WS-ALE-ESCOLHA > WS-ALE-QTD
              CLOSE ALERTAS
              EXIT PARAGRAPH
           END-IF

           MOVE WS-ALE-TAB-CHAVE (WS-ALE-ESCOLHA) TO ALE-CHAVE
           READ ALERTAS KEY IS ALE-CHAVE
              INVALID KEY
                 DISPLAY "Alerta nao encontrado!"
                 CLOSE ALERTAS
                 EXIT PARAGRAPH
           END-READ

           PERFORM OBTER-DESCRICAO-REGRA-PLD
           DISPLAY "---------------------------------------------"
           DISPLAY "Conta    : " ALE-CONTA
           DISPLAY "Data     : " ALE-DATA
           DISPLAY "Regra    : " ALE-REGRA " " WS-ALE-DESC
           DISPLAY "Ocorr.   : " ALE-QTD "   Valor: " ALE-VALOR
           DISPLAY "Situacao : " ALE-STATUS "   Gerado em "
              ALE-DATA-GERACAO
           IF ALE-USU-COD NOT = 0
              DISPLAY "Ultima acao do operador " ALE-USU-COD
                 " em " ALE-DATA-STATUS
           END-IF
           PERFORM LISTAR-MOVIMENTOS-ALERTA
           DISPLAY "---------------------------------------------"
           DISPLAY "1 - Colocar em revisao"
           DISPLAY "2 - Fechar com justificativa"
           DISPLAY "0 - Voltar"
           ACCEPT WS-ALE-ACAO

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-AUD-CHAVE
           STRING ALE-CONTA DELIMITED BY SIZE
                  ALE-DATA  DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           END-STRING
           EVALUATE WS-ALE-ACAO
              WHEN 1
                 MOVE "R"             TO ALE-STATUS
                 MOVE WS-COD-OPERADOR TO ALE-USU-COD
                 MOVE WS-DATA-HOJE    TO ALE-DATA-STATUS
                 REWRITE REG-ALERTA
                    INVALID KEY DISPLAY "Erro ao atualizar o alerta!"
                 END-REWRITE
                 MOVE "ALERTA-REVISAO" TO WS-AUD-ACAO
                 PERFORM GRAVAR-AUDITORIA
                 DISPLAY "Alerta colocado em revisao."
              WHEN 2
                 DISPLAY "Justificativa: "
                 ACCEPT WS-ALE-JUSTIF
                 IF WS-ALE-JUSTIF = SPACES
                    DISPLAY "Justificativa obrigatoria - alerta "
                       "mantido."
                 ELSE
                    MOVE "F"             TO ALE-STATUS
                    MOVE WS-ALE-JUSTIF   TO ALE-JUSTIFICATIVA
                    MOVE WS-COD-OPERADOR TO ALE-USU-COD
                    MOVE WS-DATA-HOJE    TO ALE-DATA-STATUS
                    REWRITE REG-ALERTA
                       INVALID KEY
                          DISPLAY "Erro ao atualizar o alerta!"
                    END-REWRITE
                    MOVE "ALERTA-FECHADO" TO WS-AUD-ACAO
                    PERFORM GRAVAR-AUDITORIA
                    DISPLAY "Alerta fechado."
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           CLOSE ALERTAS
           .

       *> ===============================
       *> MOVIMENTOS DA CONTA NO DIA DO ALERTA (arquivo vivo)
       *> ===============================
       LISTAR-MOVIMENTOS-ALERTA.
           DISPLAY "Movimentos da conta no dia:"
           CLOSE TRANSACOES
           OPEN INPUT TRANSACOES
           MOVE "00" TO FS-TRANS
           PERFORM UNTIL FS-TRANS NOT = "00"
              READ TRANSACOES NEXT RECORD
                 AT END MOVE "99" TO FS-TRANS
                 NOT AT END
                    MOVE TRANS-DATA-HORA(1:8) TO WS-TRANS-DATA
                    IF TRANS-CONTA = ALE-CONTA
                       AND WS-TRANS-DATA = ALE-DATA
                       DISPLAY "  " TRANS-DATA-HORA " " TRANS-TIPO
                          " " TRANS-VALOR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRANSACOES
           OPEN EXTEND TRANSACOES
           .

       OBTER-DESCRICAO-REGRA-PLD.
           EVALUATE ALE-REGRA
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

       *> ===============================
