               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.

           SELECT APROVACOES ASSIGN TO "../APROVACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APV-ID
               FILE STATUS IS WS-FS-APV.

           SELECT ALCADAS ASSIGN TO "../ALCADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALC.

           SELECT CONTAS-PAGAR ASSIGN TO "CPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CHAVE
               FILE STATUS IS WS-FS-CPG.

           SELECT ALIQUOTAS-ICMS ASSIGN TO "ICMSUF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICM-CHAVE
               FILE STATUS IS WS-FS-ICM.

           SELECT LIVRO-SAIDAS ASSIGN TO "LIVROSAI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVS-CHAVE
               FILE STATUS IS WS-FS-LVS.

           SELECT PRODUTO-FORNECEDOR ASSIGN TO "PRODFORN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFN-CHAVE
               FILE STATUS IS WS-FS-PFN.

           SELECT LOTES ASSIGN TO "LOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WS-FS-LOT.

           SELECT LOTES-PEDIDO ASSIGN TO "LOTEPED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPD-CHAVE
               FILE STATUS IS WS-FS-LPD.

           SELECT KITS ASSIGN TO "KITS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WS-FS-KIT.

           SELECT CONTRATOS ASSIGN TO "CONTRATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-COD
               FILE STATUS IS WS-FS-CTR.

           SELECT ITENS-CONTRATO ASSIGN TO "ITCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICT-CHAVE
               FILE STATUS IS WS-FS-ICT.

           SELECT HAVERES ASSIGN TO "HAVERES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HAV-CHAVE
               FILE STATUS IS WS-FS-HAV.

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

           SELECT CHEQUES-DEVOLVIDOS ASSIGN TO
               "../Sistema Bancario Simples/chqdevol.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS WS-FS-DEV.

           SELECT CONTATOS ASSIGN TO
               "../Agenda de Contatos/CONTATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTATO-COD
               FILE STATUS IS WS-FS-CONT.

           SELECT INTERACOES ASSIGN TO
               "../Agenda de Contatos/INTERAC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CHAVE
               FILE STATUS IS WS-FS-INT.

           SELECT REVISAO-PARAMETROS ASSIGN TO "REVLIMPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RVP.

           SELECT REVISOES-LIMITE ASSIGN TO "REVLIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVL-CLI-COD
               FILE STATUS IS WS-FS-RVL.

           SELECT CATEGORIAS ASSIGN TO "CATEGORIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

           SELECT ARQ-COMISSAO ASSIGN TO "COMISSAO.TMP".

           SELECT ARQ-VENCER-PAGAR ASSIGN TO "VENCPAG.TMP".

           SELECT ARQ-SUGESTAO ASSIGN TO "SUGCOMP.TMP".

           SELECT ARQ-EXTRATO ASSIGN TO "EXTRATO.TMP".

           SELECT CONTROLE ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IORC-CHAVE
               FILE STATUS IS WS-FS-IORC.

           SELECT NOTIF-OPCOES ASSIGN TO "NOTIFOPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPT-CLI-COD
               FILE STATUS IS WS-FS-OPT.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           05 PROD-ESTOQUE     PIC S9(07).
           05 PROD-ESTOQUE-MIN PIC 9(05).
           05 PROD-CUSTO-UNIT  PIC 9(7)V99.
           05 PROD-NCM         PIC X(08).
           05 PROD-ALIQ-IPI    PIC 9(2)V99.
           05 PROD-ORIGEM      PIC 9(01).
           05 PROD-CONTROLA-LOTE PIC X(01).
           05 PROD-KIT         PIC X(01).

       FD  RECEBIMENTOS.
       01  REG-RECEBIMENTO.
           05 MOV-PED-COD      PIC 9(05).
           05 MOV-DATA-HORA    PIC X(14).
           05 MOV-MOTIVO       PIC X(10).
           05 MOV-LOTE         PIC X(10).

       FD  CLIENTES-HIST.
       01  REG-CLIHIST.
       01  REG-PARAMETRO.
           05 PRM-CONTA-VENDAS PIC 9(06).
           05 PRM-DIAS-BLOQUEIO PIC 9(03).
           05 PRM-UF-LOJA      PIC X(02).

       FD  LOTE-BANCO.
       01  REG-LOTE-BANCO.
           05 AUD-USU-COD      PIC 9(03).
           05 AUD-ACAO         PIC X(15).
           05 AUD-CHAVE        PIC X(14).
           05 AUD-USU-COD2     PIC 9(03).

       FD  APROVACOES.
       01  REG-APROVACAO.
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

       FD  ALCADAS.
       01  REG-ALCADA.
           05 ALC-TRANSFERENCIA   PIC 9(7)V99.
           05 ALC-EMPRESTIMO      PIC 9(7)V99.
           05 ALC-AUMENTO-LIMITE  PIC 9(7)V99.
           05 ALC-ENCERRAMENTO    PIC X(01).

       *> Contas a pagar: um registro por vencimento da nota fiscal
       *> do fornecedor; CPG-STATUS A = aberto, P = pago
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

       FD  ALIQUOTAS-ICMS.
       01  REG-ALIQUOTA-ICMS.
           05 ICM-CHAVE.
              10 ICM-UF-ORIGEM    PIC X(02).
              10 ICM-UF-DESTINO   PIC X(02).
           05 ICM-ALIQUOTA        PIC 9(2)V99.

       *> Livro de saidas: um registro por item de fatura (F) ou
       *> de nota de credito (N), agrupado pelo mes de emissao
       FD  LIVRO-SAIDAS.
       01  REG-LIVRO-SAIDA.
           05 LVS-CHAVE.
              10 LVS-ANOMES       PIC 9(06).
              10 LVS-TIPO         PIC X(01).
              10 LVS-DOCUMENTO    PIC 9(05).
              10 LVS-SEQ          PIC 9(03).
           05 LVS-DATA            PIC 9(08).
           05 LVS-PED-COD         PIC 9(05).
           05 LVS-CLI-COD         PIC 9(05).
           05 LVS-UF              PIC X(02).
           05 LVS-CFOP            PIC 9(04).
           05 LVS-NCM             PIC X(08).
           05 LVS-VALOR-CONTABIL  PIC 9(7)V99.
           05 LVS-BASE-ICMS       PIC 9(7)V99.
           05 LVS-ALIQ-ICMS       PIC 9(2)V99.
           05 LVS-VALOR-ICMS      PIC 9(7)V99.
           05 LVS-ALIQ-IPI        PIC 9(2)V99.
           05 LVS-VALOR-IPI       PIC 9(7)V99.

       *> Condicoes de compra por produto e fornecedor: prazo de
       *> entrega em dias corridos, fornecedor preferencial (um
       *> por produto), ultimo custo acordado e lote minimo
       FD  PRODUTO-FORNECEDOR.
       01  REG-PRODUTO-FORNECEDOR.
           05 PFN-CHAVE.
              10 PFN-PROD-COD     PIC 9(05).
              10 PFN-FORN-COD     PIC 9(05).
           05 PFN-PRAZO-ENTREGA   PIC 9(03).
           05 PFN-PREFERENCIAL    PIC X(01).
           05 PFN-CUSTO-UNIT      PIC 9(7)V99.
           05 PFN-LOTE-MINIMO     PIC 9(05).

       *> Saldo por lote dos produtos com controle de lote (a soma
       *> dos lotes e o PROD-ESTOQUE; SEM-LOTE guarda o saldo sem
       *> lote identificado, com validade 99999999)
       FD  LOTES.
       01  REG-LOTE.
           05 LOT-CHAVE.
              10 LOT-PROD-COD     PIC 9(05).
              10 LOT-NUMERO       PIC X(10).
           05 LOT-DATA-FABRIC     PIC 9(08).
           05 LOT-VALIDADE        PIC 9(08).
           05 LOT-SALDO           PIC S9(07).
           05 LOT-DATA-ENTRADA    PIC 9(08).

       *> Lotes de onde saiu cada item de pedido (romaneio e volta
       *> ao lote certo no estorno e na devolucao)
       FD  LOTES-PEDIDO.
       01  REG-LOTE-PEDIDO.
           05 LPD-CHAVE.
              10 LPD-PED-COD      PIC 9(05).
              10 LPD-ITEM-SEQ     PIC 9(03).
              10 LPD-PROD-COD     PIC 9(05).
              10 LPD-LOTE         PIC X(10).
           05 LPD-QTD             PIC 9(05).

       *> Composicao dos kits (lista de materiais): quantidade de
       *> cada componente por unidade do kit
       FD  KITS.
       01  REG-KIT.
           05 KIT-CHAVE.
              10 KIT-PROD-COD     PIC 9(05).
              10 KIT-COMP-COD     PIC 9(05).
           05 KIT-QTD             PIC 9(05).

       *> Contrato de fornecimento recorrente (frequencia S
       *> semanal no dia da semana CTR-DIA ou M mensal no dia
       *> CTR-DIA; status A ativo / E encerrado; a ultima
       *> ocorrencia atendida evita pedido em dobro)
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

       *> Itens do contrato (preco fixo zero = tabela vigente)
       FD  ITENS-CONTRATO.
       01  REG-ITEM-CONTRATO.
           05 ICT-CHAVE.
              10 ICT-CTR-COD      PIC 9(05).
              10 ICT-PROD-COD     PIC 9(05).
           05 ICT-QUANTIDADE      PIC 9(05).
           05 ICT-PRECO-FIXO      PIC 9(7)V99.

       *> Haver do cliente: credito que sobra de nota de credito
       *> ou de pagamento acima do saldo do pedido (A aberto /
       *> U utilizado em pedido / R reembolsado no banco); cada
       *> reembolso fica num registro REEMBOLSO ja baixado, com a
       *> conta do banco em HAV-DOCUMENTO, para a contabilidade
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

       *> Cadastro de contas do BANCO-SIMPLES (so leitura, para
       *> achar a conta do cliente no reembolso de haver)
       FD  CONTAS.
       01  REG-CONTA.
           05 CONTA-NUMERO        PIC 9(06).
           05 CONTA-NOME          PIC X(30).
           05 CONTA-SALDO         PIC S9(7)V99.
           05 CONTA-LIMITE        PIC 9(7)V99.
           05 CONTA-SENHA         PIC X(04).
           05 CONTA-STATUS        PIC X(10).
           05 CONTA-SALDO-DISP    PIC S9(7)V99.
           05 CONTA-CLI-COD       PIC 9(05).

       FD  EMPRESTIMOS.
       01  REG-EMPRESTIMO.
           05 EMP-COD             PIC 9(05).
           05 EMP-CONTA           PIC 9(06).
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

       FD  CHEQUES-DEVOLVIDOS.
       01  REG-CHEQUE-DEVOLVIDO.
           05 DEV-CHAVE.
              10 DEV-CONTA        PIC 9(06).
              10 DEV-DATA-HORA    PIC X(14).
           05 DEV-VALOR           PIC 9(7)V99.
           05 DEV-MOTIVO          PIC 9(02).
           05 DEV-DATA            PIC 9(08).
           05 DEV-TARIFA          PIC 9(5)V99.
           05 DEV-USU-COD         PIC 9(03).

       *> Agenda de contatos: o cliente sincronizado tem
       *> CONTATO-COD = CLI-COD e grupo CLIENTES
       FD  CONTATOS.
       01  REG-CONTATO.
           05 CONTATO-COD         PIC 9(05).
           05 CONTATO-NOME        PIC X(30).
           05 CONTATO-TELEFONE    PIC X(15).
           05 CONTATO-EMAIL       PIC X(40).
           05 CONTATO-GRUPO       PIC X(15).
           05 CONTATO-NASCIMENTO  PIC 9(08).

       FD  INTERACOES.
       01  REG-INTERACAO.
           05 INT-CHAVE.
              10 INT-CONTATO-COD  PIC 9(05).
              10 INT-DATA         PIC 9(08).
              10 INT-SEQ          PIC 9(02).
           05 INT-TIPO            PIC X(10).
           05 INT-RESUMO          PIC X(60).
           05 INT-OPERADOR        PIC X(10).
           05 INT-RETORNO         PIC 9(08).
           05 INT-RETORNO-OK      PIC X(01).

       *> Regras da revisao de limites: uma linha por regra.
       *> Pesos (pontos perdidos): ATRASO-MED por dia de atraso
       *> medio, ATRASO-MAX por dia do maior atraso, CARTA por
       *> carta de cobranca, SALDO-NEG se ha conta devedora no
       *> banco, PARCELA por parcela vencida, CHEQUE por cheque
       *> devolvido. MESES-VOL: meses de compra media usados como
       *> base do limite. FAIXA: pontuacao minima (RVP-PONTOS) e
       *> percentual da base (RVP-PCT) para o limite sugerido.
       FD  REVISAO-PARAMETROS.
       01  REG-REVISAO-PARAMETRO.
           05 RVP-REGRA           PIC X(10).
           05 RVP-PONTOS          PIC 9(3)V99.
           05 RVP-PCT             PIC 9(3)V99.

       *> Sugestao de limite por cliente (status P pendente,
       *> A aprovada, R recusada, D descartada porque o limite
       *> mudou depois da revisao, F enviada para a fila de
       *> aprovacao por passar da alcada)
       FD  REVISOES-LIMITE.
       01  REG-REVISAO-LIMITE.
           05 RVL-CLI-COD         PIC 9(05).
           05 RVL-DATA            PIC 9(08).
           05 RVL-PONTOS          PIC 9(03).
           05 RVL-MEDIA-DIAS      PIC 9(03).
           05 RVL-MAIOR-ATRASO    PIC 9(04).
           05 RVL-CARTAS          PIC 9(03).
           05 RVL-VOLUME          PIC 9(9)V99.
           05 RVL-SALDO-NEG       PIC 9(7)V99.
           05 RVL-PARC-ATRASO     PIC 9(03).
           05 RVL-CHEQUES         PIC 9(03).
           05 RVL-LIMITE-ATUAL    PIC 9(7)V99.
           05 RVL-LIMITE-SUGERIDO PIC 9(7)V99.
           05 RVL-STATUS          PIC X(01).
           05 RVL-USU-DECISAO     PIC 9(03).
           05 RVL-DATA-DECISAO    PIC 9(08).

       SD  ARQ-VENDAS.
       01  REG-VENDA.
           05 COM-PED-COD  PIC 9(05).
           05 COM-VALOR    PIC 9(7)V99.

       SD  ARQ-VENCER-PAGAR.
       01  REG-VENCER-PAGAR.
           05 VPG-VENCIMENTO PIC 9(08).
           05 VPG-FORN-COD   PIC 9(05).
           05 VPG-NF         PIC X(10).
           05 VPG-PARCELA    PIC 9(02).
           05 VPG-VALOR      PIC 9(7)V99.

       SD  ARQ-SUGESTAO.
       01  REG-SUGESTAO.
           05 SGS-PROD-COD   PIC 9(05).
           05 SGS-TIPO       PIC X(01).
           05 SGS-QTD        PIC 9(05).

       SD  ARQ-EXTRATO.
       01  REG-EXTRATO.
           05 EXT-DATA       PIC 9(08).
           05 EXT-ORDEM      PIC 9(01).
           05 EXT-DOC        PIC X(16).
           05 EXT-HIST       PIC X(40).
           05 EXT-DEBITO     PIC 9(7)V99.
           05 EXT-CREDITO    PIC 9(7)V99.
           05 EXT-EFEITO     PIC X(01).

       FD  CONTROLE.
       01  REG-CONTROLE.
           05 CTRL-CHAVE       PIC X(10).
           05 IORC-CUSTO-UNIT     PIC 9(7)V99.
           05 IORC-PRECO-TABELA   PIC 9(7)V99.

       FD  NOTIF-OPCOES.
       01  REG-NOTIF-OPCAO.
           05 OPT-CLI-COD         PIC 9(05).
           05 OPT-EMAIL           PIC X(01).
           05 OPT-SMS             PIC X(01).
           05 OPT-DATA            PIC 9(08).
           05 OPT-USU-COD         PIC 9(03).

       WORKING-STORAGE SECTION.
       01 WS-FS-C         PIC XX.
       01 WS-FS-P         PIC XX.
       01 WS-FS-REC            PIC XX.
       01 WS-REC-TOTAL         PIC 9(7)V99.
       01 WS-REC-ULT-SEQ       PIC 9(03).
       01 WS-REC-ULT-DATA      PIC 9(08).
       01 WS-SALDO-ABERTO      PIC S9(7)V99.
       01 WS-REC-PED           PIC 9(05).
       01 WS-JUL-HOJE          PIC S9(07).
       01 WS-FS-AUD            PIC XX.
       01 WS-AUD-ACAO          PIC X(15).
       01 WS-AUD-CHAVE         PIC X(14).
       01 WS-AUD-USU2          PIC 9(03) VALUE ZERO.
       01 WS-AUD-FIL-OPER      PIC 9(03).
       01 WS-AUD-FIL-INI       PIC 9(08).
       01 WS-AUD-FIL-FIM       PIC 9(08).
       01 WS-BKO-PROD-ALVO     PIC 9(05).
       01 WS-BKO-FILA.
           05 WS-BKO-ENT OCCURS 100 TIMES.
              10 WS-BKO-FILA-PROD PIC 9(05).
              10 WS-BKO-FILA-PED  PIC 9(05).
              10 WS-BKO-FILA-SEQ  PIC 9(03).
              10 WS-BKO-FILA-DATA PIC 9(08).
              10 WS-INV-PROD     PIC 9(05).
              10 WS-INV-SISTEMA  PIC S9(07).
              10 WS-INV-CONTADO  PIC 9(05).
              10 WS-INV-LOTE     PIC X(10).
              10 WS-INV-VALIDADE PIC 9(08).
       01 WS-MARG-FIM          PIC X(01).
       01 WS-MARG-PRIMEIRO     PIC X(01).
       01 WS-MARG-SECAO-ATUAL  PIC 9(01).
       01 WS-MARG-NOME         PIC X(30).
       01 WS-MARG-ED           PIC -(8)9.99.
       01 WS-TOT-ED2           PIC Z(8)9.99.
       01 WS-FS-APV            PIC XX.
       01 WS-FS-ALC            PIC XX.
       01 WS-ALC-AUMENTO       PIC 9(7)V99.
       01 WS-APV-HOJE          PIC 9(08).
       01 WS-APV-DATA-CORTE    PIC 9(08).
       01 WS-APV-QTD           PIC 9(02).
       01 WS-APV-ESCOLHA       PIC 9(02).
       01 WS-APV-ACAO          PIC 9(01).
       01 WS-APV-EXPIRADAS     PIC 9(05).
       01 WS-APV-VAL-ED        PIC Z(6)9.99.
       01 WS-OPER-EFETIVADA    PIC X(01).
       01 WS-APV-SOLICITACAO.
           05 WS-APV-TIPO         PIC X(10).
           05 WS-APV-CONTA        PIC 9(6).
           05 WS-APV-CONTA-DEST   PIC 9(6).
           05 WS-APV-CODIGO       PIC 9(05).
           05 WS-APV-VALOR        PIC 9(7)V99.
           05 WS-APV-VALOR-ANT    PIC 9(7)V99.
           05 WS-APV-TAXA         PIC 9(2)V9(4).
           05 WS-APV-PRAZO        PIC 9(03).
       01 WS-APV-TABELA.
           05 WS-APV-TAB-ID OCCURS 50 TIMES PIC X(17).
       01 WS-FS-CPG            PIC XX.
       01 WS-CPG-FORN          PIC 9(05).
       01 WS-CPG-NF            PIC X(10).
       01 WS-CPG-EMISSAO       PIC 9(08).
       01 WS-CPG-VALOR-NF      PIC 9(7)V99.
       01 WS-CPG-RECEBIDO      PIC 9(9)V99.
       01 WS-CPG-FATURADO      PIC 9(9)V99.
       01 WS-CPG-A-FATURAR     PIC S9(9)V99.
       01 WS-CPG-DIF           PIC S9(9)V99.
       01 WS-CPG-DIF-ED        PIC -(8)9.99.
       01 WS-CPG-SOMA          PIC 9(9)V99.
       01 WS-CPG-QTD-PARC      PIC 9(02).
       01 WS-CPG-IDX           PIC 9(02).
       01 WS-CPG-CONFIRMA      PIC X(01).
       01 WS-CPG-ERRO          PIC X(01).
       01 WS-CPG-PARCELAS.
           05 WS-CPG-PARC OCCURS 12 TIMES.
              10 WS-CPG-P-VENC    PIC 9(08).
              10 WS-CPG-P-VALOR   PIC 9(7)V99.
       01 WS-CPG-DATA-PAGTO    PIC 9(08).
       01 WS-CPG-DATA-ATE      PIC 9(08).
       01 WS-CPG-QTD           PIC 9(02).
       01 WS-CPG-QTD-PAGAS     PIC 9(02).
       01 WS-CPG-QTD-VENC      PIC 9(05).
       01 WS-CPG-ESCOLHA       PIC 9(02).
       01 WS-CPG-TOTAL         PIC 9(9)V99.
       01 WS-CPG-SENHA         PIC X(04).
       01 WS-CPG-DIAS          PIC 9(03).
       01 WS-CPG-TABELA.
           05 WS-CPG-TAB OCCURS 50 TIMES.
              10 WS-CPG-TAB-CHAVE PIC X(17).
              10 WS-CPG-TAB-VALOR PIC 9(7)V99.
              10 WS-CPG-TAB-MARCA PIC X(01).
       01 WS-VPG-FIM           PIC X(01).
       01 WS-APG-PRIMEIRO      PIC X(01).
       01 WS-APG-FORN-ATUAL    PIC 9(05).
       01 WS-APG-IDX           PIC 9(01).
       01 WS-APG-FAIXA         PIC 9(01).
       01 WS-APG-TOT-FORN      PIC 9(9)V99.
       01 WS-APG-TOT-GERAL     PIC 9(9)V99.
       01 WS-APG-VALORES.
           05 WS-APG-FORN-FAIXA OCCURS 5 TIMES PIC 9(9)V99.
           05 WS-APG-TOT-FAIXA  OCCURS 5 TIMES PIC 9(9)V99.
       01 WS-APG-EDITADOS.
           05 WS-APG-ED OCCURS 6 TIMES PIC Z(8)9.99.
       01 WS-FS-ICM            PIC XX.
       01 WS-FS-LVS            PIC XX.
       01 WS-ICM-ACAO          PIC X(01).
       01 WS-UF-LOJA           PIC X(02).
       01 WS-UF-DESTINO        PIC X(02).
       01 WS-END-UF            PIC X(02).
       01 WS-FAT-ESCRITURAR    PIC X(01) VALUE "N".
       01 WS-IMP-NCM           PIC X(08).
       01 WS-IMP-CFOP          PIC 9(04).
       01 WS-IMP-VALOR         PIC 9(7)V99.
       01 WS-IMP-BASE          PIC 9(7)V99.
       01 WS-IMP-ALIQ-ICMS     PIC 9(2)V99.
       01 WS-IMP-ICMS          PIC 9(7)V99.
       01 WS-IMP-ALIQ-IPI      PIC 9(2)V99.
       01 WS-IMP-IPI           PIC 9(7)V99.
       01 WS-IMP-TOT-BASE      PIC 9(9)V99.
       01 WS-IMP-TOT-ICMS      PIC 9(9)V99.
       01 WS-IMP-TOT-IPI       PIC 9(9)V99.
       01 WS-ALIQ-ED           PIC Z9.99.
       01 WS-ALIQ-ED2          PIC Z9.99.
       01 WS-LVS-ACHOU         PIC X(01).
       01 WS-LVS-ANOMES        PIC 9(06).
       01 WS-LVS-QTD-DOC       PIC 9(05).
       01 WS-LVS-SINAL         PIC S9(01).
       01 WS-LVS-ED-IPI        PIC Z(6)9.99.
       01 WS-LVS-ED1           PIC -(8)9.99.
       01 WS-LVS-ED2           PIC -(8)9.99.
       01 WS-LVS-ED3           PIC -(8)9.99.
       01 WS-LVS-ED4           PIC -(8)9.99.
       01 WS-LVS-TOT-CONTABIL  PIC S9(9)V99.
       01 WS-LVS-TOT-BASE      PIC S9(9)V99.
       01 WS-LVS-TOT-ICMS      PIC S9(9)V99.
       01 WS-LVS-TOT-IPI       PIC S9(9)V99.
       01 WS-LVR-QTD           PIC 9(02).
       01 WS-LVR-IDX           PIC 9(02).
       01 WS-LVR-ACHOU         PIC 9(02).
       01 WS-LVR-TABELA.
           05 WS-LVR-ENT OCCURS 60 TIMES.
              10 WS-LVR-CFOP      PIC 9(04).
              10 WS-LVR-UF        PIC X(02).
              10 WS-LVR-ALIQ      PIC 9(2)V99.
              10 WS-LVR-CONTABIL  PIC S9(9)V99.
              10 WS-LVR-BASE      PIC S9(9)V99.
              10 WS-LVR-ICMS      PIC S9(9)V99.
              10 WS-LVR-IPI       PIC S9(9)V99.
       01 WS-DEV-FAT-ACHOU     PIC X(01).
       01 WS-DEV-FAT-NUM       PIC 9(05).
       01 WS-DEV-FAT-ANOMES    PIC 9(06).
       01 WS-DEV-IMP-QTD       PIC 9(02).
       01 WS-DEV-TOT-ICMS      PIC 9(7)V99.
       01 WS-DEV-TOT-IPI       PIC 9(7)V99.
       01 WS-DVI-IDX           PIC 9(02).
       01 WS-DEV-IMPOSTOS.
           05 WS-DVI-ENT OCCURS 50 TIMES.
              10 WS-DVI-SEQ       PIC 9(03).
              10 WS-DVI-UF        PIC X(02).
              10 WS-DVI-NCM       PIC X(08).
              10 WS-DVI-CFOP      PIC 9(04).
              10 WS-DVI-VALOR     PIC 9(7)V99.
              10 WS-DVI-BASE      PIC 9(7)V99.
              10 WS-DVI-ALIQ-ICMS PIC 9(2)V99.
              10 WS-DVI-ICMS      PIC 9(7)V99.
              10 WS-DVI-ALIQ-IPI  PIC 9(2)V99.
              10 WS-DVI-IPI       PIC 9(7)V99.
       01 WS-FS-PFN            PIC XX.
       01 WS-PFN-ACAO          PIC X(01).
       01 WS-PFN-EXISTE        PIC X(01).
       01 WS-PFN-PROD          PIC 9(05).
       01 WS-PFN-FORN          PIC 9(05).
       01 WS-PFN-SALVO         PIC X(28).
       01 WS-SGC-JANELA        PIC 9(03).
       01 WS-SGC-COBERTURA     PIC 9(03).
       01 WS-SGC-DATA-INICIO   PIC 9(08).
       01 WS-SGC-FIM           PIC X(01).
       01 WS-SGC-ATIVO         PIC X(01).
       01 WS-SGC-PROD-ATUAL    PIC 9(05).
       01 WS-SGC-VENDIDO       PIC S9(07).
       01 WS-SGC-PEND-OC       PIC 9(07).
       01 WS-SGC-BACKORDER     PIC 9(07).
       01 WS-SGC-MEDIA         PIC 9(05)V99.
       01 WS-SGC-NECESSIDADE   PIC S9(07)V99.
       01 WS-SGC-QTD           PIC S9(07).
       01 WS-SGC-SEM-FORN      PIC 9(03).
       01 WS-SGC-LINHA         PIC 9(03).
       01 WS-SGC-CONFIRMA      PIC X(01).
       01 WS-SGC-ORDENS        PIC 9(03).
       01 WS-SGC-FORN-ATUAL    PIC 9(05).
       01 WS-SGC-PEND-ED       PIC Z(7)9.
       01 WS-SGC-BKO-ED        PIC Z(7)9.
       01 WS-SGC-MEDIA-ED      PIC Z(5)9.99.
       01 WS-SGC-QTD-ED        PIC Z(4)9.
       01 WS-SGC-QTD-LIN       PIC 9(03).
       01 WS-SGC-IDX           PIC 9(03).
       01 WS-SGC-IDX2          PIC 9(03).
       01 WS-SGC-TABELA.
           05 WS-SGC-ENT OCCURS 300 TIMES.
              10 WS-SGC-PROD      PIC 9(05).
              10 WS-SGC-FORN      PIC 9(05).
              10 WS-SGC-SUGERIDA  PIC 9(05).
              10 WS-SGC-CUSTO     PIC 9(7)V99.
              10 WS-SGC-GERADA    PIC X(01).
       01 WS-FS-LOT            PIC XX.
       01 WS-FS-LPD            PIC XX.
       01 WS-MOV-LOTE          PIC X(10) VALUE SPACES.
       01 WS-MOV-ITEM-SEQ      PIC 9(03) VALUE ZERO.
       01 WS-LOT-PROD          PIC 9(05).
       01 WS-LOT-FABRIC        PIC 9(08).
       01 WS-LOT-VALIDADE      PIC 9(08).
       01 WS-LOT-HOJE          PIC 9(08).
       01 WS-LOT-QTD-ORIG      PIC 9(05).
       01 WS-LOT-RESTANTE      PIC 9(05).
       01 WS-LOT-PORCAO        PIC 9(05).
       01 WS-LOT-NOVO          PIC X(01).
       01 WS-LOT-ACHOU         PIC X(01).
       01 WS-LOT-INCLUI-VENCIDO PIC X(01).
       01 WS-LOT-MIN-VALID     PIC 9(08).
       01 WS-LOT-MIN-NUM       PIC X(10).
       01 WS-LOT-MIN-SALDO     PIC S9(07).
       01 WS-LOT-TOTAL         PIC S9(07).
       01 WS-LOT-DISPONIVEL    PIC S9(07).
       01 WS-LOT-ANTES         PIC X(01).
       01 WS-LVC-DIAS          PIC 9(03).
       01 WS-LVC-DATA-ATE      PIC 9(08).
       01 WS-LVC-SITUACAO      PIC X(01).
       01 WS-LVC-DIAS-VENC     PIC S9(05).
       01 WS-LVC-DIAS-ED       PIC -(4)9.
       01 WS-LVC-VALOR         PIC 9(9)V99.
       01 WS-LVC-TOT-VENCIDO   PIC 9(9)V99.
       01 WS-LVC-TOT-A-VENCER  PIC 9(9)V99.
       01 WS-LVC-TOT-ED        PIC Z(8)9.99.
       01 WS-LVC-CONFIRMA      PIC X(01).
       01 WS-LVC-QTD           PIC 9(03).
       01 WS-LVC-IDX           PIC 9(03).
       01 WS-LVC-TABELA.
           05 WS-LVC-ENT OCCURS 200 TIMES.
              10 WS-LVC-PROD      PIC 9(05).
              10 WS-LVC-LOTE      PIC X(10).
       01 WS-FS-KIT            PIC XX.
       01 WS-KIT-COD           PIC 9(05).
       01 WS-KIT-PAI           PIC 9(05).
       01 WS-KIT-COMP-DIG      PIC 9(05).
       01 WS-KIT-QTD-DIG       PIC 9(05).
       01 WS-KIT-QTD-MOV       PIC 9(05).
       01 WS-KIT-ITEM-SEQ      PIC 9(03).
       01 WS-KIT-MOTIVO        PIC X(10).
       01 WS-KIT-POSSIVEL      PIC 9(05).
       01 WS-KIT-MONTAVEL      PIC 9(05).
       01 WS-KIT-CUSTO         PIC 9(7)V99.
       01 WS-KIT-PRIMEIRO      PIC X(01).
       01 WS-KIT-EXPLODIR      PIC X(01).
       01 WS-KIT-CONTEM        PIC X(01).
       01 WS-KIT-CONTINUAR     PIC X(01).
       01 WS-KIT-IDX           PIC 9(02).
       01 WS-KIT-QTD-COMP      PIC 9(02).
       01 WS-KIT-TABELA.
           05 WS-KIT-ENT OCCURS 20 TIMES.
              10 WS-KIT-COMP-COD  PIC 9(05).
              10 WS-KIT-COMP-QTD  PIC 9(05).
       01 WS-FS-CTR            PIC XX.
       01 WS-FS-ICT            PIC XX.
       01 WS-CTR-COD           PIC 9(05).
       01 WS-CTR-OPCAO         PIC 9(01).
       01 WS-CTR-CONTINUAR     PIC X(01).
       01 WS-CTR-ITEM-CONT     PIC X(01).
       01 WS-CTR-FREQ          PIC X(01).
       01 WS-CTR-FREQ-ED       PIC X(04).
       01 WS-CTR-PROD-DIG      PIC 9(05).
       01 WS-CTR-QTD-DIG       PIC 9(05).
       01 WS-CTR-PRECO-DIG     PIC 9(7)V99.
       01 WS-CTR-QTD-ITENS     PIC 9(03).
       01 WS-CTR-DATA-GER      PIC 9(08).
       01 WS-CTR-DATA-BARRAS   PIC X(10).
       01 WS-CTR-DATA-ATE      PIC 9(08).
       01 WS-CTR-OCORRENCIA    PIC 9(08).
       01 WS-CTR-FIM-MES       PIC 9(08).
       01 WS-CTR-ANOMES        PIC 9(06).
       01 WS-CTR-JUL           PIC S9(07).
       01 WS-CTR-DIA-SEMANA    PIC 9(01).
       01 WS-CTR-RECUO         PIC 9(01).
       01 WS-CTR-MOTIVO        PIC X(38).
       01 WS-CTR-VEND          PIC 9(03).
       01 WS-CTR-END           PIC 9(02).
       01 WS-CTR-PRAZO         PIC 9(03).
       01 WS-CTR-DEVIDOS       PIC 9(05).
       01 WS-CTR-GERADOS       PIC 9(05).
       01 WS-CTR-EXCECOES      PIC 9(05).
       01 WS-CTR-QTD-VENCER    PIC 9(05).
       01 WS-CTR-DIAS-RESTAM   PIC 9(03).
       01 WS-FS-HAV            PIC XX.
       01 WS-FS-CTA            PIC XX.
       01 WS-FS-CONT           PIC XX.
       01 WS-FS-INT            PIC XX.
       01 WS-AGD-OK            PIC X(01).
       01 WS-AGD-CLI           PIC 9(05).
       01 WS-AGD-QTD           PIC 9(05).
       01 WS-AGD-ULT-DATA      PIC 9(08).
       01 WS-AGD-PENDENTES     PIC 9(05).
       01 WS-FS-EMP            PIC XX.
       01 WS-FS-PARC           PIC XX.
       01 WS-FS-DEV            PIC XX.
       01 WS-FS-RVP            PIC XX.
       01 WS-FS-RVL            PIC XX.
       01 WS-RVL-DATA-REF      PIC 9(08).
       01 WS-RVL-INICIO        PIC 9(08).
       01 WS-RVL-DATA-PGTO     PIC 9(08).
       01 WS-RVL-DIAS          PIC S9(05).
       01 WS-RVL-QTD-PED       PIC 9(05).
       01 WS-RVL-SOMA-DIAS     PIC 9(09).
       01 WS-RVL-MEDIA         PIC 9(05).
       01 WS-RVL-MAIOR         PIC 9(05).
       01 WS-RVL-CARTAS        PIC 9(03).
       01 WS-RVL-VOLUME        PIC 9(9)V99.
       01 WS-RVL-SALDO-NEG     PIC 9(7)V99.
       01 WS-RVL-PARC-ATRASO   PIC 9(03).
       01 WS-RVL-CHEQUES       PIC 9(03).
       01 WS-RVL-CONTA         PIC 9(06).
       01 WS-RVL-EMP           PIC 9(05).
       01 WS-RVL-PED           PIC 9(05).
       01 WS-RVL-CLI           PIC 9(05).
       01 WS-RVL-TEM-DADOS     PIC X(01).
       01 WS-RVL-BANCO-OK      PIC X(01).
       01 WS-RVL-EMP-OK        PIC X(01).
       01 WS-RVL-DEV-OK        PIC X(01).
       01 WS-RVL-PENALIDADE    PIC 9(9)V99.
       01 WS-RVL-PONTOS        PIC 9(03).
       01 WS-RVL-BASE          PIC 9(9)V99.
       01 WS-RVL-BASE-VOL      PIC 9(9)V99.
       01 WS-RVL-PCT           PIC 9(3)V99.
       01 WS-RVL-FAIXA-MIN     PIC 9(3)V99.
       01 WS-RVL-CENTENAS      PIC 9(09).
       01 WS-RVL-SUGERIDO      PIC 9(7)V99.
       01 WS-RVL-MARCA         PIC X(01).
       01 WS-RVL-GRAVAR        PIC X(01).
       01 WS-RVL-ANALISADOS    PIC 9(05).
       01 WS-RVL-AUMENTOS      PIC 9(05).
       01 WS-RVL-REDUCOES      PIC 9(05).
       01 WS-RVL-MANTIDOS      PIC 9(05).
       01 WS-RVL-MODO          PIC X(01).
       01 WS-RVL-DECISAO       PIC X(01).
       01 WS-RVL-CONTINUAR     PIC X(01).
       01 WS-RVL-APROVADAS     PIC 9(05).
       01 WS-RVL-RECUSADAS     PIC 9(05).
       01 WS-RVL-ENVIADAS      PIC 9(05).
       01 WS-RVL-PTS-ED        PIC ZZ9.
       01 WS-RVL-MED-ED        PIC ZZ9.
       01 WS-RVL-MAX-ED        PIC ZZZ9.
       01 WS-RVL-CRT-ED        PIC ZZ9.
       01 WS-RVL-QTD-ED        PIC ZZ9.
       01 WS-RVL-SUG-ED        PIC Z(6)9.99.
       01 WS-RVL-PESO-MEDIA    PIC 9(3)V99.
       01 WS-RVL-PESO-MAIOR    PIC 9(3)V99.
       01 WS-RVL-PESO-CARTA    PIC 9(3)V99.
       01 WS-RVL-PESO-SALDO    PIC 9(3)V99.
       01 WS-RVL-PESO-PARCELA  PIC 9(3)V99.
       01 WS-RVL-PESO-CHEQUE   PIC 9(3)V99.
       01 WS-RVL-MESES-VOL     PIC 9(3)V99.
       01 WS-RVL-QTD-FAIXAS    PIC 9(02).
       01 WS-RVL-IDX           PIC 9(02).
       01 WS-RVL-FAIXAS.
           05 WS-RVL-FAIXA OCCURS 10 TIMES.
              10 WS-RVL-FX-MIN    PIC 9(3)V99.
              10 WS-RVL-FX-PCT    PIC 9(3)V99.
       01 WS-REC-HAVER         PIC 9(7)V99.
       01 WS-DEPOSITO-VALOR    PIC 9(7)V99.
       01 WS-HAV-CLI           PIC 9(05).
       01 WS-HAV-SALDO-CLI     PIC 9(7)V99.
       01 WS-HAV-ULT-SEQ       PIC 9(05).
       01 WS-HAV-EXCEDENTE     PIC 9(7)V99.
       01 WS-HAV-USAR          PIC 9(7)V99.
       01 WS-HAV-RESTANTE      PIC 9(7)V99.
       01 WS-HAV-DATA          PIC 9(08).
       01 WS-HAV-ORIGEM        PIC X(10).
       01 WS-HAV-DOC           PIC 9(06).
       01 WS-HAV-PED           PIC 9(05).
       01 WS-HAV-BAIXA         PIC X(01).
       01 WS-HAV-RESP          PIC X(01).
       01 WS-HAV-LOTE          PIC X(01) VALUE "N".
       01 WS-HAV-CONTA         PIC 9(06).
       01 WS-HAV-QTD-CONTAS    PIC 9(03).
       01 WS-HVA-PRIMEIRO      PIC X(01).
       01 WS-HVA-CLI-ATUAL     PIC 9(05).
       01 WS-HVA-IDX           PIC 9(01).
       01 WS-HVA-FAIXA         PIC 9(01).
       01 WS-HVA-TOT-CLI       PIC 9(9)V99.
       01 WS-HVA-TOT-GERAL     PIC 9(9)V99.
       01 WS-HVA-VALORES.
           05 WS-HVA-CLI-FAIXA OCCURS 5 TIMES PIC 9(9)V99.
           05 WS-HVA-TOT-FAIXA OCCURS 5 TIMES PIC 9(9)V99.
       01 WS-HVA-EDITADOS.
           05 WS-HVA-ED OCCURS 6 TIMES PIC Z(8)9.99.
       01 WS-EXT-CLI           PIC 9(05).
       01 WS-EXT-INICIO        PIC 9(08).
       01 WS-EXT-FIM           PIC 9(08).
       01 WS-EXT-ANOMES        PIC 9(06).
       01 WS-EXT-LOTE          PIC X(01).
       01 WS-EXT-GERADOS       PIC 9(05).
       01 WS-EXT-SALDO-INI     PIC S9(8)V99.
       01 WS-EXT-SALDO-FIM     PIC S9(8)V99.
       01 WS-EXT-SALDO         PIC S9(8)V99.
       01 WS-EXT-VENCIDO       PIC 9(8)V99.
       01 WS-EXT-TOT-DEB       PIC 9(8)V99.
       01 WS-EXT-TOT-CRED      PIC 9(8)V99.
       01 WS-EXT-SALDO-ED      PIC -(7)9.99.
       01 WS-EXT-DEB-ED        PIC Z(6)9.99.
       01 WS-EXT-CRED-ED       PIC Z(6)9.99.
       01 WS-EXT-DATA-AUX      PIC 9(08).
       01 WS-EXT-DATA-ED       PIC X(10).
       01 WS-EXT-DATA-ED2      PIC X(10).
       01 WS-EXT-SIT-BOL       PIC X(10).
       01 WS-EXT-FIM-SORT      PIC X(01).
       01 WS-EXT-ACHOU         PIC X(01).
       01 WS-EXT-PED-BUSCA     PIC 9(05).
       01 WS-EXT-IDX           PIC 9(03).
       01 WS-EXT-IDX2          PIC 9(03).
       01 WS-EXT-QTD-PED       PIC 9(03).
       01 WS-EXT-PEDIDOS.
           05 WS-EXT-PED-ENT OCCURS 500 TIMES.
              10 WS-EXT-PED       PIC 9(05).
              10 WS-EXT-PED-DATA  PIC 9(08).
              10 WS-EXT-PED-VENC  PIC 9(08).
              10 WS-EXT-PED-VALOR PIC 9(7)V99.
              10 WS-EXT-PED-REC   PIC 9(8)V99.
       01 WS-FS-OPT            PIC XX.
       01 WS-NPR-CLI           PIC 9(05).
       01 WS-NPR-EXISTE        PIC X(01).
       01 WS-NPR-EMAIL         PIC X(01).
       01 WS-NPR-SMS           PIC X(01).
       01 WS-NTF-QTD-EXPED     PIC 9(07).
       01 WS-NTF-QTD-RESTA     PIC 9(07).
       01 WS-NTF-VALOR-ED      PIC Z(6)9.99.
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
              OPEN I-O ITENS-OC
           END-IF

           OPEN I-O CONTAS-PAGAR
           IF WS-FS-CPG NOT = "00"
              OPEN OUTPUT CONTAS-PAGAR
              CLOSE CONTAS-PAGAR
              OPEN I-O CONTAS-PAGAR
           END-IF

           OPEN I-O ALIQUOTAS-ICMS
           IF WS-FS-ICM NOT = "00"
              OPEN OUTPUT ALIQUOTAS-ICMS
              CLOSE ALIQUOTAS-ICMS
              OPEN I-O ALIQUOTAS-ICMS
           END-IF

           OPEN I-O LIVRO-SAIDAS
           IF WS-FS-LVS NOT = "00"
              OPEN OUTPUT LIVRO-SAIDAS
              CLOSE LIVRO-SAIDAS
              OPEN I-O LIVRO-SAIDAS
           END-IF

           OPEN I-O PRODUTO-FORNECEDOR
           IF WS-FS-PFN NOT = "00"
              OPEN OUTPUT PRODUTO-FORNECEDOR
              CLOSE PRODUTO-FORNECEDOR
              OPEN I-O PRODUTO-FORNECEDOR
           END-IF

           OPEN I-O LOTES
           IF WS-FS-LOT NOT = "00"
              OPEN OUTPUT LOTES
              CLOSE LOTES
              OPEN I-O LOTES
           END-IF

           OPEN I-O LOTES-PEDIDO
           IF WS-FS-LPD NOT = "00"
              OPEN OUTPUT LOTES-PEDIDO
              CLOSE LOTES-PEDIDO
              OPEN I-O LOTES-PEDIDO
           END-IF

           OPEN I-O KITS
           IF WS-FS-KIT NOT = "00"
              OPEN OUTPUT KITS
              CLOSE KITS
              OPEN I-O KITS
           END-IF

           OPEN I-O CONTRATOS
           IF WS-FS-CTR NOT = "00"
              OPEN OUTPUT CONTRATOS
              CLOSE CONTRATOS
              OPEN I-O CONTRATOS
           END-IF

           OPEN I-O ITENS-CONTRATO
           IF WS-FS-ICT NOT = "00"
              OPEN OUTPUT ITENS-CONTRATO
              CLOSE ITENS-CONTRATO
              OPEN I-O ITENS-CONTRATO
           END-IF

           OPEN I-O REVISOES-LIMITE
           IF WS-FS-RVL NOT = "00"
              OPEN OUTPUT REVISOES-LIMITE
              CLOSE REVISOES-LIMITE
              OPEN I-O REVISOES-LIMITE
           END-IF

           OPEN I-O HAVERES
           IF WS-FS-HAV NOT = "00"
              OPEN OUTPUT HAVERES
              CLOSE HAVERES
              OPEN I-O HAVERES
           END-IF

           OPEN I-O ENDERECOS-CLIENTE
           IF WS-FS-ECL NOT = "00"
              OPEN OUTPUT ENDERECOS-CLIENTE
              DISPLAY "46 - Consulta de Auditoria"
              DISPLAY "47 - Registrar Devolucao (nota de credito)"
              DISPLAY "48 - Manter Enderecos do Cliente"
              DISPLAY "49 - Fila de Aprovacao (dupla alcada)"
              DISPLAY "50 - Lancar NF de Fornecedor (contas a pagar)"
              DISPLAY "51 - Pagar Contas a Pagar"
              DISPLAY "52 - Aging de Contas a Pagar"
              DISPLAY "53 - Contas a Pagar a Vencer"
              DISPLAY "54 - Aliquotas de ICMS por UF"
              DISPLAY "55 - Livro de Saidas do Mes"
              DISPLAY "56 - Condicoes de Compra por Fornecedor"
              DISPLAY "57 - Sugestao de Compra (reposicao)"
              DISPLAY "58 - Liberar Ordem de Compra em Rascunho"
              DISPLAY "59 - Lotes Vencidos e a Vencer"
              DISPLAY "60 - Reembolsar Haver de Cliente"
              DISPLAY "61 - Haveres de Clientes por Idade"
              DISPLAY "62 - Extrato do Cliente"
              DISPLAY "63 - Extratos do Mes (clientes em aberto)"
              DISPLAY "64 - Composicao de Kits"
              DISPLAY "65 - Contratos de Fornecimento"
              DISPLAY "66 - Gerar Pedidos de Contratos do Dia"
              DISPLAY "67 - Contratos a Vencer (30 dias)"
              DISPLAY "68 - Revisao Mensal de Limites de Credito"
              DISPLAY "69 - Aprovar Revisoes de Limite"
              DISPLAY "70 - Preferencias de Aviso do Cliente"
              DISPLAY "99 - Sair"
              DISPLAY "=============================="
              ACCEPT WS-OPCAO
                    END-IF
                 WHEN 47 PERFORM REGISTRAR-DEVOLUCAO
                 WHEN 48 PERFORM MANTER-ENDERECOS-CLIENTE
                 WHEN 49
                    PERFORM VERIFICAR-NIVEL-SUPERVISOR
                    IF WS-ACESSO-NEGADO = "N"
                       PERFORM APROVAR-SOLICITACOES
                    END-IF
                 WHEN 50 PERFORM LANCAR-NF-FORNECEDOR
                 WHEN 51
                    PERFORM VERIFICAR-NIVEL-SUPERVISOR
                    IF WS-ACESSO-NEGADO = "N"
                       PERFORM PAGAR-CONTAS-PAGAR
                    END-IF
                 WHEN 52 PERFORM RELATORIO-AGING-PAGAR
                 WHEN 53 PERFORM RELATORIO-PAGAR-A-VENCER
                 WHEN 54 PERFORM MANUTENCAO-ALIQUOTAS-ICMS
                 WHEN 55 PERFORM RELATORIO-LIVRO-SAIDAS
                 WHEN 56 PERFORM MANUTENCAO-PRODUTO-FORNECEDOR
                 WHEN 57 PERFORM SUGESTAO-COMPRA
                 WHEN 58 PERFORM LIBERAR-ORDEM-COMPRA
                 WHEN 59 PERFORM RELATORIO-LOTES-VENCIMENTO
                 WHEN 60
                    PERFORM VERIFICAR-NIVEL-SUPERVISOR
                    IF WS-ACESSO-NEGADO = "N"
                       PERFORM REEMBOLSAR-HAVER
                    END-IF
                 WHEN 61 PERFORM RELATORIO-HAVERES
                 WHEN 62 PERFORM EXTRATO-CLIENTE
                 WHEN 63 PERFORM EXTRATOS-FIM-DE-MES
                 WHEN 64 PERFORM MANTER-KIT
                 WHEN 65 PERFORM MANTER-CONTRATO
                 WHEN 66 PERFORM GERAR-PEDIDOS-CONTRATOS
                 WHEN 67 PERFORM RELATORIO-CONTRATOS-VENCER
                 WHEN 68
                    PERFORM VERIFICAR-NIVEL-SUPERVISOR
                    IF WS-ACESSO-NEGADO = "N"
                       PERFORM REVISAR-LIMITES-CREDITO
                    END-IF
                 WHEN 69
                    PERFORM VERIFICAR-NIVEL-SUPERVISOR
                    IF WS-ACESSO-NEGADO = "N"
                       PERFORM APROVAR-REVISOES-LIMITE
                    END-IF
                 WHEN 70 PERFORM MANTER-PREFERENCIAS-AVISO
                 WHEN 99 CONTINUE
                 WHEN OTHER DISPLAY "Opcao invalida!"
              END-EVALUATE
           CLOSE FORNECEDORES
           CLOSE ORDENS-COMPRA
           CLOSE ITENS-OC
           CLOSE CONTAS-PAGAR
           CLOSE ALIQUOTAS-ICMS
           CLOSE LIVRO-SAIDAS
           CLOSE PRODUTO-FORNECEDOR
           CLOSE ORCAMENTOS
           CLOSE LOTES
           CLOSE LOTES-PEDIDO
           CLOSE KITS
           CLOSE CONTRATOS
           CLOSE ITENS-CONTRATO
           CLOSE REVISOES-LIMITE
           CLOSE HAVERES
           CLOSE ITENS-ORCAMENTO
           CLOSE PRECOS
           CLOSE BACKORDERS
           IF WS-FS-AUD NOT = "00"
              DISPLAY "Aviso: nao foi possivel gravar a "
                 "auditoria!"
              MOVE ZERO TO WS-AUD-USU2
              EXIT PARAGRAPH
           END-IF

           MOVE WS-COD-OPERADOR TO AUD-USU-COD
           MOVE WS-AUD-ACAO     TO AUD-ACAO
           MOVE WS-AUD-CHAVE    TO AUD-CHAVE
           MOVE WS-AUD-USU2     TO AUD-USU-COD2
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA
           MOVE ZERO TO WS-AUD-USU2
           .

       *> -------------------------
                 AT END MOVE "99" TO WS-FS-AUD
                 NOT AT END
                    IF (WS-AUD-FIL-OPER = ZERO
                          OR AUD-USU-COD = WS-AUD-FIL-OPER
                          OR AUD-USU-COD2 = WS-AUD-FIL-OPER)
                       AND (WS-AUD-FIL-INI = ZERO
                          OR AUD-DATA-HORA(1:8)
                             NOT < WS-AUD-FIL-INI)
                          " OPER " AUD-USU-COD
                          " " AUD-ACAO
                          " " AUD-CHAVE
                       IF AUD-USU-COD2 IS NUMERIC
                          AND AUD-USU-COD2 NOT = ZERO
                          DISPLAY "   Solicitante: operador "
                             AUD-USU-COD2
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY "Registros listados: " WS-AUD-QTD
           .

       *> -------------------------
       *> LER ALCADAS DE DUPLA APROVACAO (../ALCADAS.DAT,
       *> compartilhado com o BANCO-SIMPLES; valor zero ou
       *> arquivo ausente assume a alcada padrao)
       *> -------------------------
       LER-ALCADAS.
           MOVE ZERO TO WS-ALC-AUMENTO
           OPEN INPUT ALCADAS
           IF WS-FS-ALC = "00"
              READ ALCADAS NEXT RECORD
                 AT END CONTINUE
                 NOT AT END
                    IF ALC-AUMENTO-LIMITE IS NUMERIC
                       MOVE ALC-AUMENTO-LIMITE TO WS-ALC-AUMENTO
                    END-IF
              END-READ
              CLOSE ALCADAS
           END-IF
           IF WS-ALC-AUMENTO = ZERO
              MOVE 5000 TO WS-ALC-AUMENTO
           END-IF
           .

       *> -------------------------
       *> REGISTRAR SOLICITACAO NA FILA DE APROVACAO (a operacao
       *> acima da alcada fica pendente ate que outro supervisor
       *> aprove; os dados vem de WS-APV-SOLICITACAO)
       *> -------------------------
       REGISTRAR-SOLICITACAO-APROV.
           OPEN I-O APROVACOES
           IF WS-FS-APV = "35"
              OPEN OUTPUT APROVACOES
              CLOSE APROVACOES
              OPEN I-O APROVACOES
           END-IF
           IF WS-FS-APV NOT = "00"
              DISPLAY "Erro ao abrir a fila de aprovacao - "
                 "operacao nao realizada!"
              EXIT PARAGRAPH
           END-IF

           ACCEPT WS-DATA-HORA-MOV FROM DATE YYYYMMDD
           ACCEPT WS-HORA-MOV FROM TIME
           STRING WS-DATA-HORA-MOV DELIMITED BY SIZE
                  WS-HORA-MOV      DELIMITED BY SIZE
                  INTO APV-DATA-HORA
           END-STRING
           MOVE WS-COD-OPERADOR   TO APV-USU-SOLIC
           MOVE "BANCO-COBOL"     TO APV-SISTEMA
           MOVE WS-APV-TIPO       TO APV-TIPO
           MOVE "P"               TO APV-STATUS
           MOVE WS-APV-CONTA      TO APV-CONTA
           MOVE WS-APV-CONTA-DEST TO APV-CONTA-DEST
           MOVE WS-APV-CODIGO     TO APV-CODIGO
           MOVE WS-APV-VALOR      TO APV-VALOR
           MOVE WS-APV-VALOR-ANT  TO APV-VALOR-ANT
           MOVE WS-APV-TAXA       TO APV-TAXA
           MOVE WS-APV-PRAZO      TO APV-PRAZO
           MOVE ZERO              TO APV-USU-APROV
           MOVE ZERO              TO APV-DATA-DECISAO
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

       *> -------------------------
       *> FILA DE APROVACAO (supervisor: expira as solicitacoes
       *> de dias anteriores, efetiva as ja aprovadas deste
       *> sistema e aprova ou rejeita as pendentes; quem
       *> solicitou nao pode aprovar a propria solicitacao)
       *> -------------------------
       APROVAR-SOLICITACOES.
           OPEN I-O APROVACOES
           IF WS-FS-APV NOT = "00"
              DISPLAY "Nenhuma solicitacao de aprovacao registrada."
              EXIT PARAGRAPH
           END-IF

           ACCEPT WS-APV-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-APV-DATA-CORTE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-APV-HOJE) - 1)
           PERFORM EXPIRAR-SOLICITACOES
           PERFORM EFETIVAR-APROVADAS

           MOVE ZERO TO WS-APV-QTD
           MOVE LOW-VALUES TO APV-ID
           MOVE "00" TO WS-FS-APV
           START APROVACOES KEY NOT LESS THAN APV-ID
              INVALID KEY MOVE "99" TO WS-FS-APV
           END-START

           DISPLAY "===== SOLICITACOES PENDENTES DE APROVACAO ====="
           PERFORM UNTIL WS-FS-APV = "99"
              READ APROVACOES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-APV
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

           IF WS-APV-QTD = ZERO
              DISPLAY "Nenhuma solicitacao pendente."
              CLOSE APROVACOES
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Solicitacao a decidir (0 = voltar): "
           ACCEPT WS-APV-ESCOLHA
           IF WS-APV-ESCOLHA = ZERO OR WS-APV-ESCOLHA > WS-APV-QTD
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
                 IF APV-SISTEMA = "BANCO-COBOL"
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
                    "alterado."
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

       *> -------------------------
       *> EXPIRAR SOLICITACOES NAO CONCLUIDAS (pendentes ou
       *> aprovadas deste sistema sem efetivacao, com data de
       *> solicitacao ate WS-APV-DATA-CORTE; as aprovadas do
       *> outro sistema sao efetivadas e expiradas por ele;
       *> exige APROVACOES aberto em I-O)
       *> -------------------------
       EXPIRAR-SOLICITACOES.
           MOVE ZERO TO WS-APV-EXPIRADAS
           MOVE LOW-VALUES TO APV-ID
           MOVE "00" TO WS-FS-APV
           START APROVACOES KEY NOT LESS THAN APV-ID
              INVALID KEY MOVE "99" TO WS-FS-APV
           END-START
           PERFORM UNTIL WS-FS-APV = "99"
              READ APROVACOES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-APV
                 NOT AT END
                    IF (APV-STATUS = "P"
                        OR (APV-STATUS = "A"
                            AND APV-SISTEMA = "BANCO-COBOL"))
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
           IF WS-APV-EXPIRADAS > ZERO
              DISPLAY "Solicitacoes expiradas: " WS-APV-EXPIRADAS
           END-IF
           .

       *> -------------------------
       *> EFETIVAR AS SOLICITACOES DESTE SISTEMA JA APROVADAS
       *> (inclusive as aprovadas pelo BANCO-SIMPLES)
       *> -------------------------
       EFETIVAR-APROVADAS.
           MOVE LOW-VALUES TO APV-ID
           MOVE "00" TO WS-FS-APV
           START APROVACOES KEY NOT LESS THAN APV-ID
              INVALID KEY MOVE "99" TO WS-FS-APV
           END-START
           PERFORM UNTIL WS-FS-APV = "99"
              READ APROVACOES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-APV
                 NOT AT END
                    IF APV-STATUS = "A"
                       AND APV-SISTEMA = "BANCO-COBOL"
                       PERFORM EFETIVAR-SOLICITACAO
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> EFETIVAR UMA SOLICITACAO APROVADA (registro corrente de
       *> APROVACOES; se nao puder ser aplicada a solicitacao
       *> continua aprovada ate expirar)
       *> -------------------------
       EFETIVAR-SOLICITACAO.
           MOVE "N" TO WS-OPER-EFETIVADA
           IF APV-TIPO = "LIMITE-CLI"
              PERFORM EFETIVAR-APROV-LIMITE
           END-IF

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

       *> -------------------------
       *> APLICAR O NOVO LIMITE DE CREDITO APROVADO (somente se o
       *> limite nao mudou desde a solicitacao)
       *> -------------------------
       EFETIVAR-APROV-LIMITE.
           MOVE APV-CODIGO TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY
                 DISPLAY "Cliente nao encontrado!"
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CLIENTES
           IF WS-CLI-BLOQUEADO = "S"
              EXIT PARAGRAPH
           END-IF
           IF CLI-LIMITE-CREDITO NOT = APV-VALOR-ANT
              DISPLAY "Limite do cliente " CLI-COD
                 " alterado desde a solicitacao!"
              EXIT PARAGRAPH
           END-IF

           MOVE CLI-NOME           TO WS-ANT-NOME
           MOVE CLI-EMAIL          TO WS-ANT-EMAIL
           MOVE CLI-CPF            TO WS-ANT-CPF
           MOVE CLI-LIMITE-CREDITO TO WS-ANT-LIMITE
           MOVE CLI-CATEGORIA      TO WS-ANT-CATEGORIA
           MOVE APV-VALOR          TO CLI-LIMITE-CREDITO
           REWRITE REG-CLIENTE
              INVALID KEY
                 DISPLAY "Erro ao atualizar!"
                 EXIT PARAGRAPH
           END-REWRITE
           PERFORM VERIFICAR-BLOQUEIO-CLIENTES
           IF WS-CLI-BLOQUEADO = "S"
              EXIT PARAGRAPH
           END-IF

           PERFORM GRAVAR-HISTORICO-ALTERACAO
           MOVE "S" TO WS-OPER-EFETIVADA
           MOVE CLI-LIMITE-CREDITO TO WS-LIM-ED
           DISPLAY "Limite de credito do cliente " CLI-COD
              " alterado para R$" WS-LIM-ED
           .

       *> -------------------------
       *> INSERIR CLIENTE
       *> -------------------------
           ACCEPT PROD-UNIDADE
           DISPLAY "Estoque Minimo: "
           ACCEPT PROD-ESTOQUE-MIN
           PERFORM COLETAR-FISCAL-PRODUTO
           DISPLAY "Controla lote e validade (S/N): "
           ACCEPT PROD-CONTROLA-LOTE
           IF PROD-CONTROLA-LOTE NOT = "S"
              MOVE "N" TO PROD-CONTROLA-LOTE
           END-IF
           MOVE "S"  TO PROD-ATIVO
           MOVE "N"  TO PROD-KIT
           MOVE ZERO TO PROD-ESTOQUE

           WRITE REG-PRODUTO
           END-WRITE
           .

       *> Classificacao fiscal do produto (NCM, aliquota de IPI
       *> e origem da mercadoria para o ICMS).
       COLETAR-FISCAL-PRODUTO.
           DISPLAY "NCM (8 digitos): "
           ACCEPT PROD-NCM
           DISPLAY "Aliquota de IPI (%): "
           ACCEPT PROD-ALIQ-IPI
           DISPLAY "Origem (0 = nacional, 1/2 = estrangeira, "
              "3-8 = conforme tabela do ICMS): "
           ACCEPT PROD-ORIGEM
           .

       *> -------------------------
       *> LISTAR PRODUTOS
       *> -------------------------
                    DISPLAY "Ativo    : " PROD-ATIVO
                    DISPLAY "Estoque  : " PROD-ESTOQUE
                    DISPLAY "Est.Min. : " PROD-ESTOQUE-MIN
                    DISPLAY "NCM      : " PROD-NCM
                       "  IPI: " PROD-ALIQ-IPI
                       "%  Origem: " PROD-ORIGEM
                    IF PROD-CONTROLA-LOTE = "S"
                       DISPLAY "Lote     : controla lote e validade"
                    END-IF
                    IF PROD-KIT = "S"
                       DISPLAY "Kit      : estoque nos componentes"
                    END-IF
                    DISPLAY "-------------------------"
              END-READ
           END-PERFORM
           ACCEPT PROD-UNIDADE
           DISPLAY "Novo Estoque Minimo: "
           ACCEPT PROD-ESTOQUE-MIN
           DISPLAY "NCM atual: " PROD-NCM "  IPI: " PROD-ALIQ-IPI
              "%  Origem: " PROD-ORIGEM
           PERFORM COLETAR-FISCAL-PRODUTO
           DISPLAY "Produto ativo (S/N)? "
           ACCEPT PROD-ATIVO
           IF PROD-CONTROLA-LOTE = "S"
              MOVE "S" TO WS-LOT-ANTES
           ELSE
              MOVE "N" TO WS-LOT-ANTES
           END-IF
           DISPLAY "Controla lote e validade (S/N, atual "
              WS-LOT-ANTES "): "
           ACCEPT PROD-CONTROLA-LOTE
           IF PROD-CONTROLA-LOTE NOT = "S"
              MOVE "N" TO PROD-CONTROLA-LOTE
           END-IF
           IF PROD-KIT = "S" AND PROD-CONTROLA-LOTE = "S"
              DISPLAY "Kit nao controla lote - os lotes ficam nos "
                 "componentes."
              MOVE "N" TO PROD-CONTROLA-LOTE
           END-IF

           REWRITE REG-PRODUTO
              INVALID KEY DISPLAY "Erro ao atualizar produto!"
           END-REWRITE
           IF PROD-CONTROLA-LOTE = "S" AND WS-LOT-ANTES = "N"
              PERFORM INICIAR-LOTES-PRODUTO
           END-IF
           .

       *> -------------------------
           END-IF

           PERFORM GRAVAR-ITENS-PEDIDO
           PERFORM APLICAR-HAVER-PEDIDO-NOVO
           .

       *> -------------------------
           MOVE PROD-CUSTO-UNIT
              TO WS-ITEM-TEMP-CUSTO-UNIT (WS-IDX-ITEM)
           DISPLAY "  Descricao      : " PROD-DESCRICAO
           IF PROD-KIT = "S"
              PERFORM CALCULAR-CUSTO-KIT
              MOVE WS-KIT-CUSTO
                 TO WS-ITEM-TEMP-CUSTO-UNIT (WS-IDX-ITEM)
              PERFORM CALCULAR-DISPONIVEL-ITEM
              DISPLAY "  Kit com " WS-KIT-QTD-COMP
                 " componente(s) - montaveis: " WS-BKO-DISPONIVEL
           END-IF

           PERFORM OBTER-PRECO-VIGENTE
           IF WS-PRC-ACHOU = "S"
                 EXIT PARAGRAPH
           END-READ

           PERFORM CALCULAR-DISPONIVEL-ITEM

           IF ITEM-QUANTIDADE > WS-BKO-DISPONIVEL
              MOVE WS-BKO-DISPONIVEL TO WS-BKO-ALOCADA
           IF WS-BKO-ALOCADA > ZERO
              MOVE "SAIDA"        TO WS-MOV-TIPO
              MOVE WS-BKO-ALOCADA TO WS-MOV-QUANTIDADE
              MOVE ITEM-PED-COD   TO WS-MOV-PED-COD
              MOVE ITEM-SEQ       TO WS-MOV-ITEM-SEQ
              PERFORM MOVIMENTAR-ESTOQUE-ITEM
           END-IF

           IF WS-BKO-FALTA > ZERO
           IF WS-MOV-QUANTIDADE > ZERO
              MOVE "ENTRADA"        TO WS-MOV-TIPO
              MOVE ITEM-PRODUTO-COD TO PROD-COD
              MOVE ITEM-PED-COD     TO WS-MOV-PED-COD
              MOVE ITEM-SEQ         TO WS-MOV-ITEM-SEQ
              PERFORM MOVIMENTAR-ESTOQUE-ITEM
           END-IF
           .

           END-WRITE

           PERFORM GRAVAR-ITENS-PEDIDO
           PERFORM APLICAR-HAVER-PEDIDO-NOVO

           MOVE WS-ORC-COD-NOVO TO ORC-COD
           READ ORCAMENTOS KEY IS ORC-COD
       *> -------------------------
       *> MOVIMENTAR ESTOQUE (debita ou credita o saldo do produto
       *> conforme WS-MOV-TIPO e registra o movimento no livro de
       *> movimentos MOVESTQ.DAT para auditoria do saldo; produto
       *> com controle de lote movimenta tambem os lotes - lote
       *> em WS-MOV-LOTE e item do pedido em WS-MOV-ITEM-SEQ,
       *> ambos limpos ao final como o motivo)
       *> -------------------------
       MOVIMENTAR-ESTOQUE.
           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY
                 DISPLAY "Aviso: produto " PROD-COD
                    " nao encontrado para movimentar estoque!"
                 MOVE SPACES TO WS-MOV-MOTIVO
                 MOVE SPACES TO WS-MOV-LOTE
                 MOVE ZERO   TO WS-MOV-ITEM-SEQ
                 EXIT PARAGRAPH
           END-READ

           IF PROD-CONTROLA-LOTE = "S"
              PERFORM MOVIMENTAR-ESTOQUE-LOTES
           ELSE
              MOVE SPACES TO WS-MOV-LOTE
              PERFORM GRAVAR-MOVIMENTO-ESTOQUE
           END-IF
           MOVE SPACES TO WS-MOV-MOTIVO
           MOVE SPACES TO WS-MOV-LOTE
           MOVE ZERO   TO WS-MOV-ITEM-SEQ

           IF PROD-ESTOQUE < PROD-ESTOQUE-MIN
              DISPLAY "Aviso: produto " PROD-COD
                 " abaixo do estoque minimo!"
           END-IF
           .

       *> -------------------------
       *> GRAVAR O MOVIMENTO (saldo do produto ja lido e linha do
       *> livro de movimentos com WS-MOV-QUANTIDADE)
       *> -------------------------
       GRAVAR-MOVIMENTO-ESTOQUE.
           IF WS-MOV-TIPO = "SAIDA" OR WS-MOV-TIPO = "AJUSTE-SAI"
              SUBTRACT WS-MOV-QUANTIDADE FROM PROD-ESTOQUE
           ELSE
           MOVE PROD-ESTOQUE      TO MOV-ESTOQUE-APOS
           MOVE WS-MOV-PED-COD    TO MOV-PED-COD
           MOVE WS-MOV-MOTIVO     TO MOV-MOTIVO
           MOVE WS-MOV-LOTE       TO MOV-LOTE
           ACCEPT WS-DATA-HORA-MOV FROM DATE YYYYMMDD
           ACCEPT WS-HORA-MOV FROM TIME
           STRING WS-DATA-HORA-MOV DELIMITED BY SIZE
                  INTO MOV-DATA-HORA
           END-STRING
           WRITE REG-MOVIMENTO
           .

       *> -------------------------
       *> MOVIMENTAR O ESTOQUE DE UM PRODUTO COM LOTE: com lote
       *> informado (entrada, inventario, baixa de vencido) vai
       *> direto no lote; saida sem lote sai pelo lote que vence
       *> primeiro (FEFO); volta de item de pedido (estorno ou
       *> devolucao) retorna aos lotes que o item levou; o que
       *> sobrar fica no lote SEM-LOTE. Cada lote movimentado gera
       *> sua linha no livro de movimentos
       *> -------------------------
       MOVIMENTAR-ESTOQUE-LOTES.
           MOVE WS-MOV-QUANTIDADE TO WS-LOT-QTD-ORIG
           MOVE WS-MOV-QUANTIDADE TO WS-LOT-RESTANTE
           MOVE PROD-COD          TO WS-LOT-PROD
           ACCEPT WS-LOT-HOJE FROM DATE YYYYMMDD

           EVALUATE TRUE
              WHEN WS-MOV-LOTE NOT = SPACES
                 MOVE WS-LOT-RESTANTE TO WS-LOT-PORCAO
                 PERFORM MOVIMENTAR-UM-LOTE
              WHEN WS-MOV-TIPO = "SAIDA"
                 OR WS-MOV-TIPO = "AJUSTE-SAI"
                 PERFORM ALOCAR-LOTE-FEFO
                    UNTIL WS-LOT-RESTANTE = ZERO
              WHEN WS-MOV-ITEM-SEQ NOT = ZERO
                 PERFORM DEVOLVER-LOTES-DO-ITEM
           END-EVALUATE

           IF WS-LOT-RESTANTE > ZERO
              MOVE "SEM-LOTE"      TO WS-MOV-LOTE
              MOVE WS-LOT-RESTANTE TO WS-LOT-PORCAO
              PERFORM MOVIMENTAR-UM-LOTE
           END-IF
           MOVE WS-LOT-QTD-ORIG TO WS-MOV-QUANTIDADE
           .

       *> -------------------------
       *> MOVIMENTAR WS-LOT-PORCAO NO LOTE WS-MOV-LOTE (cria o
       *> lote na primeira entrada com as datas de WS-LOT-FABRIC
       *> e WS-LOT-VALIDADE; a saida de item de pedido fica
       *> registrada em LOTEPED.DAT)
       *> -------------------------
       MOVIMENTAR-UM-LOTE.
           MOVE WS-LOT-PROD TO LOT-PROD-COD
           MOVE WS-MOV-LOTE TO LOT-NUMERO
           READ LOTES KEY IS LOT-CHAVE
              INVALID KEY
                 MOVE "S" TO WS-LOT-NOVO
                 MOVE ZERO TO LOT-SALDO
                 MOVE WS-LOT-HOJE TO LOT-DATA-ENTRADA
                 IF WS-MOV-LOTE = "SEM-LOTE"
                    MOVE ZERO     TO LOT-DATA-FABRIC
                    MOVE 99999999 TO LOT-VALIDADE
                 ELSE
                    MOVE WS-LOT-FABRIC   TO LOT-DATA-FABRIC
                    MOVE WS-LOT-VALIDADE TO LOT-VALIDADE
                 END-IF
              NOT INVALID KEY
                 MOVE "N" TO WS-LOT-NOVO
           END-READ

           IF WS-MOV-TIPO = "SAIDA" OR WS-MOV-TIPO = "AJUSTE-SAI"
              SUBTRACT WS-LOT-PORCAO FROM LOT-SALDO
           ELSE
              ADD WS-LOT-PORCAO TO LOT-SALDO
           END-IF

           IF WS-LOT-NOVO = "S"
              WRITE REG-LOTE
                 INVALID KEY
                    DISPLAY "Erro ao gravar o lote " LOT-NUMERO "!"
              END-WRITE
           ELSE
              REWRITE REG-LOTE
                 INVALID KEY
                    DISPLAY "Erro ao atualizar o lote " LOT-NUMERO
                       "!"
              END-REWRITE
           END-IF

           IF WS-MOV-TIPO = "SAIDA" AND WS-MOV-ITEM-SEQ NOT = ZERO
              MOVE WS-MOV-PED-COD  TO LPD-PED-COD
              MOVE WS-MOV-ITEM-SEQ TO LPD-ITEM-SEQ
              MOVE WS-LOT-PROD     TO LPD-PROD-COD
              MOVE WS-MOV-LOTE     TO LPD-LOTE
              READ LOTES-PEDIDO KEY IS LPD-CHAVE
                 INVALID KEY
                    MOVE WS-LOT-PORCAO TO LPD-QTD
                    WRITE REG-LOTE-PEDIDO
                       INVALID KEY
                          DISPLAY "Erro ao gravar o lote do item!"
                    END-WRITE
                 NOT INVALID KEY
                    ADD WS-LOT-PORCAO TO LPD-QTD
                    REWRITE REG-LOTE-PEDIDO
                       INVALID KEY
                          DISPLAY "Erro ao gravar o lote do item!"
                    END-REWRITE
              END-READ
           END-IF

           MOVE WS-LOT-PORCAO TO WS-MOV-QUANTIDADE
           PERFORM GRAVAR-MOVIMENTO-ESTOQUE
           SUBTRACT WS-LOT-PORCAO FROM WS-LOT-RESTANTE
           .

       *> -------------------------
       *> SAIDA PELO LOTE QUE VENCE PRIMEIRO (lote vencido so sai
       *> se nao houver outro com saldo)
       *> -------------------------
       ALOCAR-LOTE-FEFO.
           MOVE "N" TO WS-LOT-INCLUI-VENCIDO
           PERFORM BUSCAR-LOTE-FEFO
           IF WS-LOT-ACHOU = "N"
              MOVE "S" TO WS-LOT-INCLUI-VENCIDO
              PERFORM BUSCAR-LOTE-FEFO
           END-IF

           IF WS-LOT-ACHOU = "N"
              MOVE "SEM-LOTE"      TO WS-MOV-LOTE
              MOVE WS-LOT-RESTANTE TO WS-LOT-PORCAO
           ELSE
              MOVE WS-LOT-MIN-NUM TO WS-MOV-LOTE
              IF WS-LOT-MIN-SALDO < WS-LOT-RESTANTE
                 MOVE WS-LOT-MIN-SALDO TO WS-LOT-PORCAO
              ELSE
                 MOVE WS-LOT-RESTANTE TO WS-LOT-PORCAO
              END-IF
           END-IF
           PERFORM MOVIMENTAR-UM-LOTE
           .

       BUSCAR-LOTE-FEFO.
           MOVE "N"      TO WS-LOT-ACHOU
           MOVE 99999999 TO WS-LOT-MIN-VALID
           MOVE WS-LOT-PROD TO LOT-PROD-COD
           MOVE SPACES      TO LOT-NUMERO
           START LOTES KEY NOT LESS THAN LOT-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-LOT
              NOT INVALID KEY MOVE "00" TO WS-FS-LOT
           END-START
           PERFORM UNTIL WS-FS-LOT NOT = "00"
              READ LOTES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-LOT
                 NOT AT END
                    IF LOT-PROD-COD NOT = WS-LOT-PROD
                       MOVE "99" TO WS-FS-LOT
                    ELSE
                       IF LOT-SALDO > ZERO
                          AND (LOT-VALIDADE NOT < WS-LOT-HOJE
                               OR WS-LOT-INCLUI-VENCIDO = "S")
                          AND (LOT-VALIDADE < WS-LOT-MIN-VALID
                               OR WS-LOT-ACHOU = "N")
                          MOVE "S"          TO WS-LOT-ACHOU
                          MOVE LOT-VALIDADE TO WS-LOT-MIN-VALID
                          MOVE LOT-NUMERO   TO WS-LOT-MIN-NUM
                          MOVE LOT-SALDO    TO WS-LOT-MIN-SALDO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> VOLTA DE ITEM DE PEDIDO AOS LOTES QUE ELE LEVOU
       *> -------------------------
       DEVOLVER-LOTES-DO-ITEM.
           MOVE WS-MOV-PED-COD  TO LPD-PED-COD
           MOVE WS-MOV-ITEM-SEQ TO LPD-ITEM-SEQ
           MOVE WS-LOT-PROD     TO LPD-PROD-COD
           MOVE SPACES          TO LPD-LOTE
           START LOTES-PEDIDO KEY NOT LESS THAN LPD-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-LPD
              NOT INVALID KEY MOVE "00" TO WS-FS-LPD
           END-START
           PERFORM UNTIL WS-FS-LPD NOT = "00"
                      OR WS-LOT-RESTANTE = ZERO
              READ LOTES-PEDIDO NEXT RECORD
                 AT END MOVE "99" TO WS-FS-LPD
                 NOT AT END
                    IF LPD-PED-COD NOT = WS-MOV-PED-COD
                       OR LPD-ITEM-SEQ NOT = WS-MOV-ITEM-SEQ
                       OR LPD-PROD-COD NOT = WS-LOT-PROD
                       MOVE "99" TO WS-FS-LPD
                    END-IF
                    IF WS-FS-LPD = "00"
                       IF LPD-QTD < WS-LOT-RESTANTE
                          MOVE LPD-QTD TO WS-LOT-PORCAO
                       ELSE
                          MOVE WS-LOT-RESTANTE TO WS-LOT-PORCAO
                       END-IF
                       SUBTRACT WS-LOT-PORCAO FROM LPD-QTD
                       IF LPD-QTD = ZERO
                          DELETE LOTES-PEDIDO
                             INVALID KEY CONTINUE
                          END-DELETE
                       ELSE
                          REWRITE REG-LOTE-PEDIDO
                             INVALID KEY CONTINUE
                          END-REWRITE
                       END-IF
                       MOVE LPD-LOTE TO WS-MOV-LOTE
                       PERFORM MOVIMENTAR-UM-LOTE
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> SOMAR OS LOTES DO PRODUTO EM PROD-COD (WS-LOT-TOTAL =
       *> todos os lotes; WS-LOT-DISPONIVEL = so os nao vencidos
       *> com saldo, que e o que pode ser vendido)
       *> -------------------------
       SOMAR-LOTES-PRODUTO.
           MOVE ZERO TO WS-LOT-TOTAL
           MOVE ZERO TO WS-LOT-DISPONIVEL
           ACCEPT WS-LOT-HOJE FROM DATE YYYYMMDD
           MOVE PROD-COD TO LOT-PROD-COD
           MOVE SPACES   TO LOT-NUMERO
           START LOTES KEY NOT LESS THAN LOT-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-LOT
              NOT INVALID KEY MOVE "00" TO WS-FS-LOT
           END-START
           PERFORM UNTIL WS-FS-LOT NOT = "00"
              READ LOTES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-LOT
                 NOT AT END
                    IF LOT-PROD-COD NOT = PROD-COD
                       MOVE "99" TO WS-FS-LOT
                    ELSE
                       ADD LOT-SALDO TO WS-LOT-TOTAL
                       IF LOT-SALDO > ZERO
                          AND LOT-VALIDADE NOT < WS-LOT-HOJE
                          ADD LOT-SALDO TO WS-LOT-DISPONIVEL
                       END-IF
                    END-IF
              END-READ
           .

       *> -------------------------
       *> ESTOQUE DISPONIVEL PARA VENDA DO PRODUTO LIDO (o saldo
       *> do produto; com lote, sem contar os lotes vencidos)
       *> -------------------------
       CALCULAR-DISPONIVEL-PRODUTO.
           IF PROD-ESTOQUE > ZERO
              MOVE PROD-ESTOQUE TO WS-BKO-DISPONIVEL
           ELSE
              MOVE ZERO TO WS-BKO-DISPONIVEL
           END-IF
           IF PROD-CONTROLA-LOTE = "S"
              PERFORM SOMAR-LOTES-PRODUTO
              IF WS-LOT-DISPONIVEL < WS-BKO-DISPONIVEL
                 MOVE WS-LOT-DISPONIVEL TO WS-BKO-DISPONIVEL
              END-IF
           END-IF
           .

       *> -------------------------
       *> CARREGAR OS COMPONENTES DO KIT WS-KIT-COD NA TABELA
       *> (quantidade de cada componente por unidade do kit)
       *> -------------------------
       CARREGAR-COMPONENTES-KIT.
           MOVE ZERO       TO WS-KIT-QTD-COMP
           MOVE WS-KIT-COD TO KIT-PROD-COD
           MOVE ZERO       TO KIT-COMP-COD
           START KITS KEY NOT LESS THAN KIT-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-KIT
              NOT INVALID KEY MOVE "00" TO WS-FS-KIT
           END-START

           PERFORM UNTIL WS-FS-KIT NOT = "00"
              READ KITS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-KIT
                 NOT AT END
                    IF KIT-PROD-COD NOT = WS-KIT-COD
                       MOVE "99" TO WS-FS-KIT
                    ELSE
                       IF WS-KIT-QTD-COMP < 20
                          ADD 1 TO WS-KIT-QTD-COMP
                          MOVE KIT-COMP-COD TO
                             WS-KIT-COMP-COD (WS-KIT-QTD-COMP)
                          MOVE KIT-QTD TO
                             WS-KIT-COMP-QTD (WS-KIT-QTD-COMP)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> DISPONIVEL DO PRODUTO EM REG-PRODUTO PARA VENDA (para
       *> kit, quantos kits completos os componentes permitem
       *> montar - manda o componente que acaba primeiro; o
       *> registro do kit volta para REG-PRODUTO no final)
       *> -------------------------
       CALCULAR-DISPONIVEL-ITEM.
           IF PROD-KIT NOT = "S"
              PERFORM CALCULAR-DISPONIVEL-PRODUTO
              EXIT PARAGRAPH
           END-IF

           MOVE PROD-COD TO WS-KIT-COD
           PERFORM CARREGAR-COMPONENTES-KIT
           MOVE ZERO TO WS-KIT-MONTAVEL
           MOVE "S"  TO WS-KIT-PRIMEIRO
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
              UNTIL WS-KIT-IDX > WS-KIT-QTD-COMP
              MOVE WS-KIT-COMP-COD (WS-KIT-IDX) TO PROD-COD
              READ PRODUTOS KEY IS PROD-COD
                 INVALID KEY
                    MOVE ZERO TO WS-BKO-DISPONIVEL
                 NOT INVALID KEY
                    PERFORM CALCULAR-DISPONIVEL-PRODUTO
              END-READ
              DIVIDE WS-BKO-DISPONIVEL
                 BY WS-KIT-COMP-QTD (WS-KIT-IDX)
                 GIVING WS-KIT-POSSIVEL
              IF WS-KIT-PRIMEIRO = "S"
                 OR WS-KIT-POSSIVEL < WS-KIT-MONTAVEL
                 MOVE WS-KIT-POSSIVEL TO WS-KIT-MONTAVEL
                 MOVE "N" TO WS-KIT-PRIMEIRO
              END-IF
           END-PERFORM
           MOVE WS-KIT-MONTAVEL TO WS-BKO-DISPONIVEL

           MOVE WS-KIT-COD TO PROD-COD
           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY CONTINUE
           END-READ
           .

       *> -------------------------
       *> CUSTO DO KIT EM REG-PRODUTO (soma do PROD-CUSTO-UNIT de
       *> cada componente vezes a quantidade no kit, em
       *> WS-KIT-CUSTO; o registro do kit volta para REG-PRODUTO)
       *> -------------------------
       CALCULAR-CUSTO-KIT.
           MOVE PROD-COD TO WS-KIT-COD
           MOVE ZERO     TO WS-KIT-CUSTO
           PERFORM CARREGAR-COMPONENTES-KIT
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
              UNTIL WS-KIT-IDX > WS-KIT-QTD-COMP
              MOVE WS-KIT-COMP-COD (WS-KIT-IDX) TO PROD-COD
              READ PRODUTOS KEY IS PROD-COD
                 NOT INVALID KEY
                    COMPUTE WS-KIT-CUSTO = WS-KIT-CUSTO
                       + PROD-CUSTO-UNIT
                       * WS-KIT-COMP-QTD (WS-KIT-IDX)
              END-READ
           END-PERFORM

           MOVE WS-KIT-COD TO PROD-COD
           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY CONTINUE
           END-READ
           .

       *> -------------------------
       *> MOVIMENTAR O ESTOQUE DE UM ITEM DE PEDIDO (produto em
       *> PROD-COD; se for kit, WS-MOV-QUANTIDADE kits viram a
       *> movimentacao de cada componente, com o mesmo tipo,
       *> pedido e item - o kit em si nao tem estoque proprio)
       *> -------------------------
       MOVIMENTAR-ESTOQUE-ITEM.
           MOVE "N" TO WS-KIT-EXPLODIR
           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PROD-KIT = "S"
                    MOVE "S" TO WS-KIT-EXPLODIR
                 END-IF
           END-READ
           IF WS-KIT-EXPLODIR NOT = "S"
              PERFORM MOVIMENTAR-ESTOQUE
              EXIT PARAGRAPH
           END-IF

           MOVE PROD-COD          TO WS-KIT-COD
           MOVE WS-MOV-QUANTIDADE TO WS-KIT-QTD-MOV
           MOVE WS-MOV-ITEM-SEQ   TO WS-KIT-ITEM-SEQ
           MOVE WS-MOV-MOTIVO     TO WS-KIT-MOTIVO
           PERFORM CARREGAR-COMPONENTES-KIT
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
              UNTIL WS-KIT-IDX > WS-KIT-QTD-COMP
              MOVE WS-KIT-COMP-COD (WS-KIT-IDX) TO PROD-COD
              COMPUTE WS-MOV-QUANTIDADE
                 = WS-KIT-QTD-MOV * WS-KIT-COMP-QTD (WS-KIT-IDX)
              MOVE WS-KIT-ITEM-SEQ TO WS-MOV-ITEM-SEQ
              MOVE WS-KIT-MOTIVO   TO WS-MOV-MOTIVO
              PERFORM MOVIMENTAR-ESTOQUE
           END-PERFORM

           MOVE WS-KIT-QTD-MOV TO WS-MOV-QUANTIDADE
           MOVE SPACES         TO WS-MOV-MOTIVO
           MOVE SPACES         TO WS-MOV-LOTE
           MOVE ZERO           TO WS-MOV-ITEM-SEQ
           MOVE WS-KIT-COD     TO PROD-COD
           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY CONTINUE
           END-READ
           .

       *> -------------------------
       *> O BACKORDER EM REG-BACKORDER E DE UM KIT QUE USA O
       *> PRODUTO WS-BKO-PROD-ALVO? (WS-KIT-CONTEM = S/N)
       *> -------------------------
       VERIFICAR-KIT-CONTEM-ALVO.
           MOVE BKO-PROD-COD     TO KIT-PROD-COD
           MOVE WS-BKO-PROD-ALVO TO KIT-COMP-COD
           READ KITS KEY IS KIT-CHAVE
              INVALID KEY MOVE "N" TO WS-KIT-CONTEM
              NOT INVALID KEY MOVE "S" TO WS-KIT-CONTEM
           END-READ
           .

       *> -------------------------
       *> COMPOSICAO DE KITS (lista de materiais: quais produtos
       *> e quantos de cada formam uma unidade do kit; o kit e
       *> vendido como uma linha so, mas o estoque anda nos
       *> componentes)
       *> -------------------------
       MANTER-KIT.
           DISPLAY "Codigo do Produto (kit): "
           ACCEPT WS-KIT-COD

           MOVE WS-KIT-COD TO PROD-COD
           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY
                 DISPLAY "Produto nao encontrado!"
                 EXIT PARAGRAPH
           END-READ

           IF PROD-CONTROLA-LOTE = "S"
              DISPLAY "Produto controla lote - nao pode ser kit "
                 "(os lotes ficam nos componentes)."
              EXIT PARAGRAPH
           END-IF
           IF PROD-KIT NOT = "S" AND PROD-ESTOQUE NOT = ZERO
              DISPLAY "Produto com estoque proprio (" PROD-ESTOQUE
                 ") - zere o estoque antes de torna-lo kit."
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-COMPONENTE-DE-KIT
           IF WS-KIT-CONTEM = "S"
              DISPLAY "Produto e componente do kit " WS-KIT-PAI
                 " - um kit nao pode conter outro kit."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Kit: " PROD-DESCRICAO
           MOVE "S" TO WS-KIT-CONTINUAR
           PERFORM UNTIL WS-KIT-CONTINUAR = "N"
              PERFORM LISTAR-COMPONENTES-KIT
              PERFORM ALTERAR-COMPONENTE-KIT
           END-PERFORM

           PERFORM CARREGAR-COMPONENTES-KIT
           MOVE WS-KIT-COD TO PROD-COD
           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY
                 DISPLAY "Produto nao encontrado!"
                 EXIT PARAGRAPH
           END-READ
           IF WS-KIT-QTD-COMP > ZERO
              MOVE "S" TO PROD-KIT
           ELSE
              MOVE "N" TO PROD-KIT
           END-IF
           REWRITE REG-PRODUTO
              INVALID KEY
                 DISPLAY "Erro ao atualizar produto!"
                 EXIT PARAGRAPH
           END-REWRITE

           MOVE "KIT-COMPOSICAO" TO WS-AUD-ACAO
           MOVE WS-KIT-COD       TO WS-AUD-CHAVE
           PERFORM GRAVAR-AUDITORIA
           IF PROD-KIT = "S"
              DISPLAY "Kit gravado com " WS-KIT-QTD-COMP
                 " componente(s)."
           ELSE
              DISPLAY "Produto sem componentes - deixou de ser kit."
           END-IF
           .

       *> -------------------------
       *> O PRODUTO WS-KIT-COD JA E COMPONENTE DE ALGUM KIT?
       *> (WS-KIT-CONTEM = S/N e o kit em WS-KIT-PAI)
       *> -------------------------
       VERIFICAR-COMPONENTE-DE-KIT.
           MOVE "N"  TO WS-KIT-CONTEM
           MOVE ZERO TO WS-KIT-PAI
           MOVE ZERO TO KIT-PROD-COD
           MOVE ZERO TO KIT-COMP-COD
           START KITS KEY NOT LESS THAN KIT-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-KIT
              NOT INVALID KEY MOVE "00" TO WS-FS-KIT
           END-START

           PERFORM UNTIL WS-FS-KIT NOT = "00"
              READ KITS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-KIT
                 NOT AT END
                    IF KIT-COMP-COD = WS-KIT-COD
                       MOVE "S"          TO WS-KIT-CONTEM
                       MOVE KIT-PROD-COD TO WS-KIT-PAI
                       MOVE "99"         TO WS-FS-KIT
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> LISTAR OS COMPONENTES DO KIT WS-KIT-COD COM O CUSTO E
       *> QUANTOS KITS DA PARA MONTAR COM O ESTOQUE ATUAL
       *> -------------------------
       LISTAR-COMPONENTES-KIT.
           PERFORM CARREGAR-COMPONENTES-KIT
           IF WS-KIT-QTD-COMP = ZERO
              DISPLAY "  (kit sem componentes)"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "  Componente  Descricao"
              "                      Qtd/kit  Estoque"
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
              UNTIL WS-KIT-IDX > WS-KIT-QTD-COMP
              MOVE WS-KIT-COMP-COD (WS-KIT-IDX) TO PROD-COD
              READ PRODUTOS KEY IS PROD-COD
                 INVALID KEY
                    MOVE "(nao cadastrado)" TO PROD-DESCRICAO
                    MOVE ZERO TO PROD-ESTOQUE
              END-READ
              DISPLAY "  " WS-KIT-COMP-COD (WS-KIT-IDX)
                 "       " PROD-DESCRICAO " "
                 WS-KIT-COMP-QTD (WS-KIT-IDX) "    " PROD-ESTOQUE
           END-PERFORM

           MOVE WS-KIT-COD TO PROD-COD
           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE "S" TO PROD-KIT
           PERFORM CALCULAR-DISPONIVEL-ITEM
           PERFORM CALCULAR-CUSTO-KIT
           DISPLAY "  Custo do kit: R$" WS-KIT-CUSTO
              "  Montaveis agora: " WS-BKO-DISPONIVEL
           .

       *> -------------------------
       *> INCLUIR, ALTERAR OU RETIRAR UM COMPONENTE DO KIT
       *> -------------------------
       ALTERAR-COMPONENTE-KIT.
           DISPLAY "Componente (0 = encerra): "
           ACCEPT WS-KIT-COMP-DIG
           IF WS-KIT-COMP-DIG = ZERO
              MOVE "N" TO WS-KIT-CONTINUAR
              EXIT PARAGRAPH
           END-IF
           IF WS-KIT-COMP-DIG = WS-KIT-COD
              DISPLAY "  Um kit nao pode conter a si mesmo!"
              EXIT PARAGRAPH
           END-IF

           MOVE WS-KIT-COMP-DIG TO PROD-COD
           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY
                 DISPLAY "  Componente nao cadastrado!"
                 EXIT PARAGRAPH
           END-READ
           IF PROD-KIT = "S"
              DISPLAY "  Componente nao pode ser outro kit!"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "  " PROD-DESCRICAO
           DISPLAY "  Quantidade por kit (0 = retira do kit): "
           ACCEPT WS-KIT-QTD-DIG

           MOVE WS-KIT-COD      TO KIT-PROD-COD
           MOVE WS-KIT-COMP-DIG TO KIT-COMP-COD
           IF WS-KIT-QTD-DIG = ZERO
              DELETE KITS
                 INVALID KEY
                    DISPLAY "  Componente nao estava no kit."
              END-DELETE
              EXIT PARAGRAPH
           END-IF

           READ KITS KEY IS KIT-CHAVE
              INVALID KEY
                 IF WS-KIT-QTD-COMP NOT < 20
                    DISPLAY "  Kit ja tem 20 componentes!"
                    EXIT PARAGRAPH
                 END-IF
                 MOVE WS-KIT-QTD-DIG TO KIT-QTD
                 WRITE REG-KIT
                    INVALID KEY
                       DISPLAY "  Erro ao gravar componente!"
                 END-WRITE
              NOT INVALID KEY
                 MOVE WS-KIT-QTD-DIG TO KIT-QTD
                 REWRITE REG-KIT
                    INVALID KEY
                       DISPLAY "  Erro ao gravar componente!"
                 END-REWRITE
           END-READ
           .

       *> -------------------------
       *> LISTAR OS LOTES COM SALDO DO PRODUTO EM PROD-COD
       *> -------------------------
       LISTAR-LOTES-PRODUTO.
           MOVE PROD-COD TO LOT-PROD-COD
           MOVE SPACES   TO LOT-NUMERO
           START LOTES KEY NOT LESS THAN LOT-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-LOT
              NOT INVALID KEY MOVE "00" TO WS-FS-LOT
           END-START
           PERFORM UNTIL WS-FS-LOT NOT = "00"
              READ LOTES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-LOT
                 NOT AT END
                    IF LOT-PROD-COD NOT = PROD-COD
                       MOVE "99" TO WS-FS-LOT
                    ELSE
                       IF LOT-SALDO NOT = ZERO
                          DISPLAY "  Lote " LOT-NUMERO
                             " Validade " LOT-VALIDADE
                             " Saldo " LOT-SALDO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> COLETAR O LOTE DE UMA ENTRADA (lote ja existente mantem
       *> as datas cadastradas)
       *> -------------------------
       COLETAR-LOTE-ENTRADA.
           MOVE SPACES TO WS-MOV-LOTE
           PERFORM UNTIL WS-MOV-LOTE NOT = SPACES
              DISPLAY "  Numero do lote: "
              ACCEPT WS-MOV-LOTE
              IF WS-MOV-LOTE = "SEM-LOTE"
                 DISPLAY "  Informe o lote impresso na embalagem!"
                 MOVE SPACES TO WS-MOV-LOTE
              END-IF
           END-PERFORM

           MOVE PROD-COD    TO LOT-PROD-COD
           MOVE WS-MOV-LOTE TO LOT-NUMERO
           READ LOTES KEY IS LOT-CHAVE
              INVALID KEY
                 MOVE "Fabricacao (AAAAMMDD, 0 = nao informada): "
                    TO WS-VD-PROMPT
                 MOVE "N" TO WS-VD-FORMATO
                 MOVE "S" TO WS-VD-PERMITE-ZERO
                 PERFORM OBTER-DATA-VALIDA
                 MOVE WS-VD-NUM TO WS-LOT-FABRIC
                 MOVE "Validade (AAAAMMDD): " TO WS-VD-PROMPT
                 MOVE "N" TO WS-VD-FORMATO
                 MOVE "N" TO WS-VD-PERMITE-ZERO
                 PERFORM OBTER-DATA-VALIDA
                 MOVE WS-VD-NUM TO WS-LOT-VALIDADE
              NOT INVALID KEY
                 DISPLAY "  Lote ja cadastrado - validade "
                    LOT-VALIDADE " saldo " LOT-SALDO
                 MOVE LOT-DATA-FABRIC TO WS-LOT-FABRIC
                 MOVE LOT-VALIDADE    TO WS-LOT-VALIDADE
           END-READ
           .

       *> -------------------------
       *> PASSAR UM PRODUTO PARA CONTROLE DE LOTE (o saldo que
       *> nao estiver em nenhum lote vai para o lote SEM-LOTE)
       *> -------------------------
       INICIAR-LOTES-PRODUTO.
           PERFORM SOMAR-LOTES-PRODUTO
           IF PROD-ESTOQUE = WS-LOT-TOTAL
              EXIT PARAGRAPH
           END-IF
           MOVE PROD-COD   TO LOT-PROD-COD
           MOVE "SEM-LOTE" TO LOT-NUMERO
           READ LOTES KEY IS LOT-CHAVE
              INVALID KEY
                 COMPUTE LOT-SALDO = PROD-ESTOQUE - WS-LOT-TOTAL
                 MOVE ZERO        TO LOT-DATA-FABRIC
                 MOVE 99999999    TO LOT-VALIDADE
                 MOVE WS-LOT-HOJE TO LOT-DATA-ENTRADA
                 WRITE REG-LOTE
                    INVALID KEY
                       DISPLAY "Erro ao gravar o lote SEM-LOTE!"
                 END-WRITE
              NOT INVALID KEY
                 COMPUTE LOT-SALDO
                    = LOT-SALDO + PROD-ESTOQUE - WS-LOT-TOTAL
                 REWRITE REG-LOTE
                    INVALID KEY
                       DISPLAY "Erro ao gravar o lote SEM-LOTE!"
                 END-REWRITE
           END-READ
           DISPLAY "Saldo sem lote identificado (" LOT-SALDO
              ") lancado no lote SEM-LOTE."
           .

       *> -------------------------
       *> IMPRIMIR NO ROMANEIO OS LOTES ALOCADOS AO ITEM (todos
       *> os produtos do item, inclusive componentes de kit)
       *> -------------------------
       IMPRIMIR-LOTES-ROMANEIO.
           MOVE ITEM-PED-COD TO LPD-PED-COD
           MOVE ITEM-SEQ     TO LPD-ITEM-SEQ
           MOVE ZERO         TO LPD-PROD-COD
           MOVE SPACES       TO LPD-LOTE
           START LOTES-PEDIDO KEY NOT LESS THAN LPD-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-LPD
              NOT INVALID KEY MOVE "00" TO WS-FS-LPD
           END-START
           PERFORM UNTIL WS-FS-LPD NOT = "00"
              READ LOTES-PEDIDO NEXT RECORD
                 AT END MOVE "99" TO WS-FS-LPD
                 NOT AT END
                    IF LPD-PED-COD NOT = ITEM-PED-COD
                       OR LPD-ITEM-SEQ NOT = ITEM-SEQ
                       MOVE "99" TO WS-FS-LPD
                    ELSE
                       MOVE LPD-PROD-COD TO LOT-PROD-COD
                       MOVE LPD-LOTE     TO LOT-NUMERO
                       READ LOTES KEY IS LOT-CHAVE
                          INVALID KEY MOVE ZERO TO LOT-VALIDADE
                       END-READ
                       MOVE SPACES TO WS-LINHA-ROM
                       IF LOT-VALIDADE = 99999999
                          OR LOT-VALIDADE = ZERO
                          STRING "      LOTE " DELIMITED BY SIZE
                                 LPD-LOTE DELIMITED BY SIZE
                                 "  QTD " DELIMITED BY SIZE
                                 LPD-QTD DELIMITED BY SIZE
                                 INTO WS-LINHA-ROM
                          END-STRING
                       ELSE
                          STRING "      LOTE " DELIMITED BY SIZE
                                 LPD-LOTE DELIMITED BY SIZE
                                 "  QTD " DELIMITED BY SIZE
                                 LPD-QTD DELIMITED BY SIZE
                                 "  VALIDADE " DELIMITED BY SIZE
                                 LOT-VALIDADE(7:2) DELIMITED BY SIZE
                                 "/" DELIMITED BY SIZE
                                 LOT-VALIDADE(5:2) DELIMITED BY SIZE
                                 "/" DELIMITED BY SIZE
                                 LOT-VALIDADE(1:4) DELIMITED BY SIZE
                                 INTO WS-LINHA-ROM
                          END-STRING
                       END-IF
                       WRITE REG-ARQ-ROMANEIO FROM WS-LINHA-ROM
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> LOTES A VENCER E VENCIDOS (relatorio semanal; o estoque
       *> vencido pode ser baixado em seguida como ajuste de
       *> saida com motivo VENCIMENTO)
       *> -------------------------
       RELATORIO-LOTES-VENCIMENTO.
           DISPLAY "Lotes que vencem nos proximos quantos dias "
              "(0 = 30)? "
           ACCEPT WS-LVC-DIAS
           IF WS-LVC-DIAS = ZERO
              MOVE 30 TO WS-LVC-DIAS
           END-IF
           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           COMPUTE WS-JUL-VENC
              = FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) + WS-LVC-DIAS
           MOVE FUNCTION DATE-OF-INTEGER(WS-JUL-VENC)
              TO WS-LVC-DATA-ATE

           MOVE "LOTESVEN" TO WS-REL-PREFIXO
           MOVE "LOTES VENCIDOS E A VENCER" TO WS-REL-TITULO
           MOVE "PROD  DESCRICAO            LOTE       VALIDADE "
              & "  DIAS   SALDO  VALOR CUSTO"
              TO WS-REL-CABECALHO
           PERFORM ABRIR-RELATORIO

           MOVE ZERO TO WS-LVC-QTD
           MOVE ZERO TO WS-LVC-TOT-VENCIDO
           MOVE ZERO TO WS-LVC-TOT-A-VENCER
           MOVE "V" TO WS-LVC-SITUACAO
           MOVE "*** VENCIDOS - BAIXAR DO ESTOQUE ***" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           PERFORM LISTAR-LOTES-VENCIMENTO
           MOVE "A" TO WS-LVC-SITUACAO
           MOVE SPACES TO WS-LINHA-REL
           STRING "*** A VENCER ATE " DELIMITED BY SIZE
                  WS-LVC-DATA-ATE DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-RELATORIO
           PERFORM LISTAR-LOTES-VENCIMENTO

           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE WS-LVC-TOT-VENCIDO  TO WS-TOT-ED
           MOVE WS-LVC-TOT-A-VENCER TO WS-LVC-TOT-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING "CUSTO VENCIDO: R$ " DELIMITED BY SIZE
                  WS-TOT-ED DELIMITED BY SIZE
                  "   A VENCER: R$ " DELIMITED BY SIZE
                  WS-LVC-TOT-ED DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           DISPLAY WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           PERFORM FECHAR-RELATORIO

           IF WS-LVC-QTD = ZERO
              EXIT PARAGRAPH
           END-IF
           DISPLAY WS-LVC-QTD " lote(s) vencido(s) com saldo. "
              "Baixar do estoque agora (S/N)? "
           ACCEPT WS-LVC-CONFIRMA
           IF WS-LVC-CONFIRMA NOT = "S"
              DISPLAY "Estoque vencido nao baixado."
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LVC-IDX FROM 1 BY 1
              UNTIL WS-LVC-IDX > WS-LVC-QTD
              MOVE WS-LVC-PROD (WS-LVC-IDX) TO PROD-COD
              MOVE WS-LVC-PROD (WS-LVC-IDX) TO LOT-PROD-COD
              MOVE WS-LVC-LOTE (WS-LVC-IDX) TO LOT-NUMERO
              READ LOTES KEY IS LOT-CHAVE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF LOT-SALDO > ZERO
                       MOVE "AJUSTE-SAI" TO WS-MOV-TIPO
                       MOVE LOT-SALDO    TO WS-MOV-QUANTIDADE
                       MOVE LOT-NUMERO   TO WS-MOV-LOTE
                       MOVE ZERO         TO WS-MOV-PED-COD
                       MOVE "VENCIMENTO" TO WS-MOV-MOTIVO
                       PERFORM MOVIMENTAR-ESTOQUE
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY "Estoque vencido baixado e registrado no livro "
              "de movimentos."
           .

       LISTAR-LOTES-VENCIMENTO.
           MOVE ZERO   TO LOT-PROD-COD
           MOVE SPACES TO LOT-NUMERO
           START LOTES KEY NOT LESS THAN LOT-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-LOT
              NOT INVALID KEY MOVE "00" TO WS-FS-LOT
           END-START
           PERFORM UNTIL WS-FS-LOT NOT = "00"
              READ LOTES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-LOT
                 NOT AT END
                    IF LOT-SALDO > ZERO
                       AND LOT-VALIDADE NOT = 99999999
                       AND LOT-VALIDADE NOT = ZERO
                       IF (WS-LVC-SITUACAO = "V"
                           AND LOT-VALIDADE < WS-HOJE-NUM)
                          OR (WS-LVC-SITUACAO = "A"
                           AND LOT-VALIDADE NOT < WS-HOJE-NUM
                           AND LOT-VALIDADE NOT > WS-LVC-DATA-ATE)
                          PERFORM IMPRIMIR-LOTE-VENCIMENTO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       IMPRIMIR-LOTE-VENCIMENTO.
           MOVE LOT-PROD-COD TO PROD-COD
           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY
                 MOVE SPACES TO PROD-DESCRICAO
                 MOVE ZERO   TO PROD-CUSTO-UNIT
           END-READ
           COMPUTE WS-LVC-DIAS-VENC
              = FUNCTION INTEGER-OF-DATE(LOT-VALIDADE)
              - FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
           COMPUTE WS-LVC-VALOR = LOT-SALDO * PROD-CUSTO-UNIT
           IF WS-LVC-SITUACAO = "V"
              ADD WS-LVC-VALOR TO WS-LVC-TOT-VENCIDO
              IF WS-LVC-QTD < 200
                 ADD 1 TO WS-LVC-QTD
                 MOVE LOT-PROD-COD TO WS-LVC-PROD (WS-LVC-QTD)
                 MOVE LOT-NUMERO   TO WS-LVC-LOTE (WS-LVC-QTD)
              END-IF
           ELSE
              ADD WS-LVC-VALOR TO WS-LVC-TOT-A-VENCER
           END-IF

           MOVE WS-LVC-DIAS-VENC TO WS-LVC-DIAS-ED
           MOVE LOT-SALDO        TO WS-INV-SIS-ED
           MOVE WS-LVC-VALOR     TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING LOT-PROD-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROD-DESCRICAO(1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LOT-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LOT-VALIDADE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LVC-DIAS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INV-SIS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           DISPLAY WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           .

       *> -------------------------
       *> ESTORNAR ESTOQUE DO PEDIDO (devolve ao estoque as
       *> quantidades dos itens de um pedido cancelado)
       *> -------------------------
       ESTORNAR-ESTOQUE-PEDIDO.
           MOVE "ENTRADA" TO WS-MOV-TIPO
           PERFORM MOVIMENTAR-ITENS-PEDIDO
           .

       *> -------------------------
       *> REBAIXAR ESTOQUE DO PEDIDO (debita novamente o estoque
       *> quando um pedido cancelado volta a ficar ativo)
       *> -------------------------
       REBAIXAR-ESTOQUE-PEDIDO.
           MOVE "SAIDA" TO WS-MOV-TIPO
           PERFORM MOVIMENTAR-ITENS-PEDIDO
           .

       *> -------------------------
       *> MOVIMENTAR ITENS DO PEDIDO (aplica WS-MOV-TIPO a todos
       *> os itens do pedido em PED-COD; o estorno devolve so o
       *> que foi rebaixado e a rebaixa reaplica a reserva de
       *> estoque com backorder para o que faltar)
       *> -------------------------
       MOVIMENTAR-ITENS-PEDIDO.
           MOVE PED-COD TO WS-MOV-PED-COD
           MOVE PED-DATA TO WS-DATA-CONV-ENTRADA
           PERFORM CONVERTER-DATA-AAAAMMDD
           MOVE WS-DATA-CONV-SAIDA TO WS-BKO-DATA
           MOVE PED-COD TO ITEM-PED-COD
           MOVE 1       TO ITEM-SEQ

           START ITENS-PEDIDO KEY NOT LESS THAN ITEM-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-I
              NOT INVALID KEY MOVE "00" TO WS-FS-I
           END-START

           PERFORM UNTIL WS-FS-I NOT = "00"
              READ ITENS-PEDIDO NEXT RECORD
                 AT END MOVE "99" TO WS-FS-I
                 NOT AT END
                    IF ITEM-PED-COD NOT = WS-MOV-PED-COD
                       MOVE "99" TO WS-FS-I
                    ELSE
                       IF WS-MOV-TIPO = "ENTRADA"
                          PERFORM ESTORNAR-ITEM-PEDIDO
                       ELSE
                          PERFORM REBAIXAR-ITEM-PEDIDO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> PROXIMO CODIGO DE FORNECEDOR
       *> -------------------------
       PROXIMO-CODIGO-FORNECEDOR.
           MOVE "FORNECEDOR" TO CTRL-CHAVE
           READ CONTROLE KEY IS CTRL-CHAVE
              INVALID KEY
                 MOVE "FORNECEDOR" TO CTRL-CHAVE
                 MOVE ZERO TO CTRL-ULTIMO-COD
                 WRITE REG-CONTROLE
           END-READ

           ADD 1 TO CTRL-ULTIMO-COD
           MOVE CTRL-ULTIMO-COD TO FORN-COD

           REWRITE REG-CONTROLE
              INVALID KEY DISPLAY "Erro ao gravar controle de codigo!"
           END-REWRITE
           PERFORM VERIFICAR-BLOQUEIO-CONTROLE
           .

       *> -------------------------
       *> CADASTRAR FORNECEDOR
       *> -------------------------
       INSERIR-FORNECEDOR.
           PERFORM PROXIMO-CODIGO-FORNECEDOR
           DISPLAY "Codigo do Fornecedor: " FORN-COD
           DISPLAY "Razao Social: "
           ACCEPT FORN-NOME
           DISPLAY "CNPJ: "
           ACCEPT FORN-CNPJ
           DISPLAY "Telefone: "
           ACCEPT FORN-TELEFONE
           DISPLAY "Email: "
           ACCEPT FORN-EMAIL

           WRITE REG-FORNECEDOR
              INVALID KEY
                 DISPLAY "Erro: Codigo de fornecedor duplicado!"
           END-WRITE
           .

       *> -------------------------
       *> LISTAR FORNECEDORES
       *> -------------------------
       LISTAR-FORNECEDORES.
           CLOSE FORNECEDORES
           OPEN INPUT FORNECEDORES

           MOVE "00" TO WS-FS-FORN
           PERFORM UNTIL WS-FS-FORN NOT = "00"
              READ FORNECEDORES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-FORN
                 NOT AT END
                    DISPLAY "Codigo  : " FORN-COD
                    DISPLAY "Nome    : " FORN-NOME
                    DISPLAY "CNPJ    : " FORN-CNPJ
                    DISPLAY "Telefone: " FORN-TELEFONE
                    DISPLAY "Email   : " FORN-EMAIL
                    DISPLAY "-------------------------"
              END-READ
           END-PERFORM

           CLOSE FORNECEDORES
           OPEN I-O FORNECEDORES
           .

       *> -------------------------
       *> PROXIMO CODIGO DE ORDEM DE COMPRA
       *> -------------------------
       PROXIMO-CODIGO-OC.
           MOVE "ORDCOMPRA" TO CTRL-CHAVE
           READ CONTROLE KEY IS CTRL-CHAVE
              INVALID KEY
                 MOVE "ORDCOMPRA" TO CTRL-CHAVE
                 MOVE ZERO TO CTRL-ULTIMO-COD
                 WRITE REG-CONTROLE
           END-READ

           ADD 1 TO CTRL-ULTIMO-COD
           MOVE CTRL-ULTIMO-COD TO OC-COD

           REWRITE REG-CONTROLE
              INVALID KEY DISPLAY "Erro ao gravar controle de codigo!"
           END-REWRITE
           PERFORM VERIFICAR-BLOQUEIO-CONTROLE
           .

       *> -------------------------
       *> INCLUIR ORDEM DE COMPRA (registro do que foi pedido ao
       *> fornecedor; o recebimento e feito depois, item a item,
       *> pela Entrada de Mercadoria)
       *> -------------------------
       INSERIR-ORDEM-COMPRA.
           DISPLAY "Codigo do Fornecedor: "
           ACCEPT FORN-COD
           READ FORNECEDORES KEY IS FORN-COD
              INVALID KEY
                 DISPLAY "Fornecedor nao cadastrado!"
                 EXIT PARAGRAPH
           END-READ
           DISPLAY "Fornecedor: " FORN-NOME

           PERFORM PROXIMO-CODIGO-OC
           DISPLAY "Ordem de Compra: " OC-COD
           MOVE OC-COD   TO WS-OC-COD
           MOVE FORN-COD TO OC-FORN-COD
           MOVE "Data da Ordem (AAAAMMDD): " TO WS-VD-PROMPT
           MOVE "N" TO WS-VD-FORMATO
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO OC-DATA
           MOVE "ABERTA" TO OC-STATUS
           MOVE ZERO TO WS-OC-TOTAL

           DISPLAY "Quantos itens tem esta ordem: "
           ACCEPT WS-OC-QTD-ITENS

           MOVE ZERO TO WS-OC-SEQ
           PERFORM UNTIL WS-OC-SEQ >= WS-OC-QTD-ITENS
              ADD 1 TO WS-OC-SEQ
              PERFORM COLETAR-ITEM-OC
           END-PERFORM

           MOVE WS-OC-COD   TO OC-COD
           MOVE WS-OC-TOTAL TO OC-VALOR
           WRITE REG-ORDEM-COMPRA
              INVALID KEY
                 DISPLAY "Erro: numero de ordem duplicado!"
                 EXIT PARAGRAPH
           END-WRITE
           DISPLAY "Ordem " OC-COD " registrada - total R$"
              OC-VALOR
           .

       *> -------------------------
       *> COLETAR UM ITEM DA ORDEM DE COMPRA
       *> -------------------------
       COLETAR-ITEM-OC.
           MOVE "N" TO WS-PROD-OK
           PERFORM UNTIL WS-PROD-OK = "S"
              DISPLAY "  Item " WS-OC-SEQ " - Codigo do Produto: "
              ACCEPT PROD-COD
              READ PRODUTOS KEY IS PROD-COD
                 INVALID KEY
                    DISPLAY "  Produto nao cadastrado!"
                 NOT INVALID KEY
                    IF PROD-KIT = "S"
                       DISPLAY "  Kit nao e comprado - inclua os "
                          "componentes"
                    ELSE
                       MOVE "S" TO WS-PROD-OK
                    END-IF
              END-READ
           END-PERFORM

           DISPLAY "  Descricao: " PROD-DESCRICAO
           MOVE WS-OC-COD TO OCI-OC-COD
           MOVE WS-OC-SEQ TO OCI-SEQ
           MOVE PROD-COD  TO OCI-PROD-COD
           DISPLAY "  Quantidade (" PROD-UNIDADE "): "
           ACCEPT OCI-QTD-PEDIDA
           DISPLAY "  Custo unitario acordado: "
           ACCEPT OCI-CUSTO-UNIT
           MOVE ZERO TO OCI-QTD-RECEBIDA

           WRITE REG-ITEM-OC
              INVALID KEY
                 DISPLAY "  Erro ao gravar item da ordem!"
           END-WRITE

           COMPUTE WS-OC-SUBTOTAL
              = OCI-QTD-PEDIDA * OCI-CUSTO-UNIT
           ADD WS-OC-SUBTOTAL TO WS-OC-TOTAL
           .

       *> -------------------------
       *> LISTAR ORDENS DE COMPRA EM ABERTO (abertas e
       *> parcialmente recebidas, com o pendente por item)
       *> -------------------------
       LISTAR-ORDENS-COMPRA.
           CLOSE ORDENS-COMPRA
           OPEN INPUT ORDENS-COMPRA

           DISPLAY "===== ORDENS DE COMPRA EM ABERTO ====="
           MOVE "N" TO WS-OC-LISTOU
           MOVE "00" TO WS-FS-OC
           PERFORM UNTIL WS-FS-OC NOT = "00"
              READ ORDENS-COMPRA NEXT RECORD
                 AT END MOVE "99" TO WS-FS-OC
                 NOT AT END
                    IF OC-STATUS = "ABERTA"
                       OR OC-STATUS = "PARCIAL"
                       OR OC-STATUS = "RASCUNHO"
                       MOVE "S" TO WS-OC-LISTOU
                       PERFORM IMPRIMIR-ORDEM-COMPRA
                    END-IF
              END-READ
           END-PERFORM

           IF WS-OC-LISTOU = "N"
              DISPLAY "Nenhuma ordem de compra pendente."
           END-IF

           CLOSE ORDENS-COMPRA
           OPEN I-O ORDENS-COMPRA
           .

       IMPRIMIR-ORDEM-COMPRA.
           MOVE OC-FORN-COD TO FORN-COD
           READ FORNECEDORES KEY IS FORN-COD
              INVALID KEY MOVE SPACES TO FORN-NOME
           END-READ
           DISPLAY "Ordem: " OC-COD
              " Fornecedor: " FORN-NOME
           DISPLAY " Data: " OC-DATA
              " Status: " OC-STATUS
              " Valor: R$" OC-VALOR

           MOVE OC-COD TO WS-OC-COD
           MOVE OC-COD TO OCI-OC-COD
           MOVE 1      TO OCI-SEQ
           START ITENS-OC KEY NOT LESS THAN OCI-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-OCI
              NOT INVALID KEY MOVE "00" TO WS-FS-OCI
           END-START

           PERFORM UNTIL WS-FS-OCI NOT = "00"
              READ ITENS-OC NEXT RECORD
                 AT END MOVE "99" TO WS-FS-OCI
                 NOT AT END
                    IF OCI-OC-COD NOT = WS-OC-COD
                       MOVE "99" TO WS-FS-OCI
                    ELSE
                       COMPUTE WS-OC-PENDENTE
                          = OCI-QTD-PEDIDA - OCI-QTD-RECEBIDA
                       DISPLAY "   Item " OCI-SEQ
                          " Produto " OCI-PROD-COD
                          " Pedida: " OCI-QTD-PEDIDA
                          " Recebida: " OCI-QTD-RECEBIDA
                          " Pendente: " WS-OC-PENDENTE
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY "-------------------------"
           .

       *> -------------------------
       *> ENTRADA DE MERCADORIA (recebimento contra uma ordem de
       *> compra, para manter a procedencia do estoque; a entrada
       *> avulsa sem ordem continua disponivel para acertos)
       *> -------------------------
       ENTRADA-MERCADORIA.
           DISPLAY "Numero da Ordem de Compra (0 = entrada "
              "avulsa): "
           ACCEPT WS-OC-COD

           IF WS-OC-COD = ZERO
              PERFORM ENTRADA-AVULSA
           ELSE
              PERFORM RECEBER-ORDEM-COMPRA
           END-IF
           .

       *> -------------------------
       *> ENTRADA AVULSA (sem ordem de compra)
       *> -------------------------
       ENTRADA-AVULSA.
           DISPLAY "Codigo do Produto: "
           ACCEPT PROD-COD

           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY
                 DISPLAY "Produto nao encontrado!"
                 EXIT PARAGRAPH
           END-READ
           IF PROD-KIT = "S"
              DISPLAY "Produto e kit - de entrada nos componentes."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Descricao     : " PROD-DESCRICAO
           DISPLAY "Estoque atual : " PROD-ESTOQUE
           DISPLAY "Quantidade recebida: "
           ACCEPT WS-QTD-RECEBIDA

           IF WS-QTD-RECEBIDA = ZERO
              DISPLAY "Quantidade zerada - nada foi movimentado."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Custo unitario (0 = mantem o atual R$"
              PROD-CUSTO-UNIT "): "
           ACCEPT WS-CUSTO-INFORMADO
           IF PROD-CONTROLA-LOTE = "S"
              PERFORM COLETAR-LOTE-ENTRADA
           END-IF

           MOVE "ENTRADA"       TO WS-MOV-TIPO
           MOVE WS-QTD-RECEBIDA TO WS-MOV-QUANTIDADE
           MOVE ZERO            TO WS-MOV-PED-COD
           PERFORM MOVIMENTAR-ESTOQUE

           IF WS-CUSTO-INFORMADO > ZERO
              MOVE WS-CUSTO-INFORMADO TO PROD-CUSTO-UNIT
              REWRITE REG-PRODUTO
                 INVALID KEY
                    DISPLAY "Erro ao atualizar o custo do produto!"
              END-REWRITE
           END-IF
           DISPLAY "Entrada registrada. Novo estoque: " PROD-ESTOQUE
           PERFORM LIBERAR-BACKORDERS
           .

       *> -------------------------
       *> LIBERAR BACKORDERS DO PRODUTO (apos uma entrada de
       *> mercadoria, aloca o estoque que chegou aos pedidos em
       *> espera, em ordem de data de pedido, e avisa o operador
       *> quais pedidos ficaram entregaveis)
       *> -------------------------
       LIBERAR-BACKORDERS.
           MOVE PROD-COD TO WS-BKO-PROD-ALVO
           MOVE ZERO     TO WS-BKO-QTD

           MOVE ZERO TO BKO-PED-COD
           MOVE ZERO TO BKO-ITEM-SEQ
           START BACKORDERS KEY NOT LESS THAN BKO-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-BKO
              NOT INVALID KEY MOVE "00" TO WS-FS-BKO
           END-START

           PERFORM UNTIL WS-FS-BKO NOT = "00"
              READ BACKORDERS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-BKO
                 NOT AT END
                    MOVE "N" TO WS-KIT-CONTEM
                    IF BKO-PROD-COD NOT = WS-BKO-PROD-ALVO
                       AND BKO-STATUS = "P"
                       PERFORM VERIFICAR-KIT-CONTEM-ALVO
                    END-IF
                    IF (BKO-PROD-COD = WS-BKO-PROD-ALVO
                        OR WS-KIT-CONTEM = "S")
                       AND BKO-STATUS = "P"
                       AND BKO-QTD-PENDENTE > ZERO
                       AND WS-BKO-QTD < 100
                       ADD 1 TO WS-BKO-QTD
                       MOVE BKO-PROD-COD TO
                          WS-BKO-FILA-PROD (WS-BKO-QTD)
                       MOVE BKO-PED-COD TO
                          WS-BKO-FILA-PED (WS-BKO-QTD)
                       MOVE BKO-ITEM-SEQ TO
                          WS-BKO-FILA-SEQ (WS-BKO-QTD)
                       MOVE BKO-DATA-PEDIDO TO
                          WS-BKO-FILA-DATA (WS-BKO-QTD)
                       MOVE "N" TO WS-BKO-FILA-OK (WS-BKO-QTD)
                    END-IF
              END-READ
           END-PERFORM

           IF WS-BKO-QTD = ZERO
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Ha " WS-BKO-QTD " backorder(s) aguardando "
              "este produto - alocando por data de pedido."

           PERFORM LIBERAR-PROXIMO-BACKORDER
              UNTIL WS-BKO-MIN-IDX = ZERO
           .

       *> -------------------------
       *> LIBERAR O BACKORDER MAIS ANTIGO AINDA PENDENTE
       *> -------------------------
       LIBERAR-PROXIMO-BACKORDER.
           MOVE ZERO     TO WS-BKO-MIN-IDX
           MOVE 99999999 TO WS-BKO-MIN-DATA
           PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
              UNTIL WS-BKO-IDX > WS-BKO-QTD
              IF WS-BKO-FILA-OK (WS-BKO-IDX) = "N"
                 AND WS-BKO-FILA-DATA (WS-BKO-IDX)
                    NOT > WS-BKO-MIN-DATA
                 MOVE WS-BKO-IDX TO WS-BKO-MIN-IDX
                 MOVE WS-BKO-FILA-DATA (WS-BKO-IDX)
                    TO WS-BKO-MIN-DATA
              END-IF
           END-PERFORM
           IF WS-BKO-MIN-IDX = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-BKO-FILA-OK (WS-BKO-MIN-IDX)

           MOVE WS-BKO-FILA-PROD (WS-BKO-MIN-IDX) TO PROD-COD
           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY
                 MOVE ZERO TO WS-BKO-MIN-IDX
                 EXIT PARAGRAPH
           END-READ
           PERFORM CALCULAR-DISPONIVEL-ITEM
      *> kit que nao da para montar nao impede os demais
      *> pedidos; sem o proprio produto que chegou, acabou
           IF WS-BKO-DISPONIVEL = ZERO
              IF WS-BKO-FILA-PROD (WS-BKO-MIN-IDX)
                 = WS-BKO-PROD-ALVO
                 MOVE ZERO TO WS-BKO-MIN-IDX
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE WS-BKO-FILA-PED (WS-BKO-MIN-IDX) TO BKO-PED-COD
           MOVE WS-BKO-FILA-SEQ (WS-BKO-MIN-IDX) TO BKO-ITEM-SEQ
           READ BACKORDERS KEY IS BKO-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-READ
           IF BKO-STATUS NOT = "P" OR BKO-QTD-PENDENTE = ZERO
              EXIT PARAGRAPH
           END-IF

           IF BKO-QTD-PENDENTE > WS-BKO-DISPONIVEL
              MOVE WS-BKO-DISPONIVEL TO WS-BKO-LIBERAR
           ELSE
              MOVE BKO-QTD-PENDENTE TO WS-BKO-LIBERAR
           END-IF

           MOVE "SAIDA"          TO WS-MOV-TIPO
           MOVE WS-BKO-LIBERAR   TO WS-MOV-QUANTIDADE
           MOVE BKO-PED-COD      TO WS-MOV-PED-COD
           MOVE BKO-ITEM-SEQ     TO WS-MOV-ITEM-SEQ
           PERFORM MOVIMENTAR-ESTOQUE-ITEM

           SUBTRACT WS-BKO-LIBERAR FROM BKO-QTD-PENDENTE
           IF BKO-QTD-PENDENTE = ZERO
              MOVE "A" TO BKO-STATUS
              DISPLAY "Pedido " BKO-PED-COD
                 " item " BKO-ITEM-SEQ
                 ": " WS-BKO-LIBERAR
                 " unidade(s) alocada(s) - item completo, "
                 "pedido pode ser entregue."
           ELSE
              DISPLAY "Pedido " BKO-PED-COD
                 " item " BKO-ITEM-SEQ
                 ": " WS-BKO-LIBERAR
                 " unidade(s) alocada(s) - restam "
                 BKO-QTD-PENDENTE " em espera."
           END-IF
           REWRITE REG-BACKORDER
              INVALID KEY
                 DISPLAY "Erro ao atualizar o backorder!"
           END-REWRITE
           .

       *> -------------------------
       *> RECEBER MERCADORIA CONTRA UMA ORDEM DE COMPRA (item a
       *> item, aceitando recebimentos parciais)
       *> -------------------------
       RECEBER-ORDEM-COMPRA.
           MOVE WS-OC-COD TO OC-COD
           READ ORDENS-COMPRA KEY IS OC-COD
              INVALID KEY
                 DISPLAY "Ordem de compra nao encontrada!"
                 EXIT PARAGRAPH
           END-READ

           IF OC-STATUS = "RECEBIDA"
              DISPLAY "Ordem ja totalmente recebida!"
              EXIT PARAGRAPH
           END-IF
           IF OC-STATUS = "CANCELADA"
              DISPLAY "Ordem cancelada - nao recebe mercadoria!"
              EXIT PARAGRAPH
           END-IF
           IF OC-STATUS = "RASCUNHO"
              DISPLAY "Ordem em rascunho - libere antes de receber!"
              EXIT PARAGRAPH
           END-IF

           MOVE OC-FORN-COD TO FORN-COD
           READ FORNECEDORES KEY IS FORN-COD
              INVALID KEY MOVE SPACES TO FORN-NOME
           END-READ
           DISPLAY "Recebendo ordem " OC-COD
              " do fornecedor " FORN-NOME

           MOVE OC-COD TO OCI-OC-COD
           MOVE 1      TO OCI-SEQ
           START ITENS-OC KEY NOT LESS THAN OCI-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-OCI
              NOT INVALID KEY MOVE "00" TO WS-FS-OCI
           END-START

           PERFORM UNTIL WS-FS-OCI NOT = "00"
              READ ITENS-OC NEXT RECORD
                 AT END MOVE "99" TO WS-FS-OCI
                 NOT AT END
                    IF OCI-OC-COD NOT = WS-OC-COD
                       MOVE "99" TO WS-FS-OCI
                    ELSE
                       PERFORM RECEBER-ITEM-OC
                    END-IF
              END-READ
           END-PERFORM

           PERFORM ATUALIZAR-STATUS-OC
           .

       *> -------------------------
       *> RECEBER UM ITEM DA ORDEM DE COMPRA
       *> -------------------------
       RECEBER-ITEM-OC.
           COMPUTE WS-OC-PENDENTE
              = OCI-QTD-PEDIDA - OCI-QTD-RECEBIDA
           IF WS-OC-PENDENTE = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE OCI-PROD-COD TO PROD-COD
           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY
                 DISPLAY "Produto " OCI-PROD-COD
                    " do item " OCI-SEQ " nao encontrado!"
                 EXIT PARAGRAPH
           END-READ
           IF PROD-KIT = "S"
              DISPLAY "Item " OCI-SEQ " - " PROD-DESCRICAO
                 " e kit - de entrada nos componentes."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Item " OCI-SEQ " - " PROD-DESCRICAO
           DISPLAY "  Pedida: " OCI-QTD-PEDIDA
              " Recebida: " OCI-QTD-RECEBIDA
              " Pendente: " WS-OC-PENDENTE
           DISPLAY "  Quantidade recebida agora (0 = nenhuma): "
           ACCEPT WS-OC-RECEBER

           IF WS-OC-RECEBER = ZERO
              EXIT PARAGRAPH
           END-IF
           IF WS-OC-RECEBER > WS-OC-PENDENTE
              DISPLAY "  Quantidade maior que o pendente - "
                 "limitada a " WS-OC-PENDENTE
              MOVE WS-OC-PENDENTE TO WS-OC-RECEBER
           END-IF
           IF PROD-CONTROLA-LOTE = "S"
              PERFORM COLETAR-LOTE-ENTRADA
           END-IF

           MOVE "ENTRADA"     TO WS-MOV-TIPO
           MOVE WS-OC-RECEBER TO WS-MOV-QUANTIDADE
           MOVE ZERO          TO WS-MOV-PED-COD
           PERFORM MOVIMENTAR-ESTOQUE

           IF OCI-CUSTO-UNIT > ZERO
              MOVE OCI-CUSTO-UNIT TO PROD-CUSTO-UNIT
              REWRITE REG-PRODUTO
                 INVALID KEY
                    DISPLAY "Erro ao atualizar o custo do produto!"
              END-REWRITE
           END-IF

           ADD WS-OC-RECEBER TO OCI-QTD-RECEBIDA
           REWRITE REG-ITEM-OC
              INVALID KEY
                 DISPLAY "Erro ao atualizar item da ordem!"
           END-REWRITE
           DISPLAY "  Recebido. Novo estoque: " PROD-ESTOQUE
           PERFORM LIBERAR-BACKORDERS
           .

       *> -------------------------
       *> ATUALIZAR O STATUS DA ORDEM (ABERTA, PARCIAL ou
       *> RECEBIDA conforme o recebido de cada item)
       *> -------------------------
       ATUALIZAR-STATUS-OC.
           MOVE "N" TO WS-OC-TEM-PENDENTE
           MOVE "N" TO WS-OC-LISTOU
           MOVE WS-OC-COD TO OCI-OC-COD
           MOVE 1         TO OCI-SEQ
           START ITENS-OC KEY NOT LESS THAN OCI-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-OCI
              NOT INVALID KEY MOVE "00" TO WS-FS-OCI
           END-START

           PERFORM UNTIL WS-FS-OCI NOT = "00"
              READ ITENS-OC NEXT RECORD
                 AT END MOVE "99" TO WS-FS-OCI
                 NOT AT END
                    IF OCI-OC-COD NOT = WS-OC-COD
                       MOVE "99" TO WS-FS-OCI
                    ELSE
                       IF OCI-QTD-RECEBIDA < OCI-QTD-PEDIDA
                          MOVE "S" TO WS-OC-TEM-PENDENTE
                       END-IF
                       IF OCI-QTD-RECEBIDA > ZERO
                          MOVE "S" TO WS-OC-LISTOU
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           MOVE WS-OC-COD TO OC-COD
           READ ORDENS-COMPRA KEY IS OC-COD
              INVALID KEY EXIT PARAGRAPH
           END-READ
           IF WS-OC-TEM-PENDENTE = "N"
              MOVE "RECEBIDA" TO OC-STATUS
           ELSE
              IF WS-OC-LISTOU = "S"
                 MOVE "PARCIAL" TO OC-STATUS
              ELSE
                 MOVE "ABERTA" TO OC-STATUS
              END-IF
           END-IF
           REWRITE REG-ORDEM-COMPRA
              INVALID KEY DISPLAY "Erro ao atualizar a ordem!"
           END-REWRITE
           DISPLAY "Ordem " OC-COD " agora esta " OC-STATUS
           .

       *> -------------------------
       *> CONDICOES DE COMPRA POR PRODUTO E FORNECEDOR (prazo de
       *> entrega, fornecedor preferencial, custo e lote minimo)
       *> -------------------------
       MANUTENCAO-PRODUTO-FORNECEDOR.
           DISPLAY "Acao (I = incluir/alterar, E = excluir, "
              "L = listar): "
           ACCEPT WS-PFN-ACAO

           EVALUATE WS-PFN-ACAO
              WHEN "I"
                 DISPLAY "Codigo do Produto: "
                 ACCEPT PROD-COD
                 READ PRODUTOS KEY IS PROD-COD
                    INVALID KEY
                       DISPLAY "Produto nao cadastrado!"
                       EXIT PARAGRAPH
                 END-READ
                 DISPLAY "Produto: " PROD-DESCRICAO
                 DISPLAY "Codigo do Fornecedor: "
                 ACCEPT FORN-COD
                 READ FORNECEDORES KEY IS FORN-COD
                    INVALID KEY
                       DISPLAY "Fornecedor nao cadastrado!"
                       EXIT PARAGRAPH
                 END-READ
                 DISPLAY "Fornecedor: " FORN-NOME
                 MOVE PROD-COD TO PFN-PROD-COD
                 MOVE FORN-COD TO PFN-FORN-COD
                 READ PRODUTO-FORNECEDOR KEY IS PFN-CHAVE
                    INVALID KEY
                       MOVE "N" TO WS-PFN-EXISTE
                       MOVE ZERO TO PFN-PRAZO-ENTREGA
                       MOVE "N" TO PFN-PREFERENCIAL
                       MOVE PROD-CUSTO-UNIT TO PFN-CUSTO-UNIT
                       MOVE ZERO TO PFN-LOTE-MINIMO
                    NOT INVALID KEY
                       MOVE "S" TO WS-PFN-EXISTE
                       DISPLAY "Ja cadastrado - prazo "
                          PFN-PRAZO-ENTREGA " dias, preferencial "
                          PFN-PREFERENCIAL ", custo R$"
                          PFN-CUSTO-UNIT ", lote minimo "
                          PFN-LOTE-MINIMO
                 END-READ
                 DISPLAY "Prazo de entrega (dias corridos): "
                 ACCEPT PFN-PRAZO-ENTREGA
                 DISPLAY "Fornecedor preferencial do produto (S/N): "
                 ACCEPT PFN-PREFERENCIAL
                 IF PFN-PREFERENCIAL NOT = "S"
                    MOVE "N" TO PFN-PREFERENCIAL
                 END-IF
                 DISPLAY "Custo unitario acordado: "
                 ACCEPT PFN-CUSTO-UNIT
                 DISPLAY "Lote minimo de compra (0 = sem minimo): "
                 ACCEPT PFN-LOTE-MINIMO
                 IF PFN-PREFERENCIAL = "S"
                    PERFORM DESMARCAR-OUTROS-PREFERENCIAIS
                 END-IF
                 IF WS-PFN-EXISTE = "S"
                    REWRITE REG-PRODUTO-FORNECEDOR
                       INVALID KEY
                          DISPLAY "Erro ao gravar as condicoes!"
                    END-REWRITE
                 ELSE
                    WRITE REG-PRODUTO-FORNECEDOR
                       INVALID KEY
                          DISPLAY "Erro ao gravar as condicoes!"
                    END-WRITE
                 END-IF
              WHEN "E"
                 DISPLAY "Codigo do Produto: "
                 ACCEPT PFN-PROD-COD
                 DISPLAY "Codigo do Fornecedor: "
                 ACCEPT PFN-FORN-COD
                 DELETE PRODUTO-FORNECEDOR
                    INVALID KEY DISPLAY "Condicao nao encontrada!"
                 END-DELETE
              WHEN "L"
                 MOVE ZERO TO PFN-PROD-COD
                 MOVE ZERO TO PFN-FORN-COD
                 START PRODUTO-FORNECEDOR
                    KEY NOT LESS THAN PFN-CHAVE
                    INVALID KEY MOVE "99" TO WS-FS-PFN
                    NOT INVALID KEY MOVE "00" TO WS-FS-PFN
                 END-START
                 PERFORM UNTIL WS-FS-PFN NOT = "00"
                    READ PRODUTO-FORNECEDOR NEXT RECORD
                       AT END MOVE "99" TO WS-FS-PFN
                       NOT AT END
                          DISPLAY "Produto " PFN-PROD-COD
                             " Fornecedor " PFN-FORN-COD
                             " Prazo " PFN-PRAZO-ENTREGA
                             " Pref " PFN-PREFERENCIAL
                             " R$" PFN-CUSTO-UNIT
                             " Lote min " PFN-LOTE-MINIMO
                    END-READ
                 END-PERFORM
              WHEN OTHER
                 DISPLAY "Acao invalida!"
           END-EVALUATE
           .

       *> -------------------------
       *> SO UM FORNECEDOR PREFERENCIAL POR PRODUTO (o registro
       *> em edicao e guardado e restaurado ao final)
       *> -------------------------
       DESMARCAR-OUTROS-PREFERENCIAIS.
           MOVE REG-PRODUTO-FORNECEDOR TO WS-PFN-SALVO
           MOVE PFN-FORN-COD TO WS-PFN-FORN
           MOVE PFN-PROD-COD TO WS-PFN-PROD
           MOVE ZERO TO PFN-FORN-COD
           START PRODUTO-FORNECEDOR KEY NOT LESS THAN PFN-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-PFN
              NOT INVALID KEY MOVE "00" TO WS-FS-PFN
           END-START
           PERFORM UNTIL WS-FS-PFN NOT = "00"
              READ PRODUTO-FORNECEDOR NEXT RECORD
                 AT END MOVE "99" TO WS-FS-PFN
                 NOT AT END
                    IF PFN-PROD-COD NOT = WS-PFN-PROD
                       MOVE "99" TO WS-FS-PFN
                    ELSE
                       IF PFN-FORN-COD NOT = WS-PFN-FORN
                          AND PFN-PREFERENCIAL = "S"
                          MOVE "N" TO PFN-PREFERENCIAL
                          REWRITE REG-PRODUTO-FORNECEDOR
                             INVALID KEY
                                DISPLAY "Erro ao desmarcar o "
                                   "fornecedor " PFN-FORN-COD
                          END-REWRITE
                          DISPLAY "Fornecedor " PFN-FORN-COD
                             " deixa de ser o preferencial."
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           MOVE WS-PFN-SALVO TO REG-PRODUTO-FORNECEDOR
           .

       *> -------------------------
       *> LOCALIZAR O FORNECEDOR DE REPOSICAO DO PRODUTO (o
       *> preferencial; sem preferencial marcado, o primeiro
       *> cadastrado). Devolve WS-PFN-FORN = 0 quando o produto
       *> nao tem condicao de compra; senao deixa as condicoes
       *> do fornecedor escolhido em REG-PRODUTO-FORNECEDOR
       *> -------------------------
       BUSCAR-FORNECEDOR-PRODUTO.
           MOVE ZERO TO WS-PFN-FORN
           MOVE WS-PFN-PROD TO PFN-PROD-COD
           MOVE ZERO TO PFN-FORN-COD
           START PRODUTO-FORNECEDOR KEY NOT LESS THAN PFN-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-PFN
              NOT INVALID KEY MOVE "00" TO WS-FS-PFN
           END-START
           PERFORM UNTIL WS-FS-PFN NOT = "00"
              READ PRODUTO-FORNECEDOR NEXT RECORD
                 AT END MOVE "99" TO WS-FS-PFN
                 NOT AT END
                    IF PFN-PROD-COD NOT = WS-PFN-PROD
                       MOVE "99" TO WS-FS-PFN
                    ELSE
                       IF WS-PFN-FORN = ZERO
                          MOVE PFN-FORN-COD TO WS-PFN-FORN
                          MOVE REG-PRODUTO-FORNECEDOR
                             TO WS-PFN-SALVO
                       END-IF
                       IF PFN-PREFERENCIAL = "S"
                          MOVE PFN-FORN-COD TO WS-PFN-FORN
                          MOVE REG-PRODUTO-FORNECEDOR
                             TO WS-PFN-SALVO
                          MOVE "99" TO WS-FS-PFN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-PFN-FORN NOT = ZERO
              MOVE WS-PFN-SALVO TO REG-PRODUTO-FORNECEDOR
           END-IF
           .

       *> -------------------------
       *> SUGESTAO DE COMPRA: venda media diaria do periodo (saidas
       *> menos devolucoes do MOVESTQ.DAT), estoque atual mais o
       *> pendente das ordens de compra menos os backorders em
       *> aberto, contra o consumo previsto no prazo de entrega do
       *> fornecedor mais os dias de cobertura desejados, mais o
       *> estoque minimo. O comprador revisa as quantidades e as
       *> ordens sao gravadas em rascunho, uma por fornecedor
       *> -------------------------
       SUGESTAO-COMPRA.
           DISPLAY "Periodo de consumo em dias (0 = 90): "
           ACCEPT WS-SGC-JANELA
           IF WS-SGC-JANELA = ZERO
              MOVE 90 TO WS-SGC-JANELA
           END-IF
           DISPLAY "Dias de cobertura apos a entrega (0 = 30): "
           ACCEPT WS-SGC-COBERTURA
           IF WS-SGC-COBERTURA = ZERO
              MOVE 30 TO WS-SGC-COBERTURA
           END-IF

           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           COMPUTE WS-JUL-VENC
              = FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
                - WS-SGC-JANELA + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-JUL-VENC)
              TO WS-SGC-DATA-INICIO

           MOVE ZERO TO WS-SGC-QTD-LIN
           MOVE ZERO TO WS-SGC-SEM-FORN

           MOVE "SUGCOMP" TO WS-REL-PREFIXO
           MOVE "SUGESTAO DE COMPRA" TO WS-REL-TITULO
           MOVE "LIN PROD  DESCRICAO         ESTOQUE PEND.OC "
              & "BACKORD  MED/DIA PRZ FORN     QTD"
              TO WS-REL-CABECALHO
           PERFORM ABRIR-RELATORIO

           SORT ARQ-SUGESTAO
              ON ASCENDING KEY SGS-PROD-COD
              INPUT PROCEDURE IS CARREGAR-SUGESTAO-COMPRA
              OUTPUT PROCEDURE IS CALCULAR-SUGESTAO-COMPRA

           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING "PERIODO: " DELIMITED BY SIZE
                  WS-SGC-DATA-INICIO DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-HOJE-NUM DELIMITED BY SIZE
                  "  COBERTURA: " DELIMITED BY SIZE
                  WS-SGC-COBERTURA DELIMITED BY SIZE
                  " DIAS  SEM FORNECEDOR: " DELIMITED BY SIZE
                  WS-SGC-SEM-FORN DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-RELATORIO
           PERFORM FECHAR-RELATORIO

           IF WS-SGC-QTD-LIN = ZERO
              DISPLAY "Nenhuma compra sugerida."
              EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-SGC-LINHA
           PERFORM EDITAR-SUGESTAO-COMPRA
              UNTIL WS-SGC-LINHA = ZERO

           DISPLAY "Gerar as ordens de compra em rascunho (S/N)? "
           ACCEPT WS-SGC-CONFIRMA
           IF WS-SGC-CONFIRMA NOT = "S"
              DISPLAY "Nenhuma ordem gerada."
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-SGC-ORDENS
           PERFORM VARYING WS-SGC-IDX FROM 1 BY 1
              UNTIL WS-SGC-IDX > WS-SGC-QTD-LIN
              IF WS-SGC-SUGERIDA (WS-SGC-IDX) > ZERO
                 AND WS-SGC-GERADA (WS-SGC-IDX) = "N"
                 PERFORM GERAR-ORDEM-SUGERIDA
              END-IF
           END-PERFORM
           DISPLAY WS-SGC-ORDENS " ordem(ns) gravada(s) em "
              "rascunho - libere cada uma pela opcao 58."
           .

       *> -------------------------
       *> CARREGAR O SORT DA SUGESTAO: um registro P por produto
       *> ativo, V/D para saidas e devolucoes do periodo, O para o
       *> pendente das ordens em aberto e B para os backorders
       *> -------------------------
       CARREGAR-SUGESTAO-COMPRA.
           MOVE ZERO TO PROD-COD
           START PRODUTOS KEY NOT LESS THAN PROD-COD
              INVALID KEY MOVE "99" TO WS-FS-PROD
              NOT INVALID KEY MOVE "00" TO WS-FS-PROD
           END-START
           PERFORM UNTIL WS-FS-PROD NOT = "00"
              READ PRODUTOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-PROD
                 NOT AT END
                    IF PROD-ATIVO = "S" AND PROD-KIT NOT = "S"
                       MOVE PROD-COD TO SGS-PROD-COD
                       MOVE "P"      TO SGS-TIPO
                       MOVE ZERO     TO SGS-QTD
                       RELEASE REG-SUGESTAO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MOVIMENTO-ESTOQUE
           OPEN INPUT MOVIMENTO-ESTOQUE
           PERFORM UNTIL WS-FS-MOV NOT = "00"
              READ MOVIMENTO-ESTOQUE
                 AT END MOVE "99" TO WS-FS-MOV
                 NOT AT END
                    IF MOV-DATA-HORA(1:8) NOT < WS-SGC-DATA-INICIO
                       AND (MOV-TIPO = "SAIDA"
                            OR MOV-TIPO = "DEVOLUCAO")
                       MOVE MOV-PRODUTO-COD TO SGS-PROD-COD
                       IF MOV-TIPO = "SAIDA"
                          MOVE "V" TO SGS-TIPO
                       ELSE
                          MOVE "D" TO SGS-TIPO
                       END-IF
                       MOVE MOV-QUANTIDADE TO SGS-QTD
                       RELEASE REG-SUGESTAO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MOVIMENTO-ESTOQUE
           OPEN EXTEND MOVIMENTO-ESTOQUE
           IF WS-FS-MOV NOT = "00"
              OPEN OUTPUT MOVIMENTO-ESTOQUE
              CLOSE MOVIMENTO-ESTOQUE
              OPEN EXTEND MOVIMENTO-ESTOQUE
           END-IF

           MOVE ZERO TO OC-COD
           START ORDENS-COMPRA KEY NOT LESS THAN OC-COD
              INVALID KEY MOVE "99" TO WS-FS-OC
              NOT INVALID KEY MOVE "00" TO WS-FS-OC
           END-START
           PERFORM UNTIL WS-FS-OC NOT = "00"
              READ ORDENS-COMPRA NEXT RECORD
                 AT END MOVE "99" TO WS-FS-OC
                 NOT AT END
                    IF OC-STATUS = "ABERTA"
                       OR OC-STATUS = "PARCIAL"
                       OR OC-STATUS = "RASCUNHO"
                       PERFORM CARREGAR-PENDENTE-OC
                    END-IF
              END-READ
           END-PERFORM

           MOVE ZERO TO BKO-PED-COD
           MOVE ZERO TO BKO-ITEM-SEQ
           START BACKORDERS KEY NOT LESS THAN BKO-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-BKO
              NOT INVALID KEY MOVE "00" TO WS-FS-BKO
           END-START
           PERFORM UNTIL WS-FS-BKO NOT = "00"
              READ BACKORDERS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-BKO
                 NOT AT END
                    IF BKO-STATUS = "P"
                       PERFORM CARREGAR-BACKORDER-SUGESTAO
                    END-IF
              END-READ
           END-PERFORM
           .

       *> Backorder de kit vira falta de cada componente
       CARREGAR-BACKORDER-SUGESTAO.
           MOVE BKO-PROD-COD TO WS-KIT-COD
           PERFORM CARREGAR-COMPONENTES-KIT
           IF WS-KIT-QTD-COMP = ZERO
              MOVE BKO-PROD-COD     TO SGS-PROD-COD
              MOVE "B"              TO SGS-TIPO
              MOVE BKO-QTD-PENDENTE TO SGS-QTD
              RELEASE REG-SUGESTAO
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
              UNTIL WS-KIT-IDX > WS-KIT-QTD-COMP
              MOVE WS-KIT-COMP-COD (WS-KIT-IDX) TO SGS-PROD-COD
              MOVE "B" TO SGS-TIPO
              COMPUTE SGS-QTD = BKO-QTD-PENDENTE
                 * WS-KIT-COMP-QTD (WS-KIT-IDX)
              RELEASE REG-SUGESTAO
           END-PERFORM
           .

       CARREGAR-PENDENTE-OC.
           MOVE OC-COD TO OCI-OC-COD
           MOVE ZERO   TO OCI-SEQ
           START ITENS-OC KEY NOT LESS THAN OCI-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-OCI
              NOT INVALID KEY MOVE "00" TO WS-FS-OCI
           END-START
           PERFORM UNTIL WS-FS-OCI NOT = "00"
              READ ITENS-OC NEXT RECORD
                 AT END MOVE "99" TO WS-FS-OCI
                 NOT AT END
                    IF OCI-OC-COD NOT = OC-COD
                       MOVE "99" TO WS-FS-OCI
                    ELSE
                       IF OCI-QTD-PEDIDA > OCI-QTD-RECEBIDA
                          MOVE OCI-PROD-COD TO SGS-PROD-COD
                          MOVE "O"          TO SGS-TIPO
                          COMPUTE SGS-QTD = OCI-QTD-PEDIDA
                                          - OCI-QTD-RECEBIDA
                          RELEASE REG-SUGESTAO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> CALCULAR A SUGESTAO POR PRODUTO (quebra por codigo)
       *> -------------------------
       CALCULAR-SUGESTAO-COMPRA.
           MOVE "N"  TO WS-SGC-FIM
           MOVE ZERO TO WS-SGC-PROD-ATUAL
           PERFORM UNTIL WS-SGC-FIM = "S"
              RETURN ARQ-SUGESTAO
                 AT END MOVE "S" TO WS-SGC-FIM
                 NOT AT END
                    IF SGS-PROD-COD NOT = WS-SGC-PROD-ATUAL
                       IF WS-SGC-PROD-ATUAL NOT = ZERO
                          PERFORM AVALIAR-PRODUTO-SUGESTAO
                       END-IF
                       MOVE SGS-PROD-COD TO WS-SGC-PROD-ATUAL
                       MOVE "N"  TO WS-SGC-ATIVO
                       MOVE ZERO TO WS-SGC-VENDIDO
                       MOVE ZERO TO WS-SGC-PEND-OC
                       MOVE ZERO TO WS-SGC-BACKORDER
                    END-IF
                    EVALUATE SGS-TIPO
                       WHEN "P" MOVE "S" TO WS-SGC-ATIVO
                       WHEN "V" ADD SGS-QTD TO WS-SGC-VENDIDO
                       WHEN "D" SUBTRACT SGS-QTD FROM WS-SGC-VENDIDO
                       WHEN "O" ADD SGS-QTD TO WS-SGC-PEND-OC
                       WHEN "B" ADD SGS-QTD TO WS-SGC-BACKORDER
                    END-EVALUATE
              END-RETURN
           END-PERFORM
           IF WS-SGC-PROD-ATUAL NOT = ZERO
              PERFORM AVALIAR-PRODUTO-SUGESTAO
           END-IF
           .

       AVALIAR-PRODUTO-SUGESTAO.
           IF WS-SGC-ATIVO NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SGC-PROD-ATUAL TO PROD-COD
           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY EXIT PARAGRAPH
           END-READ
           IF WS-SGC-VENDIDO < ZERO
              MOVE ZERO TO WS-SGC-VENDIDO
           END-IF

           MOVE PROD-COD TO WS-PFN-PROD
           PERFORM BUSCAR-FORNECEDOR-PRODUTO
           IF WS-PFN-FORN = ZERO
              MOVE ZERO TO PFN-PRAZO-ENTREGA
              MOVE ZERO TO PFN-LOTE-MINIMO
              MOVE PROD-CUSTO-UNIT TO PFN-CUSTO-UNIT
           END-IF

           COMPUTE WS-SGC-MEDIA ROUNDED
              = WS-SGC-VENDIDO / WS-SGC-JANELA
           COMPUTE WS-SGC-NECESSIDADE
              = WS-SGC-VENDIDO / WS-SGC-JANELA
                * (PFN-PRAZO-ENTREGA + WS-SGC-COBERTURA)
                + PROD-ESTOQUE-MIN
                - PROD-ESTOQUE - WS-SGC-PEND-OC + WS-SGC-BACKORDER
           IF WS-SGC-NECESSIDADE NOT > ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SGC-NECESSIDADE TO WS-SGC-QTD
           IF WS-SGC-QTD < WS-SGC-NECESSIDADE
              ADD 1 TO WS-SGC-QTD
           END-IF
           IF WS-SGC-QTD < PFN-LOTE-MINIMO
              MOVE PFN-LOTE-MINIMO TO WS-SGC-QTD
           END-IF
           IF WS-SGC-QTD > 99999
              MOVE 99999 TO WS-SGC-QTD
           END-IF

           IF WS-PFN-FORN = ZERO
              ADD 1 TO WS-SGC-SEM-FORN
              MOVE ZERO TO WS-SGC-LINHA
           ELSE
              IF WS-SGC-QTD-LIN >= 300
                 DISPLAY "Aviso: mais de 300 produtos a comprar - "
                    "produto " PROD-COD " fica para a proxima "
                    "sugestao."
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-SGC-QTD-LIN
              MOVE WS-SGC-QTD-LIN TO WS-SGC-LINHA
              MOVE PROD-COD    TO WS-SGC-PROD (WS-SGC-LINHA)
              MOVE WS-PFN-FORN TO WS-SGC-FORN (WS-SGC-LINHA)
              MOVE WS-SGC-QTD  TO WS-SGC-SUGERIDA (WS-SGC-LINHA)
              MOVE PFN-CUSTO-UNIT TO WS-SGC-CUSTO (WS-SGC-LINHA)
              MOVE "N"         TO WS-SGC-GERADA (WS-SGC-LINHA)
           END-IF

           MOVE PROD-ESTOQUE     TO WS-INV-SIS-ED
           MOVE WS-SGC-PEND-OC   TO WS-SGC-PEND-ED
           MOVE WS-SGC-BACKORDER TO WS-SGC-BKO-ED
           MOVE WS-SGC-MEDIA     TO WS-SGC-MEDIA-ED
           MOVE WS-SGC-QTD       TO WS-SGC-QTD-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING WS-SGC-LINHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROD-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROD-DESCRICAO(1:18) DELIMITED BY SIZE
                  WS-INV-SIS-ED DELIMITED BY SIZE
                  WS-SGC-PEND-ED DELIMITED BY SIZE
                  WS-SGC-BKO-ED DELIMITED BY SIZE
                  WS-SGC-MEDIA-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PFN-PRAZO-ENTREGA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PFN-FORN DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-SGC-QTD-ED DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           IF WS-PFN-FORN = ZERO
              MOVE "SEM FORNECEDOR" TO WS-LINHA-REL(61:14)
           END-IF
           DISPLAY WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           .

       *> -------------------------
       *> REVISAO DA SUGESTAO PELO COMPRADOR (quantidade e
       *> fornecedor por linha; quantidade 0 retira a linha)
       *> -------------------------
       EDITAR-SUGESTAO-COMPRA.
           DISPLAY "Linha a alterar (0 = encerra a revisao): "
           ACCEPT WS-SGC-LINHA
           IF WS-SGC-LINHA = ZERO
              EXIT PARAGRAPH
           END-IF
           IF WS-SGC-LINHA > WS-SGC-QTD-LIN
              DISPLAY "Linha invalida!"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Produto " WS-SGC-PROD (WS-SGC-LINHA)
              " Fornecedor " WS-SGC-FORN (WS-SGC-LINHA)
              " Quantidade " WS-SGC-SUGERIDA (WS-SGC-LINHA)
           DISPLAY "Nova quantidade (0 = retirar a linha): "
           ACCEPT WS-SGC-SUGERIDA (WS-SGC-LINHA)
           IF WS-SGC-SUGERIDA (WS-SGC-LINHA) = ZERO
              DISPLAY "Linha retirada da sugestao."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Outro fornecedor (0 = manter): "
           ACCEPT WS-PFN-FORN
           IF WS-PFN-FORN = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PFN-FORN TO FORN-COD
           READ FORNECEDORES KEY IS FORN-COD
              INVALID KEY
                 DISPLAY "Fornecedor nao cadastrado - mantido o "
                    "anterior."
                 EXIT PARAGRAPH
           END-READ
           MOVE WS-PFN-FORN TO WS-SGC-FORN (WS-SGC-LINHA)
           MOVE WS-SGC-PROD (WS-SGC-LINHA) TO PFN-PROD-COD
           MOVE WS-PFN-FORN TO PFN-FORN-COD
           READ PRODUTO-FORNECEDOR KEY IS PFN-CHAVE
              NOT INVALID KEY
                 MOVE PFN-CUSTO-UNIT TO WS-SGC-CUSTO (WS-SGC-LINHA)
           END-READ
           DISPLAY "Linha " WS-SGC-LINHA " passa para "
              FORN-NOME
           .

       *> -------------------------
       *> GRAVAR UMA ORDEM EM RASCUNHO COM TODAS AS LINHAS DO
       *> FORNECEDOR DA LINHA WS-SGC-IDX
       *> -------------------------
       GERAR-ORDEM-SUGERIDA.
           MOVE WS-SGC-FORN (WS-SGC-IDX) TO WS-SGC-FORN-ATUAL
           PERFORM PROXIMO-CODIGO-OC
           MOVE OC-COD TO WS-OC-COD
           MOVE ZERO   TO WS-OC-SEQ
           MOVE ZERO   TO WS-OC-TOTAL

           PERFORM VARYING WS-SGC-IDX2 FROM WS-SGC-IDX BY 1
              UNTIL WS-SGC-IDX2 > WS-SGC-QTD-LIN
              IF WS-SGC-FORN (WS-SGC-IDX2) = WS-SGC-FORN-ATUAL
                 AND WS-SGC-SUGERIDA (WS-SGC-IDX2) > ZERO
                 AND WS-SGC-GERADA (WS-SGC-IDX2) = "N"
                 ADD 1 TO WS-OC-SEQ
                 MOVE WS-OC-COD TO OCI-OC-COD
                 MOVE WS-OC-SEQ TO OCI-SEQ
                 MOVE WS-SGC-PROD (WS-SGC-IDX2)     TO OCI-PROD-COD
                 MOVE WS-SGC-SUGERIDA (WS-SGC-IDX2) TO OCI-QTD-PEDIDA
                 MOVE ZERO TO OCI-QTD-RECEBIDA
                 MOVE WS-SGC-CUSTO (WS-SGC-IDX2) TO OCI-CUSTO-UNIT
                 WRITE REG-ITEM-OC
                    INVALID KEY
                       DISPLAY "  Erro ao gravar item da ordem!"
                 END-WRITE
                 COMPUTE WS-OC-SUBTOTAL
                    = OCI-QTD-PEDIDA * OCI-CUSTO-UNIT
                 ADD WS-OC-SUBTOTAL TO WS-OC-TOTAL
                 MOVE "S" TO WS-SGC-GERADA (WS-SGC-IDX2)
              END-IF
           END-PERFORM

           MOVE WS-OC-COD         TO OC-COD
           MOVE WS-SGC-FORN-ATUAL TO OC-FORN-COD
           MOVE WS-HOJE-NUM       TO OC-DATA
           MOVE WS-OC-TOTAL       TO OC-VALOR
           MOVE "RASCUNHO"        TO OC-STATUS
           WRITE REG-ORDEM-COMPRA
              INVALID KEY
                 DISPLAY "Erro: numero de ordem duplicado!"
                 EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-SGC-ORDENS
           DISPLAY "Ordem " OC-COD " (rascunho) fornecedor "
              OC-FORN-COD " - " WS-OC-SEQ " item(ns) - total R$"
              OC-VALOR
           .

       *> -------------------------
       *> LIBERAR OU DESCARTAR ORDEM DE COMPRA EM RASCUNHO
       *> -------------------------
       LIBERAR-ORDEM-COMPRA.
           DISPLAY "Numero da Ordem de Compra: "
           ACCEPT WS-OC-COD
           MOVE WS-OC-COD TO OC-COD
           READ ORDENS-COMPRA KEY IS OC-COD
              INVALID KEY
                 DISPLAY "Ordem de compra nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           IF OC-STATUS NOT = "RASCUNHO"
              DISPLAY "Ordem nao esta em rascunho (" OC-STATUS ")!"
              EXIT PARAGRAPH
           END-IF

           PERFORM IMPRIMIR-ORDEM-COMPRA
           DISPLAY "L = liberar ao fornecedor, C = cancelar, "
              "outro = manter em rascunho: "
           ACCEPT WS-PFN-ACAO
           EVALUATE WS-PFN-ACAO
              WHEN "L"
                 MOVE "ABERTA" TO OC-STATUS
              WHEN "C"
                 MOVE "CANCELADA" TO OC-STATUS
              WHEN OTHER
                 DISPLAY "Ordem mantida em rascunho."
                 EXIT PARAGRAPH
           END-EVALUATE
           REWRITE REG-ORDEM-COMPRA
              INVALID KEY DISPLAY "Erro ao atualizar a ordem!"
           END-REWRITE
           DISPLAY "Ordem " OC-COD " agora esta " OC-STATUS
           .

       *> -------------------------
       *> LANCAR NOTA FISCAL DE FORNECEDOR (contas a pagar): a
       *> nota e conferida contra o recebido da ordem de compra
       *> (quantidade recebida x OCI-CUSTO-UNIT, menos o que ja
       *> foi faturado) e gravada em CPAGAR.DAT, um registro por
       *> vencimento
       *> -------------------------
       LANCAR-NF-FORNECEDOR.
           DISPLAY "Numero da Ordem de Compra: "
           ACCEPT WS-OC-COD
           MOVE WS-OC-COD TO OC-COD
           READ ORDENS-COMPRA KEY IS OC-COD
              INVALID KEY
                 DISPLAY "Ordem de compra nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           IF OC-STATUS = "CANCELADA"
              DISPLAY "Ordem cancelada - nao aceita nota fiscal!"
              EXIT PARAGRAPH
           END-IF
           IF OC-STATUS = "RASCUNHO"
              DISPLAY "Ordem em rascunho - nao aceita nota fiscal!"
              EXIT PARAGRAPH
           END-IF

           MOVE OC-FORN-COD TO FORN-COD
           READ FORNECEDORES KEY IS FORN-COD
              INVALID KEY MOVE SPACES TO FORN-NOME
           END-READ
           MOVE OC-FORN-COD TO WS-CPG-FORN

           PERFORM CALCULAR-RECEBIDO-OC
           PERFORM SOMAR-FATURADO-OC
           COMPUTE WS-CPG-A-FATURAR
              = WS-CPG-RECEBIDO - WS-CPG-FATURADO

           DISPLAY "Fornecedor: " FORN-NOME " (" OC-FORN-COD ")"
           MOVE WS-CPG-RECEBIDO TO WS-TOT-ED
           DISPLAY "Recebido da ordem (qtd x custo): R$" WS-TOT-ED
           MOVE WS-CPG-FATURADO TO WS-TOT-ED
           DISPLAY "Ja faturado em notas anteriores: R$" WS-TOT-ED
           IF WS-CPG-A-FATURAR NOT > ZERO
              DISPLAY "Nada recebido a faturar nesta ordem!"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CPG-A-FATURAR TO WS-TOT-ED
           DISPLAY "Saldo a faturar                : R$" WS-TOT-ED

           DISPLAY "Numero da nota fiscal: "
           ACCEPT WS-CPG-NF
           IF WS-CPG-NF = SPACES
              DISPLAY "Numero da nota obrigatorio!"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CPG-FORN TO CPG-FORN-COD
           MOVE WS-CPG-NF   TO CPG-NF-NUMERO
           MOVE 1           TO CPG-PARCELA
           READ CONTAS-PAGAR KEY IS CPG-CHAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 DISPLAY "Nota ja lancada para este fornecedor!"
                 EXIT PARAGRAPH
           END-READ

           MOVE "Data de emissao (DD/MM/AAAA): " TO WS-VD-PROMPT
           MOVE "B" TO WS-VD-FORMATO
           MOVE "N" TO WS-VD-PERMITE-ZERO
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO WS-CPG-EMISSAO

           DISPLAY "Valor total da nota: "
           ACCEPT WS-CPG-VALOR-NF
           IF WS-CPG-VALOR-NF = ZERO
              DISPLAY "Valor invalido!"
              EXIT PARAGRAPH
           END-IF

           IF WS-CPG-VALOR-NF NOT = WS-CPG-A-FATURAR
              COMPUTE WS-CPG-DIF = WS-CPG-VALOR-NF - WS-CPG-A-FATURAR
              MOVE WS-CPG-DIF TO WS-CPG-DIF-ED
              DISPLAY "*** Nota diverge do recebido em R$"
                 WS-CPG-DIF-ED " ***"
              PERFORM VERIFICAR-NIVEL-SUPERVISOR
              IF WS-ACESSO-NEGADO = "S"
                 DISPLAY "Nota nao lancada - acerte com o "
                    "fornecedor ou chame o supervisor."
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "Aceitar a nota com divergencia (S/N)? "
              ACCEPT WS-CPG-CONFIRMA
              IF WS-CPG-CONFIRMA NOT = "S"
                 DISPLAY "Nota nao lancada."
                 EXIT PARAGRAPH
              END-IF
              MOVE "CPAGAR-DIVERG" TO WS-AUD-ACAO
              MOVE WS-OC-COD       TO WS-AUD-CHAVE
              PERFORM GRAVAR-AUDITORIA
           END-IF

           DISPLAY "Quantidade de vencimentos (1 a 12): "
           ACCEPT WS-CPG-QTD-PARC
           IF WS-CPG-QTD-PARC = ZERO OR WS-CPG-QTD-PARC > 12
              DISPLAY "Quantidade de vencimentos invalida!"
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-CPG-SOMA
           PERFORM VARYING WS-CPG-IDX FROM 1 BY 1
              UNTIL WS-CPG-IDX > WS-CPG-QTD-PARC
              DISPLAY "Vencimento " WS-CPG-IDX ":"
              MOVE "  Data (DD/MM/AAAA): " TO WS-VD-PROMPT
              MOVE "B" TO WS-VD-FORMATO
              MOVE "N" TO WS-VD-PERMITE-ZERO
              PERFORM OBTER-DATA-VALIDA
              MOVE WS-VD-NUM TO WS-CPG-P-VENC (WS-CPG-IDX)
              IF WS-CPG-IDX = WS-CPG-QTD-PARC
                 COMPUTE WS-CPG-P-VALOR (WS-CPG-IDX)
                    = WS-CPG-VALOR-NF - WS-CPG-SOMA
                 MOVE WS-CPG-P-VALOR (WS-CPG-IDX) TO WS-VALOR-ED
                 DISPLAY "  Valor (saldo da nota): R$" WS-VALOR-ED
              ELSE
                 DISPLAY "  Valor: "
                 ACCEPT WS-CPG-P-VALOR (WS-CPG-IDX)
              END-IF
              ADD WS-CPG-P-VALOR (WS-CPG-IDX) TO WS-CPG-SOMA
           END-PERFORM

           IF WS-CPG-SOMA NOT = WS-CPG-VALOR-NF
              DISPLAY "Soma dos vencimentos difere do valor da "
                 "nota - nada foi lancado!"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CPG-ERRO
           PERFORM VARYING WS-CPG-IDX FROM 1 BY 1
              UNTIL WS-CPG-IDX > WS-CPG-QTD-PARC
              IF WS-CPG-P-VENC (WS-CPG-IDX) < WS-CPG-EMISSAO
                 OR WS-CPG-P-VALOR (WS-CPG-IDX) = ZERO
                 MOVE "S" TO WS-CPG-ERRO
              END-IF
           END-PERFORM
           IF WS-CPG-ERRO = "S"
              DISPLAY "Vencimento anterior a emissao ou sem "
                 "valor - nada foi lancado!"
              EXIT PARAGRAPH
           END-IF

           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           PERFORM VARYING WS-CPG-IDX FROM 1 BY 1
              UNTIL WS-CPG-IDX > WS-CPG-QTD-PARC
              MOVE WS-CPG-FORN    TO CPG-FORN-COD
              MOVE WS-CPG-NF      TO CPG-NF-NUMERO
              MOVE WS-CPG-IDX     TO CPG-PARCELA
              MOVE WS-OC-COD      TO CPG-OC-COD
              MOVE WS-CPG-EMISSAO TO CPG-DATA-EMISSAO
              MOVE WS-HOJE-NUM    TO CPG-DATA-LANC
              MOVE WS-CPG-P-VENC (WS-CPG-IDX)  TO CPG-VENCIMENTO
              MOVE WS-CPG-P-VALOR (WS-CPG-IDX) TO CPG-VALOR
              MOVE "A"            TO CPG-STATUS
              MOVE ZERO           TO CPG-DATA-PAGTO
              MOVE WS-COD-OPERADOR TO CPG-USU-COD
              WRITE REG-CONTA-PAGAR
                 INVALID KEY
                    DISPLAY "Erro ao gravar o vencimento "
                       WS-CPG-IDX "!"
              END-WRITE
           END-PERFORM

           MOVE "CPAGAR-NF" TO WS-AUD-ACAO
           MOVE WS-OC-COD   TO WS-AUD-CHAVE
           PERFORM GRAVAR-AUDITORIA
           DISPLAY "Nota " WS-CPG-NF " lancada em "
              WS-CPG-QTD-PARC " vencimento(s)."
           .

       *> Valor recebido da ordem WS-OC-COD (quantidade recebida
       *> de cada item ao custo unitario da ordem).
       CALCULAR-RECEBIDO-OC.
           MOVE ZERO TO WS-CPG-RECEBIDO
           MOVE WS-OC-COD TO OCI-OC-COD
           MOVE 1         TO OCI-SEQ
           START ITENS-OC KEY NOT LESS THAN OCI-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-OCI
              NOT INVALID KEY MOVE "00" TO WS-FS-OCI
           END-START

           PERFORM UNTIL WS-FS-OCI NOT = "00"
              READ ITENS-OC NEXT RECORD
                 AT END MOVE "99" TO WS-FS-OCI
                 NOT AT END
                    IF OCI-OC-COD NOT = WS-OC-COD
                       MOVE "99" TO WS-FS-OCI
                    ELSE
                       COMPUTE WS-CPG-RECEBIDO = WS-CPG-RECEBIDO
                          + OCI-QTD-RECEBIDA * OCI-CUSTO-UNIT
                    END-IF
              END-READ
           END-PERFORM
           .

       *> Total ja lancado em contas a pagar para a ordem
       *> WS-OC-COD (notas do mesmo fornecedor).
       SOMAR-FATURADO-OC.
           MOVE ZERO        TO WS-CPG-FATURADO
           MOVE WS-CPG-FORN TO CPG-FORN-COD
           MOVE SPACES      TO CPG-NF-NUMERO
           MOVE ZERO        TO CPG-PARCELA
           START CONTAS-PAGAR KEY NOT LESS THAN CPG-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-CPG
              NOT INVALID KEY MOVE "00" TO WS-FS-CPG
           END-START

           PERFORM UNTIL WS-FS-CPG NOT = "00"
              READ CONTAS-PAGAR NEXT RECORD
                 AT END MOVE "99" TO WS-FS-CPG
                 NOT AT END
                    IF CPG-FORN-COD NOT = WS-CPG-FORN
                       MOVE "99" TO WS-FS-CPG
                    ELSE
                       IF CPG-OC-COD = WS-OC-COD
                          ADD CPG-VALOR TO WS-CPG-FATURADO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> PAGAR CONTAS A PAGAR (escolhe as contas em aberto a
       *> pagar na data; cada pagamento vai como debito "S" na
       *> conta da empresa no lote do BANCO-SIMPLES, entrada.dat)
       *> -------------------------
       PAGAR-CONTAS-PAGAR.
           MOVE "Data do pagamento (DD/MM/AAAA, 0 = hoje): "
              TO WS-VD-PROMPT
           MOVE "B" TO WS-VD-FORMATO
           MOVE "S" TO WS-VD-PERMITE-ZERO
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO WS-CPG-DATA-PAGTO
           IF WS-CPG-DATA-PAGTO = ZERO
              ACCEPT WS-CPG-DATA-PAGTO FROM DATE YYYYMMDD
           END-IF
           MOVE "Vencimentos ate (DD/MM/AAAA, 0 = todos): "
              TO WS-VD-PROMPT
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO WS-CPG-DATA-ATE
           IF WS-CPG-DATA-ATE = ZERO
              MOVE 99999999 TO WS-CPG-DATA-ATE
           END-IF

           MOVE ZERO TO WS-CPG-QTD
           MOVE ZERO TO CPG-FORN-COD
           MOVE SPACES TO CPG-NF-NUMERO
           MOVE ZERO TO CPG-PARCELA
           START CONTAS-PAGAR KEY NOT LESS THAN CPG-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-CPG
              NOT INVALID KEY MOVE "00" TO WS-FS-CPG
           END-START

           DISPLAY "===== CONTAS A PAGAR EM ABERTO ====="
           PERFORM UNTIL WS-FS-CPG NOT = "00"
              READ CONTAS-PAGAR NEXT RECORD
                 AT END MOVE "99" TO WS-FS-CPG
                 NOT AT END
                    IF CPG-STATUS = "A"
                       AND CPG-VENCIMENTO NOT > WS-CPG-DATA-ATE
                       AND WS-CPG-QTD < 50
                       ADD 1 TO WS-CPG-QTD
                       MOVE CPG-CHAVE
                          TO WS-CPG-TAB-CHAVE (WS-CPG-QTD)
                       MOVE CPG-VALOR
                          TO WS-CPG-TAB-VALOR (WS-CPG-QTD)
                       MOVE "N" TO WS-CPG-TAB-MARCA (WS-CPG-QTD)
                       MOVE CPG-VALOR TO WS-VALOR-ED
                       DISPLAY WS-CPG-QTD " - FORN " CPG-FORN-COD
                          " NF " CPG-NF-NUMERO "/" CPG-PARCELA
                          " VENC " CPG-VENCIMENTO
                          " R$" WS-VALOR-ED
                    END-IF
              END-READ
           END-PERFORM

           IF WS-CPG-QTD = ZERO
              DISPLAY "Nenhuma conta em aberto no periodo."
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-CPG-TOTAL
           MOVE ZERO TO WS-CPG-QTD-PAGAS
           MOVE 1    TO WS-CPG-ESCOLHA
           PERFORM UNTIL WS-CPG-ESCOLHA = ZERO
              DISPLAY "Conta a pagar (0 = encerrar selecao): "
              ACCEPT WS-CPG-ESCOLHA
              IF WS-CPG-ESCOLHA > ZERO
                 AND WS-CPG-ESCOLHA NOT > WS-CPG-QTD
                 IF WS-CPG-TAB-MARCA (WS-CPG-ESCOLHA) = "N"
                    MOVE "S" TO WS-CPG-TAB-MARCA (WS-CPG-ESCOLHA)
                    ADD WS-CPG-TAB-VALOR (WS-CPG-ESCOLHA)
                       TO WS-CPG-TOTAL
                    ADD 1 TO WS-CPG-QTD-PAGAS
                 ELSE
                    MOVE "N" TO WS-CPG-TAB-MARCA (WS-CPG-ESCOLHA)
                    SUBTRACT WS-CPG-TAB-VALOR (WS-CPG-ESCOLHA)
                       FROM WS-CPG-TOTAL
                    SUBTRACT 1 FROM WS-CPG-QTD-PAGAS
                 END-IF
                 MOVE WS-CPG-TOTAL TO WS-TOT-ED
                 DISPLAY "  Selecionadas: " WS-CPG-QTD-PAGAS
                    "  Total: R$" WS-TOT-ED
              END-IF
           END-PERFORM

           IF WS-CPG-QTD-PAGAS = ZERO
              DISPLAY "Nenhuma conta selecionada."
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-PRM-OK
           OPEN INPUT PARAMETROS
           IF WS-FS-PRM = "00"
              READ PARAMETROS NEXT RECORD
                 AT END CONTINUE
                 NOT AT END
                    MOVE PRM-CONTA-VENDAS TO WS-CONTA-VENDAS
                    MOVE "S" TO WS-PRM-OK
              END-READ
              CLOSE PARAMETROS
           END-IF
           IF WS-PRM-OK = "N"
              DISPLAY "PARAMET.DAT sem conta da empresa - "
                 "pagamento nao enviado ao banco!"
              EXIT PARAGRAPH
           END-IF

           MOVE WS-CPG-TOTAL TO WS-TOT-ED
           DISPLAY "Pagar " WS-CPG-QTD-PAGAS " conta(s), total R$"
              WS-TOT-ED ", da conta " WS-CONTA-VENDAS
              " em " WS-CPG-DATA-PAGTO " (S/N)? "
           ACCEPT WS-CPG-CONFIRMA
           IF WS-CPG-CONFIRMA NOT = "S"
              DISPLAY "Pagamento cancelado."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Senha da conta da empresa no banco: "
           ACCEPT WS-CPG-SENHA

           OPEN EXTEND LOTE-BANCO
           IF WS-FS-LOTE NOT = "00"
              OPEN OUTPUT LOTE-BANCO
              CLOSE LOTE-BANCO
              OPEN EXTEND LOTE-BANCO
           END-IF
           IF WS-FS-LOTE NOT = "00"
              DISPLAY "Nao foi possivel abrir o lote do banco - "
                 "pagamento nao enviado!"
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-CPG-QTD-PAGAS
           MOVE ZERO TO WS-CPG-TOTAL
           PERFORM VARYING WS-CPG-IDX FROM 1 BY 1
              UNTIL WS-CPG-IDX > WS-CPG-QTD
              IF WS-CPG-TAB-MARCA (WS-CPG-IDX) = "S"
                 PERFORM PAGAR-UMA-CONTA-PAGAR
              END-IF
           END-PERFORM
           CLOSE LOTE-BANCO

           MOVE WS-CPG-TOTAL TO WS-TOT-ED
           DISPLAY WS-CPG-QTD-PAGAS " pagamento(s) enviados ao "
              "lote do banco - total R$" WS-TOT-ED
           .

       PAGAR-UMA-CONTA-PAGAR.
           MOVE WS-CPG-TAB-CHAVE (WS-CPG-IDX) TO CPG-CHAVE
           READ CONTAS-PAGAR KEY IS CPG-CHAVE
              INVALID KEY
                 DISPLAY "Conta a pagar nao encontrada!"
                 EXIT PARAGRAPH
           END-READ
           IF CPG-STATUS NOT = "A"
              DISPLAY "NF " CPG-NF-NUMERO "/" CPG-PARCELA
                 " ja paga - ignorada."
              EXIT PARAGRAPH
           END-IF

           MOVE "P"               TO CPG-STATUS
           MOVE WS-CPG-DATA-PAGTO TO CPG-DATA-PAGTO
           REWRITE REG-CONTA-PAGAR
              INVALID KEY
                 DISPLAY "Erro ao baixar a NF " CPG-NF-NUMERO
                 EXIT PARAGRAPH
           END-REWRITE

           MOVE WS-CONTA-VENDAS TO LOTE-CONTA
           MOVE "S"             TO LOTE-TIPO
           MOVE CPG-VALOR       TO LOTE-VALOR
           MOVE WS-CPG-SENHA    TO LOTE-SENHA
           WRITE REG-LOTE-BANCO
           ADD 1 TO WS-CPG-QTD-PAGAS
           ADD CPG-VALOR TO WS-CPG-TOTAL

           MOVE "CPAGAR-PAGTO" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING CPG-FORN-COD DELIMITED BY SIZE
                  CPG-NF-NUMERO DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           END-STRING
           PERFORM GRAVAR-AUDITORIA
           .

       *> -------------------------
       *> AGING DE CONTAS A PAGAR POR FORNECEDOR (em aberto, em
       *> faixas de atraso sobre o vencimento)
       *> -------------------------
       RELATORIO-AGING-PAGAR.
           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
              TO WS-JUL-HOJE

           MOVE "AGINGPAG" TO WS-REL-PREFIXO
           MOVE "AGING DE CONTAS A PAGAR" TO WS-REL-TITULO
           MOVE "FORN  NOME / A VENCER      1-30     31-60     "
              & "61-90       90+     TOTAL"
              TO WS-REL-CABECALHO
           PERFORM ABRIR-RELATORIO

           MOVE "S"  TO WS-APG-PRIMEIRO
           MOVE ZERO TO WS-APG-FORN-ATUAL
           MOVE ZERO TO WS-APG-TOT-GERAL
           PERFORM VARYING WS-APG-IDX FROM 1 BY 1
              UNTIL WS-APG-IDX > 5
              MOVE ZERO TO WS-APG-FORN-FAIXA (WS-APG-IDX)
              MOVE ZERO TO WS-APG-TOT-FAIXA (WS-APG-IDX)
           END-PERFORM

           DISPLAY "===== AGING DE CONTAS A PAGAR EM " WS-HOJE-NUM
              " ====="
           DISPLAY "Faixas: A VENCER / 1-30 / 31-60 / 61-90 / 90+"

           MOVE ZERO TO CPG-FORN-COD
           MOVE SPACES TO CPG-NF-NUMERO
           MOVE ZERO TO CPG-PARCELA
           START CONTAS-PAGAR KEY NOT LESS THAN CPG-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-CPG
              NOT INVALID KEY MOVE "00" TO WS-FS-CPG
           END-START

           PERFORM UNTIL WS-FS-CPG NOT = "00"
              READ CONTAS-PAGAR NEXT RECORD
                 AT END MOVE "99" TO WS-FS-CPG
                 NOT AT END
                    IF CPG-STATUS = "A"
                       PERFORM CLASSIFICAR-AGING-PAGAR
                    END-IF
              END-READ
           END-PERFORM

           IF WS-APG-PRIMEIRO = "N"
              PERFORM IMPRIMIR-AGING-FORNECEDOR
           END-IF

           PERFORM VARYING WS-APG-IDX FROM 1 BY 1
              UNTIL WS-APG-IDX > 5
              MOVE WS-APG-TOT-FAIXA (WS-APG-IDX)
                 TO WS-APG-ED (WS-APG-IDX)
           END-PERFORM
           MOVE WS-APG-TOT-GERAL TO WS-APG-ED (6)
           DISPLAY "---------------------------------------------"
           DISPLAY "TOTAIS POR FAIXA:"
           DISPLAY "  A vencer: R$" WS-APG-ED (1)
           DISPLAY "  1-30    : R$" WS-APG-ED (2)
           DISPLAY "  31-60   : R$" WS-APG-ED (3)
           DISPLAY "  61-90   : R$" WS-APG-ED (4)
           DISPLAY "  90+     : R$" WS-APG-ED (5)
           DISPLAY "TOTAL GERAL A PAGAR: R$" WS-APG-ED (6)

           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE "TOTAIS POR FAIXA" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-VALORES-APG
           PERFORM FECHAR-RELATORIO
           .

       CLASSIFICAR-AGING-PAGAR.
           IF WS-APG-PRIMEIRO = "S"
              MOVE CPG-FORN-COD TO WS-APG-FORN-ATUAL
              MOVE "N" TO WS-APG-PRIMEIRO
           END-IF
           IF CPG-FORN-COD NOT = WS-APG-FORN-ATUAL
              PERFORM IMPRIMIR-AGING-FORNECEDOR
              MOVE CPG-FORN-COD TO WS-APG-FORN-ATUAL
           END-IF

           MOVE FUNCTION INTEGER-OF-DATE(CPG-VENCIMENTO)
              TO WS-JUL-VENC
           COMPUTE WS-DIAS-ATRASO = WS-JUL-HOJE - WS-JUL-VENC
           EVALUATE TRUE
              WHEN WS-DIAS-ATRASO NOT > ZERO
                 MOVE 1 TO WS-APG-FAIXA
              WHEN WS-DIAS-ATRASO <= 30
                 MOVE 2 TO WS-APG-FAIXA
              WHEN WS-DIAS-ATRASO <= 60
                 MOVE 3 TO WS-APG-FAIXA
              WHEN WS-DIAS-ATRASO <= 90
                 MOVE 4 TO WS-APG-FAIXA
              WHEN OTHER
                 MOVE 5 TO WS-APG-FAIXA
           END-EVALUATE

           ADD CPG-VALOR TO WS-APG-FORN-FAIXA (WS-APG-FAIXA)
           ADD CPG-VALOR TO WS-APG-TOT-FAIXA (WS-APG-FAIXA)
           ADD CPG-VALOR TO WS-APG-TOT-GERAL
           .

       IMPRIMIR-AGING-FORNECEDOR.
           MOVE WS-APG-FORN-ATUAL TO FORN-COD
           READ FORNECEDORES KEY IS FORN-COD
              INVALID KEY MOVE SPACES TO FORN-NOME
           END-READ
           MOVE ZERO TO WS-APG-TOT-FORN
           PERFORM VARYING WS-APG-IDX FROM 1 BY 1
              UNTIL WS-APG-IDX > 5
              ADD WS-APG-FORN-FAIXA (WS-APG-IDX) TO WS-APG-TOT-FORN
           END-PERFORM
           PERFORM VARYING WS-APG-IDX FROM 1 BY 1
              UNTIL WS-APG-IDX > 5
              MOVE WS-APG-FORN-FAIXA (WS-APG-IDX)
                 TO WS-APG-ED (WS-APG-IDX)
              MOVE ZERO TO WS-APG-FORN-FAIXA (WS-APG-IDX)
           END-PERFORM
           MOVE WS-APG-TOT-FORN TO WS-APG-ED (6)
           DISPLAY "Fornecedor: " FORN-NOME " (" WS-APG-FORN-ATUAL
              ")"
           DISPLAY "  A vencer: R$" WS-APG-ED (1)
              "  1-30 : R$" WS-APG-ED (2)
           DISPLAY "  31-60   : R$" WS-APG-ED (3)
              "  61-90: R$" WS-APG-ED (4)
           DISPLAY "  90+     : R$" WS-APG-ED (5)
              "  Total: R$" WS-APG-ED (6)

           MOVE SPACES TO WS-LINHA-REL
           STRING WS-APG-FORN-ATUAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORN-NOME DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-VALORES-APG
           .

       ESCREVER-LINHA-VALORES-APG.
           MOVE SPACES TO WS-LINHA-REL
           STRING "      " DELIMITED BY SIZE
                  WS-APG-ED (1) DELIMITED BY SIZE
                  WS-APG-ED (2) DELIMITED BY SIZE
                  WS-APG-ED (3) DELIMITED BY SIZE
                  WS-APG-ED (4) DELIMITED BY SIZE
                  WS-APG-ED (5) DELIMITED BY SIZE
                  WS-APG-ED (6) DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-RELATORIO
           .

       *> -------------------------
       *> CONTAS A PAGAR A VENCER NOS PROXIMOS N DIAS (ordenadas
       *> por vencimento)
       *> -------------------------
       RELATORIO-PAGAR-A-VENCER.
           DISPLAY "Vencimentos nos proximos quantos dias? "
           ACCEPT WS-CPG-DIAS
           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           COMPUTE WS-JUL-VENC
              = FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) + WS-CPG-DIAS
           MOVE FUNCTION DATE-OF-INTEGER(WS-JUL-VENC)
              TO WS-CPG-DATA-ATE

           MOVE "APAGAR" TO WS-REL-PREFIXO
           MOVE "CONTAS A PAGAR A VENCER" TO WS-REL-TITULO
           MOVE "VENCTO   FORN  FORNECEDOR           NOTA       "
              & "PC          VALOR"
              TO WS-REL-CABECALHO
           PERFORM ABRIR-RELATORIO

           SORT ARQ-VENCER-PAGAR
              ON ASCENDING KEY VPG-VENCIMENTO VPG-FORN-COD
              INPUT PROCEDURE IS CARREGAR-PAGAR-A-VENCER
              OUTPUT PROCEDURE IS IMPRIMIR-PAGAR-A-VENCER

           PERFORM FECHAR-RELATORIO
           .

       CARREGAR-PAGAR-A-VENCER.
           MOVE ZERO TO CPG-FORN-COD
           MOVE SPACES TO CPG-NF-NUMERO
           MOVE ZERO TO CPG-PARCELA
           START CONTAS-PAGAR KEY NOT LESS THAN CPG-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-CPG
              NOT INVALID KEY MOVE "00" TO WS-FS-CPG
           END-START

           PERFORM UNTIL WS-FS-CPG NOT = "00"
              READ CONTAS-PAGAR NEXT RECORD
                 AT END MOVE "99" TO WS-FS-CPG
                 NOT AT END
                    IF CPG-STATUS = "A"
                       AND CPG-VENCIMENTO NOT < WS-HOJE-NUM
                       AND CPG-VENCIMENTO NOT > WS-CPG-DATA-ATE
                       MOVE CPG-VENCIMENTO TO VPG-VENCIMENTO
                       MOVE CPG-FORN-COD   TO VPG-FORN-COD
                       MOVE CPG-NF-NUMERO  TO VPG-NF
                       MOVE CPG-PARCELA    TO VPG-PARCELA
                       MOVE CPG-VALOR      TO VPG-VALOR
                       RELEASE REG-VENCER-PAGAR
                    END-IF
              END-READ
           END-PERFORM
           .

       IMPRIMIR-PAGAR-A-VENCER.
           MOVE ZERO TO WS-CPG-QTD-VENC
           MOVE ZERO TO WS-CPG-TOTAL
           MOVE "N"  TO WS-VPG-FIM
           DISPLAY "===== CONTAS A PAGAR ATE " WS-CPG-DATA-ATE
              " ====="
           PERFORM UNTIL WS-VPG-FIM = "S"
              RETURN ARQ-VENCER-PAGAR
                 AT END MOVE "S" TO WS-VPG-FIM
                 NOT AT END
                    MOVE VPG-FORN-COD TO FORN-COD
                    READ FORNECEDORES KEY IS FORN-COD
                       INVALID KEY MOVE SPACES TO FORN-NOME
                    END-READ
                    ADD 1 TO WS-CPG-QTD-VENC
                    ADD VPG-VALOR TO WS-CPG-TOTAL
                    MOVE VPG-VALOR TO WS-VALOR-ED
                    MOVE SPACES TO WS-LINHA-REL
                    STRING VPG-VENCIMENTO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           VPG-FORN-COD DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FORN-NOME(1:20) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           VPG-NF DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           VPG-PARCELA DELIMITED BY SIZE
                           " R$ " DELIMITED BY SIZE
                           WS-VALOR-ED DELIMITED BY SIZE
                           INTO WS-LINHA-REL
                    END-STRING
                    DISPLAY WS-LINHA-REL
                    PERFORM ESCREVER-LINHA-RELATORIO
              END-RETURN
           END-PERFORM

           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE WS-CPG-TOTAL TO WS-TOT-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING "VENCIMENTOS: " DELIMITED BY SIZE
                  WS-CPG-QTD-VENC DELIMITED BY SIZE
                  "   TOTAL: R$ " DELIMITED BY SIZE
                  WS-TOT-ED DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           DISPLAY WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           .

       *> -------------------------
       *> INVENTARIO FISICO (contagem do deposito: digita-se a
       *> quantidade contada por produto, sai o relatorio de
       *> divergencias e, apos confirmacao, os ajustes assinados
       *> entram no livro de movimentos com codigo de motivo -
       *> trilha exigida pelos auditores)
       *> -------------------------
       INVENTARIO-FISICO.
           MOVE ZERO TO WS-INV-QTD
           DISPLAY "===== CONTAGEM DE INVENTARIO ====="
           DISPLAY "Informe produto a produto; codigo 0 encerra."

           PERFORM COLETAR-CONTAGEM-PRODUTO
              UNTIL WS-INV-PROD-DIGITADO = ZERO
                 OR WS-INV-QTD >= 500

           IF WS-INV-QTD = ZERO
              DISPLAY "Nenhum produto contado."
              EXIT PARAGRAPH
           END-IF

           PERFORM RELATORIO-DIVERGENCIAS-INV

           IF WS-INV-DIVERGENTES = ZERO
              DISPLAY "Nenhuma divergencia - estoque confere."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Confirmar os ajustes de estoque (S/N)? "
           ACCEPT WS-INV-CONFIRMA
           IF WS-INV-CONFIRMA NOT = "S"
              DISPLAY "Ajustes nao aplicados."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Codigo do motivo (ex: INVENTARIO): "
           ACCEPT WS-INV-MOTIVO
           IF WS-INV-MOTIVO = SPACES
              MOVE "INVENTARIO" TO WS-INV-MOTIVO
           END-IF

           PERFORM APLICAR-AJUSTES-INVENTARIO
           DISPLAY "Ajustes aplicados e registrados no livro de "
              "movimentos."
           .

       *> -------------------------
       *> COLETAR A CONTAGEM DE UM PRODUTO
       *> -------------------------
       COLETAR-CONTAGEM-PRODUTO.
           DISPLAY "Codigo do Produto (0 = encerra): "
           ACCEPT WS-INV-PROD-DIGITADO
           IF WS-INV-PROD-DIGITADO = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE WS-INV-PROD-DIGITADO TO PROD-COD
           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY
                 DISPLAY "Produto nao cadastrado!"
                 EXIT PARAGRAPH
           END-READ
           IF PROD-KIT = "S"
              DISPLAY "Produto e kit - conte os componentes."
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-INV-QTD
           MOVE PROD-COD     TO WS-INV-PROD (WS-INV-QTD)
           MOVE PROD-ESTOQUE TO WS-INV-SISTEMA (WS-INV-QTD)
           MOVE SPACES       TO WS-INV-LOTE (WS-INV-QTD)
           MOVE ZERO         TO WS-INV-VALIDADE (WS-INV-QTD)
           DISPLAY "  " PROD-DESCRICAO
           IF PROD-CONTROLA-LOTE = "S"
              PERFORM COLETAR-LOTE-CONTAGEM
           END-IF
           DISPLAY "  Quantidade contada: "
           ACCEPT WS-INV-CONTADO (WS-INV-QTD)
           .

       *> -------------------------
       *> PRODUTO COM LOTE E CONTADO LOTE A LOTE (o saldo do
       *> sistema e o do lote; lote novo entra com saldo zero e
       *> pede a validade; lote nao contado mantem o saldo)
       *> -------------------------
       COLETAR-LOTE-CONTAGEM.
           PERFORM LISTAR-LOTES-PRODUTO
           PERFORM UNTIL WS-INV-LOTE (WS-INV-QTD) NOT = SPACES
              DISPLAY "  Lote contado: "
              ACCEPT WS-INV-LOTE (WS-INV-QTD)
           END-PERFORM

           MOVE PROD-COD TO LOT-PROD-COD
           MOVE WS-INV-LOTE (WS-INV-QTD) TO LOT-NUMERO
           READ LOTES KEY IS LOT-CHAVE
              INVALID KEY
                 MOVE ZERO TO WS-INV-SISTEMA (WS-INV-QTD)
                 IF WS-INV-LOTE (WS-INV-QTD) = "SEM-LOTE"
                    MOVE 99999999 TO WS-INV-VALIDADE (WS-INV-QTD)
                 ELSE
                    DISPLAY "  Lote novo."
                    MOVE "  Validade (AAAAMMDD): " TO WS-VD-PROMPT
                    MOVE "N" TO WS-VD-FORMATO
                    MOVE "N" TO WS-VD-PERMITE-ZERO
                    PERFORM OBTER-DATA-VALIDA
                    MOVE WS-VD-NUM TO WS-INV-VALIDADE (WS-INV-QTD)
                 END-IF
              NOT INVALID KEY
                 MOVE LOT-SALDO    TO WS-INV-SISTEMA (WS-INV-QTD)
                 MOVE LOT-VALIDADE TO WS-INV-VALIDADE (WS-INV-QTD)
           END-READ
           .

       *> -------------------------
       *> RELATORIO DE DIVERGENCIAS DA CONTAGEM
       *> -------------------------
       RELATORIO-DIVERGENCIAS-INV.
           MOVE ZERO TO WS-INV-DIVERGENTES

           MOVE "INVENT" TO WS-REL-PREFIXO
           MOVE "DIVERGENCIAS DE INVENTARIO" TO WS-REL-TITULO
           MOVE "CODIGO DESCRICAO                      "
              & "SISTEMA CONTADO DIFERENCA LOTE"
              TO WS-REL-CABECALHO
           PERFORM ABRIR-RELATORIO

           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
              UNTIL WS-INV-IDX > WS-INV-QTD
              COMPUTE WS-INV-DIF
                 = WS-INV-CONTADO (WS-INV-IDX)
                   - WS-INV-SISTEMA (WS-INV-IDX)
              IF WS-INV-DIF NOT = ZERO
                 ADD 1 TO WS-INV-DIVERGENTES
                 MOVE WS-INV-PROD (WS-INV-IDX) TO PROD-COD
                 READ PRODUTOS KEY IS PROD-COD
                    INVALID KEY MOVE SPACES TO PROD-DESCRICAO
                 END-READ
                 MOVE WS-INV-SISTEMA (WS-INV-IDX)
                    TO WS-INV-SIS-ED
                 MOVE WS-INV-CONTADO (WS-INV-IDX)
                    TO WS-INV-CONT-ED
                 MOVE WS-INV-DIF TO WS-INV-DIF-ED
                 DISPLAY "Produto " WS-INV-PROD (WS-INV-IDX)
                    " " WS-INV-LOTE (WS-INV-IDX)
                    " Sistema: " WS-INV-SIS-ED
                    " Contado: " WS-INV-CONT-ED
                    " Diferenca: " WS-INV-DIF-ED
                 MOVE SPACES TO WS-LINHA-REL
                 STRING WS-INV-PROD (WS-INV-IDX)
                        DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        PROD-DESCRICAO DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-INV-SIS-ED DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-INV-CONT-ED DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        WS-INV-DIF-ED DELIMITED BY SIZE
                        "   " DELIMITED BY SIZE
                        WS-INV-LOTE (WS-INV-IDX) DELIMITED BY SIZE
                        INTO WS-LINHA-REL
                 END-STRING
                 PERFORM ESCREVER-LINHA-RELATORIO
              END-IF
           END-PERFORM

           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING "PRODUTOS CONTADOS: " DELIMITED BY SIZE
                  WS-INV-QTD DELIMITED BY SIZE
                  "   DIVERGENTES: " DELIMITED BY SIZE
                  WS-INV-DIVERGENTES DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-RELATORIO
           PERFORM FECHAR-RELATORIO
           .

       *> -------------------------
       *> APLICAR OS AJUSTES DA CONTAGEM (o estoque e relido na
       *> hora do ajuste para que o saldo final seja exatamente
       *> a quantidade contada, mesmo que algo tenha se movido
       *> durante a conferencia)
       *> -------------------------
       APLICAR-AJUSTES-INVENTARIO.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
              UNTIL WS-INV-IDX > WS-INV-QTD
              MOVE WS-INV-PROD (WS-INV-IDX) TO PROD-COD
              READ PRODUTOS KEY IS PROD-COD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    COMPUTE WS-INV-DIF
                       = WS-INV-CONTADO (WS-INV-IDX)
                         - PROD-ESTOQUE
                    IF WS-INV-LOTE (WS-INV-IDX) NOT = SPACES
                       PERFORM BASE-AJUSTE-LOTE-INVENTARIO
                    END-IF
                    IF WS-INV-DIF NOT = ZERO
                       IF WS-INV-DIF > ZERO
                          MOVE "AJUSTE-ENT" TO WS-MOV-TIPO
                          MOVE WS-INV-DIF TO WS-MOV-QUANTIDADE
                       ELSE
                          MOVE "AJUSTE-SAI" TO WS-MOV-TIPO
                          COMPUTE WS-MOV-QUANTIDADE
                             = ZERO - WS-INV-DIF
                       END-IF
                       MOVE ZERO TO WS-MOV-PED-COD
                       MOVE WS-INV-MOTIVO TO WS-MOV-MOTIVO
                       PERFORM MOVIMENTAR-ESTOQUE
                    END-IF
              END-READ
              MOVE SPACES TO WS-MOV-LOTE
           END-PERFORM
           .

       *> -------------------------
       *> CONTAGEM DE LOTE: a diferenca e sobre o saldo do lote
       *> (relido agora) e o ajuste vai para esse lote
       *> -------------------------
       BASE-AJUSTE-LOTE-INVENTARIO.
           MOVE PROD-COD TO LOT-PROD-COD
           MOVE WS-INV-LOTE (WS-INV-IDX) TO LOT-NUMERO
           READ LOTES KEY IS LOT-CHAVE
              INVALID KEY MOVE ZERO TO LOT-SALDO
           END-READ
           COMPUTE WS-INV-DIF
              = WS-INV-CONTADO (WS-INV-IDX) - LOT-SALDO
           MOVE WS-INV-LOTE (WS-INV-IDX)     TO WS-MOV-LOTE
           MOVE WS-INV-VALIDADE (WS-INV-IDX) TO WS-LOT-VALIDADE
           MOVE ZERO TO WS-LOT-FABRIC
           .

       *> -------------------------
       *> RELATORIO DE PRODUTOS ABAIXO DO MINIMO
       *> -------------------------
       RELATORIO-ABAIXO-MINIMO.
           CLOSE PRODUTOS
           OPEN INPUT PRODUTOS

           DISPLAY "===== PRODUTOS ABAIXO DO ESTOQUE MINIMO ====="
           MOVE "N" TO WS-ABAIXO-MINIMO
           MOVE "00" TO WS-FS-PROD
           PERFORM UNTIL WS-FS-PROD NOT = "00"
              READ PRODUTOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-PROD
                 NOT AT END
                    IF PROD-ATIVO = "S"
                       AND PROD-ESTOQUE < PROD-ESTOQUE-MIN
                       MOVE "S" TO WS-ABAIXO-MINIMO
                       DISPLAY "Codigo   : " PROD-COD
                       DISPLAY "Descricao: " PROD-DESCRICAO
                       DISPLAY "Estoque  : " PROD-ESTOQUE
                       DISPLAY "Minimo   : " PROD-ESTOQUE-MIN
                       DISPLAY "-------------------------"
                    END-IF
              END-READ
           END-PERFORM

           IF WS-ABAIXO-MINIMO = "N"
              DISPLAY "Nenhum produto abaixo do minimo."
           END-IF

           CLOSE PRODUTOS
           OPEN I-O PRODUTOS
           .

       *> -------------------------
       *> CADASTRAR/ALTERAR CATEGORIA DE DESCONTO
       *> -------------------------
       CADASTRAR-CATEGORIA.
           DISPLAY "Codigo da Categoria (ex: ATACADO): "
           ACCEPT CAT-CODIGO

           READ CATEGORIAS KEY IS CAT-CODIGO
              INVALID KEY
                 DISPLAY "Categoria nova - incluindo."
                 DISPLAY "Descricao: "
                 ACCEPT CAT-DESCRICAO
                 DISPLAY "Percentual de Desconto (ex: 10.00): "
                 ACCEPT CAT-DESCONTO-PCT
                 WRITE REG-CATEGORIA
                    INVALID KEY DISPLAY "Erro ao gravar categoria!"
                 END-WRITE
              NOT INVALID KEY
                 DISPLAY "Descricao atual: " CAT-DESCRICAO
                 DISPLAY "Nova Descricao: "
                 ACCEPT CAT-DESCRICAO
                 DISPLAY "Desconto atual: " CAT-DESCONTO-PCT
                 DISPLAY "Novo Percentual de Desconto: "
                 ACCEPT CAT-DESCONTO-PCT
                 REWRITE REG-CATEGORIA
                    INVALID KEY DISPLAY "Erro ao alterar categoria!"
                 END-REWRITE
           END-READ
           .

       *> -------------------------
       *> LISTAR CATEGORIAS
       *> -------------------------
       LISTAR-CATEGORIAS.
           CLOSE CATEGORIAS
           OPEN INPUT CATEGORIAS

           MOVE "00" TO WS-FS-CAT
           PERFORM UNTIL WS-FS-CAT NOT = "00"
              READ CATEGORIAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-CAT
                 NOT AT END
                    MOVE CAT-DESCONTO-PCT TO WS-DESC-ED
                    DISPLAY "Codigo   : " CAT-CODIGO
                    DISPLAY "Descricao: " CAT-DESCRICAO
                    DISPLAY "Desconto : " WS-DESC-ED " %"
                    DISPLAY "-------------------------"
              END-READ
           END-PERFORM

           CLOSE CATEGORIAS
           OPEN I-O CATEGORIAS
           .

       *> -------------------------
       *> COLETAR O VENDEDOR DO PEDIDO (0 = venda de balcao sem
       *> vendedor, fora do calculo de comissao)
       *> -------------------------
       COLETAR-VENDEDOR-PEDIDO.
           MOVE "N" TO WS-VEND-OK
           PERFORM UNTIL WS-VEND-OK = "S"
              DISPLAY "Codigo do Vendedor (0 = sem vendedor): "
              ACCEPT WS-PED-VENDEDOR
              IF WS-PED-VENDEDOR = ZERO
                 MOVE "S" TO WS-VEND-OK
              ELSE
                 MOVE WS-PED-VENDEDOR TO VEND-COD
                 READ VENDEDORES KEY IS VEND-COD
                    INVALID KEY
                       DISPLAY "Vendedor nao cadastrado!"
                    NOT INVALID KEY
                       IF VEND-ATIVO NOT = "S"
                          DISPLAY "Vendedor inativo!"
                       ELSE
                          MOVE "S" TO WS-VEND-OK
                          DISPLAY "Vendedor: " VEND-NOME
                       END-IF
                 END-READ
              END-IF
           END-PERFORM
           .

       *> -------------------------
       *> CADASTRAR/ALTERAR VENDEDOR
       *> -------------------------
       CADASTRAR-VENDEDOR.
           DISPLAY "Codigo do Vendedor (3 digitos): "
           ACCEPT VEND-COD

           READ VENDEDORES KEY IS VEND-COD
              INVALID KEY
                 DISPLAY "Vendedor novo - incluindo."
                 DISPLAY "Nome: "
                 ACCEPT VEND-NOME
                 DISPLAY "Percentual de Comissao (ex: 03.50): "
                 ACCEPT VEND-COMISSAO-PCT
                 MOVE "S" TO VEND-ATIVO
                 WRITE REG-VENDEDOR
                    INVALID KEY DISPLAY "Erro ao gravar vendedor!"
                 END-WRITE
              NOT INVALID KEY
                 DISPLAY "Alterando vendedor " VEND-NOME
                 DISPLAY "Novo Nome: "
                 ACCEPT VEND-NOME
                 DISPLAY "Novo Percentual de Comissao: "
                 ACCEPT VEND-COMISSAO-PCT
                 DISPLAY "Vendedor ativo (S/N)? "
                 ACCEPT VEND-ATIVO
                 REWRITE REG-VENDEDOR
                    INVALID KEY DISPLAY "Erro ao alterar vendedor!"
                 END-REWRITE
           END-READ
           .

       *> -------------------------
       *> LISTAR VENDEDORES
       *> -------------------------
       LISTAR-VENDEDORES.
           CLOSE VENDEDORES
           OPEN INPUT VENDEDORES

           MOVE "00" TO WS-FS-VEND
           PERFORM UNTIL WS-FS-VEND NOT = "00"
              READ VENDEDORES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-VEND
                 NOT AT END
                    MOVE VEND-COMISSAO-PCT TO WS-DESC-ED
                    DISPLAY "Codigo  : " VEND-COD
                    DISPLAY "Nome    : " VEND-NOME
                    DISPLAY "Comissao: " WS-DESC-ED " %"
                    DISPLAY "Ativo   : " VEND-ATIVO
                    DISPLAY "-------------------------"
              END-READ
           END-PERFORM

           CLOSE VENDEDORES
           OPEN I-O VENDEDORES
           .

       *> -------------------------
       *> RELATORIO DE COMISSOES DO MES (comissao calculada sobre
       *> o efetivamente recebido em RECEBIMENTOS.DAT no mes, nao
       *> sobre o faturado; uma pagina de resumo por vendedor)
       *> -------------------------
       RELATORIO-COMISSOES.
           DISPLAY "Mes de referencia (AAAAMM): "
           ACCEPT WS-COM-MES

           MOVE "COMISSAO" TO WS-REL-PREFIXO
           MOVE "RELATORIO DE COMISSOES" TO WS-REL-TITULO
           MOVE "DATA RECEB. PEDIDO       VALOR RECEBIDO"
              TO WS-REL-CABECALHO
           PERFORM ABRIR-RELATORIO

           SORT ARQ-COMISSAO
              ON ASCENDING KEY COM-VEND-COD COM-REC-DATA
              INPUT PROCEDURE IS CARREGAR-COMISSOES
              OUTPUT PROCEDURE IS IMPRIMIR-COMISSOES

           PERFORM FECHAR-RELATORIO
           .

       CARREGAR-COMISSOES.
           CLOSE RECEBIMENTOS
           OPEN INPUT RECEBIMENTOS

           MOVE ZERO TO REC-PED-COD
           MOVE ZERO TO REC-SEQ
           START RECEBIMENTOS KEY NOT LESS THAN REC-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-REC
              NOT INVALID KEY MOVE "00" TO WS-FS-REC
           END-START

           PERFORM UNTIL WS-FS-REC NOT = "00"
              READ RECEBIMENTOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-REC
                 NOT AT END
                    PERFORM CLASSIFICAR-RECEB-COMISSAO
              END-READ
           END-PERFORM

           CLOSE RECEBIMENTOS
           OPEN I-O RECEBIMENTOS
           .

       CLASSIFICAR-RECEB-COMISSAO.
           COMPUTE WS-COM-REC-MES = REC-DATA / 100
           IF WS-COM-REC-MES NOT = WS-COM-MES
              EXIT PARAGRAPH
           END-IF
      *> nota de credito abate saldo mas nao e dinheiro recebido
           IF REC-FORMA = "NOTACRED"
              EXIT PARAGRAPH
           END-IF

           MOVE REC-PED-COD TO PED-COD
           READ PEDIDOS KEY IS PED-COD
              INVALID KEY EXIT PARAGRAPH
           END-READ
           IF PED-VEND-COD = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE PED-VEND-COD TO COM-VEND-COD
           MOVE REC-DATA     TO COM-REC-DATA
           MOVE REC-PED-COD  TO COM-PED-COD
           MOVE REC-VALOR    TO COM-VALOR
           RELEASE REG-COMISSAO
           .

       IMPRIMIR-COMISSOES.
           MOVE "N"  TO WS-COM-FIM
           MOVE "S"  TO WS-COM-PRIMEIRO
           MOVE ZERO TO WS-COM-VEND-ATUAL
           MOVE ZERO TO WS-COM-BASE
           MOVE ZERO TO WS-COM-TOT-BASE
           MOVE ZERO TO WS-COM-TOT-VALOR

           PERFORM UNTIL WS-COM-FIM = "S"
              RETURN ARQ-COMISSAO
                 AT END MOVE "S" TO WS-COM-FIM
                 NOT AT END
                    IF WS-COM-PRIMEIRO = "S"
                       MOVE COM-VEND-COD TO WS-COM-VEND-ATUAL
                       MOVE "N" TO WS-COM-PRIMEIRO
                       PERFORM IMPRIMIR-CABEC-VENDEDOR
                    END-IF
                    IF COM-VEND-COD NOT = WS-COM-VEND-ATUAL
                       PERFORM IMPRIMIR-RESUMO-VENDEDOR
                       MOVE COM-VEND-COD TO WS-COM-VEND-ATUAL
                       PERFORM NOVA-PAGINA-RELATORIO
                       PERFORM IMPRIMIR-CABEC-VENDEDOR
                    END-IF
                    ADD COM-VALOR TO WS-COM-BASE
                    MOVE COM-VALOR TO WS-VALOR-ED
                    MOVE SPACES TO WS-LINHA-REL
                    STRING COM-REC-DATA DELIMITED BY SIZE
                           "    " DELIMITED BY SIZE
                           COM-PED-COD DELIMITED BY SIZE
                           "   R$ " DELIMITED BY SIZE
                           WS-VALOR-ED DELIMITED BY SIZE
                           INTO WS-LINHA-REL
                    END-STRING
                    PERFORM ESCREVER-LINHA-RELATORIO
              END-RETURN
           END-PERFORM

           IF WS-COM-PRIMEIRO = "N"
              PERFORM IMPRIMIR-RESUMO-VENDEDOR
              MOVE ALL "=" TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-RELATORIO
              MOVE WS-COM-TOT-BASE  TO WS-TOT-ED
              MOVE WS-COM-TOT-VALOR TO WS-TOT-ED2
              MOVE SPACES TO WS-LINHA-REL
              STRING "GERAL - RECEBIDO R$ " DELIMITED BY SIZE
                     WS-TOT-ED DELIMITED BY SIZE
                     "  COMISSOES R$ " DELIMITED BY SIZE
                     WS-TOT-ED2 DELIMITED BY SIZE
                     INTO WS-LINHA-REL
              END-STRING
              PERFORM ESCREVER-LINHA-RELATORIO
           ELSE
              MOVE "SEM RECEBIMENTOS NO MES" TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-RELATORIO
           END-IF
           .

       IMPRIMIR-CABEC-VENDEDOR.
           MOVE WS-COM-VEND-ATUAL TO VEND-COD
           READ VENDEDORES KEY IS VEND-COD
              INVALID KEY
                 MOVE SPACES TO VEND-NOME
                 MOVE ZERO   TO VEND-COMISSAO-PCT
           END-READ
           MOVE SPACES TO WS-LINHA-REL
           MOVE VEND-COMISSAO-PCT TO WS-DESC-ED
           STRING "VENDEDOR " DELIMITED BY SIZE
                  WS-COM-VEND-ATUAL DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  VEND-NOME DELIMITED BY SIZE
                  " COMISSAO " DELIMITED BY SIZE
                  WS-DESC-ED DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           .

       IMPRIMIR-RESUMO-VENDEDOR.
           MOVE WS-COM-VEND-ATUAL TO VEND-COD
           READ VENDEDORES KEY IS VEND-COD
              INVALID KEY
                 MOVE SPACES TO VEND-NOME
                 MOVE ZERO   TO VEND-COMISSAO-PCT
           END-READ
           COMPUTE WS-COM-VALOR ROUNDED
              = WS-COM-BASE * VEND-COMISSAO-PCT / 100
           ADD WS-COM-BASE  TO WS-COM-TOT-BASE
           ADD WS-COM-VALOR TO WS-COM-TOT-VALOR

           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE WS-COM-BASE  TO WS-TOT-ED
           MOVE WS-COM-VALOR TO WS-TOT-ED2
           MOVE SPACES TO WS-LINHA-REL
           STRING "RECEBIDO NO MES R$ " DELIMITED BY SIZE
                  WS-TOT-ED DELIMITED BY SIZE
                  "  COMISSAO R$ " DELIMITED BY SIZE
                  WS-TOT-ED2 DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-RELATORIO
           DISPLAY "Vendedor " WS-COM-VEND-ATUAL " - "
              VEND-NOME
           DISPLAY "  Recebido: R$" WS-COM-BASE
              "  Comissao: R$" WS-COM-VALOR
           MOVE ZERO TO WS-COM-BASE
           .

       *> -------------------------
       *> PROXIMO NUMERO DE FATURA
       *> -------------------------
       PROXIMO-NUMERO-FATURA.
           MOVE "FATURA" TO CTRL-CHAVE
           READ CONTROLE KEY IS CTRL-CHAVE
              INVALID KEY
                 MOVE "FATURA" TO CTRL-CHAVE
                 MOVE ZERO TO CTRL-ULTIMO-COD
                 WRITE REG-CONTROLE
           END-READ

           ADD 1 TO CTRL-ULTIMO-COD
           MOVE CTRL-ULTIMO-COD TO FAT-NUMERO

           REWRITE REG-CONTROLE
              INVALID KEY DISPLAY "Erro ao gravar controle de codigo!"
           END-REWRITE
           PERFORM VERIFICAR-BLOQUEIO-CONTROLE
           .

       *> -------------------------
       *> EMITIR FATURA DE UM PEDIDO
       *> -------------------------
       EMITIR-FATURA.
           DISPLAY "Codigo do Pedido: "
           ACCEPT PED-COD

           READ PEDIDOS KEY IS PED-COD
              INVALID KEY
                 DISPLAY "Pedido nao encontrado!"
                 EXIT PARAGRAPH
           END-READ

           IF PED-STATUS = "CANCELADO"
              DISPLAY "Pedido cancelado - fatura nao emitida!"
              EXIT PARAGRAPH
           END-IF

           PERFORM LOCALIZAR-FATURA-DO-PEDIDO
           IF WS-FAT-ACHOU = "S"
              DISPLAY "Pedido ja possui a fatura " FAT-NUMERO
                 " - use a reimpressao."
              EXIT PARAGRAPH
           END-IF

           PERFORM PROXIMO-NUMERO-FATURA
           MOVE PED-COD TO FAT-PED-COD
           ACCEPT FAT-DATA-EMISSAO FROM DATE YYYYMMDD

           WRITE REG-FATURA
              INVALID KEY
                 DISPLAY "Erro: numero de fatura duplicado!"
                 EXIT PARAGRAPH
           END-WRITE

           MOVE "S" TO WS-FAT-ESCRITURAR
           PERFORM IMPRIMIR-FATURA
           MOVE "N" TO WS-FAT-ESCRITURAR
           PERFORM EMITIR-BOLETO
           .

       *> -------------------------
       *> PROXIMO NUMERO DE BOLETO
       *> -------------------------
       PROXIMO-NUMERO-BOLETO.
           MOVE "BOLETO" TO CTRL-CHAVE
           READ CONTROLE KEY IS CTRL-CHAVE
              INVALID KEY
                 MOVE "BOLETO" TO CTRL-CHAVE
                 MOVE ZERO TO CTRL-ULTIMO-COD
                 WRITE REG-CONTROLE
           END-READ

           ADD 1 TO CTRL-ULTIMO-COD
           MOVE CTRL-ULTIMO-COD TO BOL-NUMERO

           REWRITE REG-CONTROLE
              INVALID KEY DISPLAY "Erro ao gravar controle de codigo!"
           END-REWRITE
           PERFORM VERIFICAR-BLOQUEIO-CONTROLE
           .

       *> -------------------------
       *> EMITIR BOLETO DA FATURA (registro de cobranca com a
       *> nossa numeracao e linha digitavel, no valor do saldo em
       *> aberto do pedido; a exportacao ao banco e feita pela
       *> remessa e a baixa pelo arquivo de retorno)
       *> -------------------------
       EMITIR-BOLETO.
           PERFORM SOMAR-RECEBIMENTOS-PEDIDO
           COMPUTE WS-SALDO-ABERTO = PED-VALOR - WS-REC-TOTAL
           IF WS-SALDO-ABERTO NOT > ZERO
              DISPLAY "Pedido sem saldo em aberto - boleto nao "
                 "emitido."
              EXIT PARAGRAPH
           END-IF

           PERFORM PROXIMO-NUMERO-BOLETO
           MOVE FAT-NUMERO      TO BOL-FAT-NUMERO
           MOVE PED-COD         TO BOL-PED-COD
           MOVE WS-SALDO-ABERTO TO BOL-VALOR
           MOVE PED-VENCIMENTO  TO BOL-VENCIMENTO
           MOVE "A"             TO BOL-STATUS
           PERFORM MONTAR-LINHA-DIGITAVEL

           WRITE REG-BOLETO
              INVALID KEY
                 DISPLAY "Erro: numero de boleto duplicado!"
                 EXIT PARAGRAPH
           END-WRITE

           DISPLAY "Boleto " BOL-NUMERO " emitido - R$" BOL-VALOR
              " vencimento " BOL-VENCIMENTO
           DISPLAY "Linha digitavel: " BOL-LINHA-DIG
           .

       *> -------------------------
       *> MONTAR A LINHA DIGITAVEL DO BOLETO (composicao propria:
       *> banco/carteira + nosso numero + vencimento + valor em
       *> centavos)
       *> -------------------------
       MONTAR-LINHA-DIGITAVEL.
           MOVE BOL-NUMERO TO WS-BOL-NUM-X
           COMPUTE WS-BOL-VALOR-CENT = BOL-VALOR * 100
           MOVE SPACES TO BOL-LINHA-DIG
           STRING "00190." DELIMITED BY SIZE
                  WS-BOL-NUM-X(1:5) DELIMITED BY SIZE
                  " 00109." DELIMITED BY SIZE
                  WS-BOL-NUM-X(6:3) DELIMITED BY SIZE
                  "01 " DELIMITED BY SIZE
                  BOL-VENCIMENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BOL-VALOR-CENT DELIMITED BY SIZE
                  INTO BOL-LINHA-DIG
           END-STRING
           .

       *> -------------------------
       *> GERAR REMESSA DE BOLETOS (exporta os boletos emitidos e
       *> ainda nao enviados em REMESSA-AAAAMMDD.TXT e marca cada
       *> um como enviado)
       *> -------------------------
       GERAR-REMESSA-BOLETOS.
           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARQ-REMESSA
           STRING "REMESSA-" DELIMITED BY SIZE
                  WS-HOJE-NUM DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-ARQ-REMESSA
           END-STRING

           OPEN OUTPUT ARQ-REMESSA
           IF WS-FS-REM NOT = "00"
              DISPLAY "Erro ao criar o arquivo de remessa!"
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-REM-QTD
           MOVE SPACES TO WS-REM-LINHA
           STRING "0REMESSA COMERCIAL LUIZ LTDA " DELIMITED BY SIZE
                  WS-HOJE-NUM DELIMITED BY SIZE
                  INTO WS-REM-LINHA
           END-STRING
           WRITE REG-ARQ-REMESSA FROM WS-REM-LINHA

           MOVE ZERO TO BOL-NUMERO
           START BOLETOS KEY NOT LESS THAN BOL-NUMERO
              INVALID KEY MOVE "99" TO WS-FS-BOL
              NOT INVALID KEY MOVE "00" TO WS-FS-BOL
           END-START

           PERFORM UNTIL WS-FS-BOL NOT = "00"
              READ BOLETOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-BOL
                 NOT AT END
                    IF BOL-STATUS = "A"
                       PERFORM EXPORTAR-BOLETO-REMESSA
                    END-IF
              END-READ
           END-PERFORM

           MOVE SPACES TO WS-REM-LINHA
           STRING "9TRAILER BOLETOS " DELIMITED BY SIZE
                  WS-REM-QTD DELIMITED BY SIZE
                  INTO WS-REM-LINHA
           END-STRING
           WRITE REG-ARQ-REMESSA FROM WS-REM-LINHA

           CLOSE ARQ-REMESSA
           DISPLAY "Remessa com " WS-REM-QTD
              " boleto(s) gravada em " WS-ARQ-REMESSA
           .

       EXPORTAR-BOLETO-REMESSA.
           COMPUTE WS-BOL-VALOR-CENT = BOL-VALOR * 100
           MOVE SPACES TO WS-REM-LINHA
           STRING "1" DELIMITED BY SIZE
                  BOL-NUMERO DELIMITED BY SIZE
                  BOL-VENCIMENTO DELIMITED BY SIZE
                  WS-BOL-VALOR-CENT DELIMITED BY SIZE
                  BOL-LINHA-DIG DELIMITED BY SIZE
                  INTO WS-REM-LINHA
           END-STRING
           WRITE REG-ARQ-REMESSA FROM WS-REM-LINHA

           MOVE "E" TO BOL-STATUS
           REWRITE REG-BOLETO
              INVALID KEY
                 DISPLAY "Erro ao marcar o boleto como enviado!"
           END-REWRITE
           ADD 1 TO WS-REM-QTD
           .

       *> -------------------------
       *> PROCESSAR RETORNO DO BANCO (le RETORNO.TXT, baixa cada
       *> boleto liquidado gravando o recebimento correspondente
       *> e separa para conferencia manual os nao localizados e
       *> os de valor divergente)
       *> -------------------------
       PROCESSAR-RETORNO-BANCO.
           OPEN INPUT ARQ-RETORNO
           IF WS-FS-RET NOT = "00"
              DISPLAY "Arquivo RETORNO.TXT nao encontrado."
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-RET-POSTADOS
           MOVE ZERO TO WS-RET-DIVERGENTES
           MOVE ZERO TO WS-RET-NAO-ACHADOS

           PERFORM UNTIL WS-FS-RET NOT = "00"
              READ ARQ-RETORNO NEXT RECORD
                 AT END MOVE "99" TO WS-FS-RET
                 NOT AT END
                    PERFORM POSTAR-RETORNO-BOLETO
              END-READ
           END-PERFORM
           CLOSE ARQ-RETORNO

           DISPLAY "---------------------------"
           DISPLAY "Retorno processado."
           DISPLAY "Baixas efetuadas   : " WS-RET-POSTADOS
           DISPLAY "Valores divergentes: " WS-RET-DIVERGENTES
           DISPLAY "Nao localizados    : " WS-RET-NAO-ACHADOS
           IF WS-RET-DIVERGENTES > ZERO
              OR WS-RET-NAO-ACHADOS > ZERO
              DISPLAY "Ha ocorrencias para conferencia manual!"
           END-IF
           .

       POSTAR-RETORNO-BOLETO.
           MOVE RET-BOL-NUMERO TO BOL-NUMERO
           READ BOLETOS KEY IS BOL-NUMERO
              INVALID KEY
                 ADD 1 TO WS-RET-NAO-ACHADOS
                 DISPLAY "Boleto " RET-BOL-NUMERO
                    " do retorno nao localizado - conferir!"
                 EXIT PARAGRAPH
           END-READ

           IF BOL-STATUS = "L"
              ADD 1 TO WS-RET-DIVERGENTES
              DISPLAY "Boleto " BOL-NUMERO
                 " ja liquidado - pagamento em duplicidade?"
              EXIT PARAGRAPH
           END-IF

           IF RET-VALOR NOT = BOL-VALOR
              ADD 1 TO WS-RET-DIVERGENTES
              DISPLAY "Boleto " BOL-NUMERO
                 " valor divergente - boleto R$" BOL-VALOR
                 " retorno R$" RET-VALOR " - conferir!"
              EXIT PARAGRAPH
           END-IF

           MOVE BOL-PED-COD TO PED-COD
           READ PEDIDOS KEY IS PED-COD
              INVALID KEY
                 ADD 1 TO WS-RET-NAO-ACHADOS
                 DISPLAY "Pedido " BOL-PED-COD
                    " do boleto nao localizado - conferir!"
                 EXIT PARAGRAPH
           END-READ

           PERFORM SOMAR-RECEBIMENTOS-PEDIDO
           MOVE PED-COD TO REC-PED-COD
           COMPUTE REC-SEQ = WS-REC-ULT-SEQ + 1
           MOVE RET-DATA  TO REC-DATA
           MOVE RET-VALOR TO REC-VALOR
           MOVE "BOLETO"  TO REC-FORMA
           WRITE REG-RECEBIMENTO
              INVALID KEY
                 DISPLAY "Erro ao gravar recebimento do boleto "
                    BOL-NUMERO "!"
                 EXIT PARAGRAPH
           END-WRITE

           MOVE "L" TO BOL-STATUS
           REWRITE REG-BOLETO
              INVALID KEY
                 DISPLAY "Erro ao marcar o boleto como liquidado!"
           END-REWRITE
           ADD 1 TO WS-RET-POSTADOS
           DISPLAY "Boleto " BOL-NUMERO " baixado - R$" RET-VALOR
              " no pedido " BOL-PED-COD

           COMPUTE WS-SALDO-ABERTO
              = PED-VALOR - WS-REC-TOTAL - RET-VALOR
           IF WS-SALDO-ABERTO NOT > ZERO
              AND PED-STATUS NOT = "PAGO"
              MOVE "PAGO" TO PED-STATUS
              REWRITE REG-PEDIDO
                 INVALID KEY DISPLAY "Erro ao atualizar status!"
              END-REWRITE
              DISPLAY "Pedido " PED-COD " quitado pelo retorno."
              PERFORM GERAR-DEPOSITO-LOTE
           END-IF

           MOVE RET-VALOR TO WS-NTF-VALOR-ED
           MOVE SPACES TO WS-NTF-VARIAVEIS
           STRING BOL-NUMERO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NTF-VALOR-ED) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  RET-DATA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PED-COD DELIMITED BY SIZE
                  INTO WS-NTF-VARIAVEIS
           END-STRING
           MOVE "BOLETO-PAGO" TO WS-NTF-MODELO
           MOVE BOL-NUMERO    TO WS-NTF-REFERENCIA
           MOVE "S"           TO WS-NTF-UNICO
           PERFORM NOTIFICAR-CLIENTE-PEDIDO
           .

       *> -------------------------
       *> LOCALIZAR FATURA JA EMITIDA PARA O PEDIDO EM PED-COD
       *> -------------------------
       LOCALIZAR-FATURA-DO-PEDIDO.
           MOVE "N"     TO WS-FAT-ACHOU
           MOVE PED-COD TO WS-FAT-PED-BUSCA
           MOVE ZERO    TO FAT-NUMERO

           START FATURAS KEY NOT LESS THAN FAT-NUMERO
              INVALID KEY MOVE "99" TO WS-FS-FAT
              NOT INVALID KEY MOVE "00" TO WS-FS-FAT
           END-START

           PERFORM UNTIL WS-FS-FAT NOT = "00"
              READ FATURAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-FAT
                 NOT AT END
                    IF FAT-PED-COD = WS-FAT-PED-BUSCA
                       MOVE "S"  TO WS-FAT-ACHOU
                       MOVE "99" TO WS-FS-FAT
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> REIMPRIMIR FATURA
       *> -------------------------
       REIMPRIMIR-FATURA.
           DISPLAY "Numero da Fatura: "
           ACCEPT FAT-NUMERO

           READ FATURAS KEY IS FAT-NUMERO
              INVALID KEY
                 DISPLAY "Fatura nao encontrada!"
                 EXIT PARAGRAPH
           END-READ

           MOVE FAT-PED-COD TO PED-COD
           READ PEDIDOS KEY IS PED-COD
              INVALID KEY
                 DISPLAY "Pedido da fatura nao encontrado!"
                 EXIT PARAGRAPH
           END-READ

           MOVE "N" TO WS-FAT-ESCRITURAR
           PERFORM IMPRIMIR-FATURA
           .

       *> -------------------------
       *> IMPRIMIR FATURA (gera o documento FATURA-NNNNN.REL a
       *> partir de REG-FATURA e REG-PEDIDO ja carregados)
       *> -------------------------
       IMPRIMIR-FATURA.
           MOVE SPACES TO WS-ARQ-FATURA
           STRING "FATURA-" DELIMITED BY SIZE
                  FAT-NUMERO DELIMITED BY SIZE
                  ".REL" DELIMITED BY SIZE
                  INTO WS-ARQ-FATURA
           END-STRING

           OPEN OUTPUT ARQ-FATURA
           IF WS-FS-ARQFAT NOT = "00"
              DISPLAY "Erro ao criar arquivo da fatura!"
              EXIT PARAGRAPH
           END-IF

           MOVE CLI-COD-P TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY
                 MOVE SPACES TO CLI-NOME CLI-EMAIL CLI-CPF
           END-READ

           MOVE ALL "=" TO WS-LINHA-FAT
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT
           MOVE "COMERCIAL LUIZ LTDA - FATURA DE VENDA"
              TO WS-LINHA-FAT
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT
           MOVE ALL "=" TO WS-LINHA-FAT
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT

           MOVE SPACES TO WS-LINHA-FAT
           STRING "FATURA No " DELIMITED BY SIZE
                  FAT-NUMERO DELIMITED BY SIZE
                  "   PEDIDO " DELIMITED BY SIZE
                  PED-COD DELIMITED BY SIZE
                  "   EMISSAO " DELIMITED BY SIZE
                  FAT-DATA-EMISSAO DELIMITED BY SIZE
                  INTO WS-LINHA-FAT
           END-STRING
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT

           MOVE SPACES TO WS-LINHA-FAT
           STRING "CLIENTE: " DELIMITED BY SIZE
                  CLI-NOME DELIMITED BY SIZE
                  INTO WS-LINHA-FAT
           END-STRING
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT

           MOVE SPACES TO WS-LINHA-FAT
           STRING "CPF    : " DELIMITED BY SIZE
                  CLI-CPF DELIMITED BY SIZE
                  "  EMAIL: " DELIMITED BY SIZE
                  CLI-EMAIL(1:40) DELIMITED BY SIZE
                  INTO WS-LINHA-FAT
           END-STRING
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT

           MOVE CLI-COD-P TO WS-ECL-CLI
           MOVE "C" TO WS-ECL-ACAO
           PERFORM OBTER-ENDERECO-CLIENTE
           IF WS-END-ACHOU = "S"
              MOVE SPACES TO WS-LINHA-FAT
              STRING "COBRANCA: " DELIMITED BY SIZE
                     WS-END-LINHA(1:70) DELIMITED BY SIZE
                     INTO WS-LINHA-FAT
              END-STRING
              WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT
           END-IF

           PERFORM OBTER-UF-DESTINO
           MOVE ZERO TO WS-IMP-TOT-BASE
           MOVE ZERO TO WS-IMP-TOT-ICMS
           MOVE ZERO TO WS-IMP-TOT-IPI

           MOVE ALL "-" TO WS-LINHA-FAT
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT
           MOVE "SEQ PRODUTO DESCRICAO                      QTD"
              & "     VL.UNIT     TOTAL" TO WS-LINHA-FAT
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT
           MOVE ALL "-" TO WS-LINHA-FAT
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT

           PERFORM IMPRIMIR-ITENS-FATURA

           MOVE ALL "-" TO WS-LINHA-FAT
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT

           IF PED-DESC-PCT > ZERO
              MOVE PED-DESC-PCT TO WS-DESC-ED
              MOVE SPACES TO WS-LINHA-FAT
              STRING "PRECOS COM DESCONTO DE CATEGORIA DE "
                     DELIMITED BY SIZE
                     WS-DESC-ED DELIMITED BY SIZE
                     " % JA APLICADO" DELIMITED BY SIZE
                     INTO WS-LINHA-FAT
              END-STRING
              WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT
           END-IF

           MOVE SPACES TO WS-LINHA-FAT
           STRING "UF ORIGEM " DELIMITED BY SIZE
                  WS-UF-LOJA DELIMITED BY SIZE
                  "  UF DESTINO " DELIMITED BY SIZE
                  WS-UF-DESTINO DELIMITED BY SIZE
                  INTO WS-LINHA-FAT
           END-STRING
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT
           MOVE WS-IMP-TOT-BASE TO WS-TOT-ED
           MOVE SPACES TO WS-LINHA-FAT
           STRING "BASE DE CALCULO DO ICMS: R$ " DELIMITED BY SIZE
                  WS-TOT-ED DELIMITED BY SIZE
                  INTO WS-LINHA-FAT
           END-STRING
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT
           MOVE WS-IMP-TOT-ICMS TO WS-TOT-ED
           MOVE SPACES TO WS-LINHA-FAT
           STRING "VALOR DO ICMS          : R$ " DELIMITED BY SIZE
                  WS-TOT-ED DELIMITED BY SIZE
                  INTO WS-LINHA-FAT
           END-STRING
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT
           MOVE WS-IMP-TOT-IPI TO WS-TOT-ED
           MOVE SPACES TO WS-LINHA-FAT
           STRING "VALOR DO IPI           : R$ " DELIMITED BY SIZE
                  WS-TOT-ED DELIMITED BY SIZE
                  INTO WS-LINHA-FAT
           END-STRING
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT
           MOVE "IMPOSTOS INCLUSOS NOS PRECOS DOS ITENS"
              TO WS-LINHA-FAT
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT

           MOVE PED-VALOR TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-FAT
           STRING "TOTAL DO PEDIDO: R$ " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-FAT
           END-STRING
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT

           MOVE SPACES TO WS-LINHA-FAT
           STRING "VENCIMENTO: " DELIMITED BY SIZE
                  PED-VENCIMENTO DELIMITED BY SIZE
                  INTO WS-LINHA-FAT
           END-STRING
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT

           CLOSE ARQ-FATURA
           DISPLAY "Fatura " FAT-NUMERO " gravada em " WS-ARQ-FATURA
           .

       *> -------------------------
       *> IMPRIMIR ITENS DA FATURA
       *> -------------------------
       IMPRIMIR-ITENS-FATURA.
           MOVE PED-COD TO ITEM-PED-COD
           MOVE 1       TO ITEM-SEQ

           START ITENS-PEDIDO KEY NOT LESS THAN ITEM-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-I
              NOT INVALID KEY MOVE "00" TO WS-FS-I
           END-START

           PERFORM UNTIL WS-FS-I NOT = "00"
              READ ITENS-PEDIDO NEXT RECORD
                 AT END MOVE "99" TO WS-FS-I
                 NOT AT END
                    IF ITEM-PED-COD NOT = PED-COD
                       MOVE "99" TO WS-FS-I
                    ELSE
                       COMPUTE WS-EXT-ITEM
                          = ITEM-QUANTIDADE * ITEM-VALOR-UNIT
                       MOVE ITEM-QUANTIDADE  TO WS-QTD-ED
                       MOVE ITEM-VALOR-UNIT  TO WS-VALOR-ED
                       MOVE WS-EXT-ITEM      TO WS-VALOR-ED2
                       MOVE SPACES TO WS-LINHA-FAT
                       STRING ITEM-SEQ DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              ITEM-PRODUTO-COD DELIMITED BY SIZE
                              "   " DELIMITED BY SIZE
                              ITEM-DESCRICAO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-QTD-ED DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              WS-VALOR-ED DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              WS-VALOR-ED2 DELIMITED BY SIZE
                              INTO WS-LINHA-FAT
                       END-STRING
                       WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT
                       PERFORM IMPOSTOS-ITEM-FATURA
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> UF DA LOJA (PARAMET.DAT; arquivos antigos sem o campo
       *> assumem SP)
       *> -------------------------
       LER-UF-LOJA.
           MOVE "SP" TO WS-UF-LOJA
           OPEN INPUT PARAMETROS
           IF WS-FS-PRM = "00"
              MOVE SPACES TO PRM-UF-LOJA
              READ PARAMETROS NEXT RECORD
                 AT END CONTINUE
                 NOT AT END
                    IF PRM-UF-LOJA IS ALPHABETIC
                       AND PRM-UF-LOJA NOT = SPACES
                       MOVE PRM-UF-LOJA TO WS-UF-LOJA
                    END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF
           .

       *> -------------------------
       *> UF DE DESTINO DA FATURA (endereco de entrega do pedido;
       *> sem endereco de entrega vale o de cobranca e, sem
       *> nenhum, a venda e tratada como interna)
       *> -------------------------
       OBTER-UF-DESTINO.
           PERFORM LER-UF-LOJA
           MOVE SPACES TO WS-END-UF
           PERFORM OBTER-ENDERECO-ROMANEIO
           IF WS-END-ACHOU = "N"
              MOVE CLI-COD-P TO WS-ECL-CLI
              MOVE "C" TO WS-ECL-ACAO
              PERFORM OBTER-ENDERECO-CLIENTE
           END-IF
           IF WS-END-ACHOU = "S" AND WS-END-UF NOT = SPACES
              MOVE WS-END-UF TO WS-UF-DESTINO
           ELSE
              MOVE WS-UF-LOJA TO WS-UF-DESTINO
           END-IF
           .

       *> -------------------------
       *> CALCULAR OS IMPOSTOS DO ITEM (valor do item em
       *> WS-EXT-ITEM, produto em ITEM-PRODUTO-COD; os impostos
       *> estao inclusos no preco de venda e sao destacados)
       *> -------------------------
       CALCULAR-IMPOSTOS-ITEM.
           MOVE ITEM-PRODUTO-COD TO PROD-COD
           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY
                 MOVE SPACES TO PROD-NCM
                 MOVE ZERO   TO PROD-ALIQ-IPI
                 MOVE ZERO   TO PROD-ORIGEM
           END-READ
           IF PROD-ALIQ-IPI IS NOT NUMERIC
              MOVE ZERO TO PROD-ALIQ-IPI
           END-IF
           IF PROD-ORIGEM IS NOT NUMERIC
              MOVE ZERO TO PROD-ORIGEM
           END-IF

           MOVE PROD-NCM      TO WS-IMP-NCM
           MOVE WS-EXT-ITEM   TO WS-IMP-VALOR
           MOVE WS-EXT-ITEM   TO WS-IMP-BASE
           MOVE PROD-ALIQ-IPI TO WS-IMP-ALIQ-IPI
           IF WS-UF-DESTINO = WS-UF-LOJA
              MOVE 5102 TO WS-IMP-CFOP
           ELSE
              MOVE 6102 TO WS-IMP-CFOP
           END-IF
           PERFORM OBTER-ALIQUOTA-ICMS

           COMPUTE WS-IMP-ICMS ROUNDED
              = WS-IMP-BASE * WS-IMP-ALIQ-ICMS / 100
           COMPUTE WS-IMP-IPI ROUNDED
              = WS-IMP-VALOR * WS-IMP-ALIQ-IPI / 100
           .

       *> Aliquota de ICMS da operacao: produto importado em
       *> operacao interestadual paga 4%; fora isso vale a tabela
       *> ICMSUF.DAT e, sem entrada na tabela, 18% na operacao
       *> interna e 12% na interestadual.
       OBTER-ALIQUOTA-ICMS.
           IF WS-UF-DESTINO NOT = WS-UF-LOJA
              AND (PROD-ORIGEM = 1 OR PROD-ORIGEM = 2
                   OR PROD-ORIGEM = 3 OR PROD-ORIGEM = 8)
              MOVE 4 TO WS-IMP-ALIQ-ICMS
              EXIT PARAGRAPH
           END-IF

           MOVE WS-UF-LOJA    TO ICM-UF-ORIGEM
           MOVE WS-UF-DESTINO TO ICM-UF-DESTINO
           READ ALIQUOTAS-ICMS KEY IS ICM-CHAVE
              INVALID KEY
                 IF WS-UF-DESTINO = WS-UF-LOJA
                    MOVE 18 TO WS-IMP-ALIQ-ICMS
                 ELSE
                    MOVE 12 TO WS-IMP-ALIQ-ICMS
                 END-IF
              NOT INVALID KEY
                 MOVE ICM-ALIQUOTA TO WS-IMP-ALIQ-ICMS
           END-READ
           .

       *> -------------------------
       *> IMPOSTOS DO ITEM DA FATURA: na emissao calcula e grava
       *> o item no livro de saidas; na reimpressao usa o que foi
       *> escriturado (faturas anteriores ao livro sao calculadas
       *> com a tabela atual)
       *> -------------------------
       IMPOSTOS-ITEM-FATURA.
           MOVE "N" TO WS-LVS-ACHOU
           IF WS-FAT-ESCRITURAR = "N"
              COMPUTE LVS-ANOMES = FAT-DATA-EMISSAO / 100
              MOVE "F"        TO LVS-TIPO
              MOVE FAT-NUMERO TO LVS-DOCUMENTO
              MOVE ITEM-SEQ   TO LVS-SEQ
              READ LIVRO-SAIDAS KEY IS LVS-CHAVE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO WS-LVS-ACHOU
                    MOVE LVS-NCM            TO WS-IMP-NCM
                    MOVE LVS-CFOP           TO WS-IMP-CFOP
                    MOVE LVS-VALOR-CONTABIL TO WS-IMP-VALOR
                    MOVE LVS-BASE-ICMS      TO WS-IMP-BASE
                    MOVE LVS-ALIQ-ICMS      TO WS-IMP-ALIQ-ICMS
                    MOVE LVS-VALOR-ICMS     TO WS-IMP-ICMS
                    MOVE LVS-ALIQ-IPI       TO WS-IMP-ALIQ-IPI
                    MOVE LVS-VALOR-IPI      TO WS-IMP-IPI
              END-READ
           END-IF
           IF WS-LVS-ACHOU = "N"
              PERFORM CALCULAR-IMPOSTOS-ITEM
           END-IF

           IF WS-FAT-ESCRITURAR = "S"
              COMPUTE LVS-ANOMES = FAT-DATA-EMISSAO / 100
              MOVE "F"              TO LVS-TIPO
              MOVE FAT-NUMERO       TO LVS-DOCUMENTO
              MOVE ITEM-SEQ         TO LVS-SEQ
              MOVE FAT-DATA-EMISSAO TO LVS-DATA
              MOVE PED-COD          TO LVS-PED-COD
              MOVE CLI-COD-P        TO LVS-CLI-COD
              MOVE WS-UF-DESTINO    TO LVS-UF
              PERFORM MOVER-IMPOSTOS-LIVRO
              WRITE REG-LIVRO-SAIDA
                 INVALID KEY
                    DISPLAY "Item " ITEM-SEQ " ja escriturado no "
                       "livro de saidas!"
              END-WRITE
           END-IF

           ADD WS-IMP-BASE TO WS-IMP-TOT-BASE
           ADD WS-IMP-ICMS TO WS-IMP-TOT-ICMS
           ADD WS-IMP-IPI  TO WS-IMP-TOT-IPI

           MOVE WS-IMP-ALIQ-ICMS TO WS-ALIQ-ED
           MOVE WS-IMP-ICMS      TO WS-VALOR-ED
           MOVE WS-IMP-ALIQ-IPI  TO WS-ALIQ-ED2
           MOVE WS-IMP-IPI       TO WS-VALOR-ED2
           MOVE SPACES TO WS-LINHA-FAT
           STRING "    NCM " DELIMITED BY SIZE
                  WS-IMP-NCM DELIMITED BY SIZE
                  " CFOP " DELIMITED BY SIZE
                  WS-IMP-CFOP DELIMITED BY SIZE
                  "  ICMS " DELIMITED BY SIZE
                  WS-ALIQ-ED DELIMITED BY SIZE
                  "% " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  "  IPI " DELIMITED BY SIZE
                  WS-ALIQ-ED2 DELIMITED BY SIZE
                  "% " DELIMITED BY SIZE
                  WS-VALOR-ED2 DELIMITED BY SIZE
                  INTO WS-LINHA-FAT
           END-STRING
           WRITE REG-ARQ-FATURA FROM WS-LINHA-FAT
           .

       MOVER-IMPOSTOS-LIVRO.
           MOVE WS-IMP-CFOP      TO LVS-CFOP
           MOVE WS-IMP-NCM       TO LVS-NCM
           MOVE WS-IMP-VALOR     TO LVS-VALOR-CONTABIL
           MOVE WS-IMP-BASE      TO LVS-BASE-ICMS
           MOVE WS-IMP-ALIQ-ICMS TO LVS-ALIQ-ICMS
           MOVE WS-IMP-ICMS      TO LVS-VALOR-ICMS
           MOVE WS-IMP-ALIQ-IPI  TO LVS-ALIQ-IPI
           MOVE WS-IMP-IPI       TO LVS-VALOR-IPI
           .

       *> -------------------------
       *> TABELA DE ALIQUOTAS DE ICMS POR UF DE ORIGEM/DESTINO
       *> -------------------------
       MANUTENCAO-ALIQUOTAS-ICMS.
           DISPLAY "Acao (I = incluir/alterar, E = excluir, "
              "L = listar): "
           ACCEPT WS-ICM-ACAO

           EVALUATE WS-ICM-ACAO
              WHEN "I"
                 DISPLAY "UF de origem: "
                 ACCEPT ICM-UF-ORIGEM
                 DISPLAY "UF de destino: "
                 ACCEPT ICM-UF-DESTINO
                 IF ICM-UF-ORIGEM IS NOT ALPHABETIC
                    OR ICM-UF-DESTINO IS NOT ALPHABETIC
                    OR ICM-UF-ORIGEM = SPACES
                    OR ICM-UF-DESTINO = SPACES
                    DISPLAY "UF invalida!"
                    EXIT PARAGRAPH
                 END-IF
                 DISPLAY "Aliquota de ICMS (%): "
                 ACCEPT ICM-ALIQUOTA
                 WRITE REG-ALIQUOTA-ICMS
                    INVALID KEY
                       DISPLAY "UF ja cadastrada - alterando."
                       REWRITE REG-ALIQUOTA-ICMS
                          INVALID KEY
                             DISPLAY "Erro ao gravar a aliquota!"
                       END-REWRITE
                 END-WRITE
              WHEN "E"
                 DISPLAY "UF de origem: "
                 ACCEPT ICM-UF-ORIGEM
                 DISPLAY "UF de destino: "
                 ACCEPT ICM-UF-DESTINO
                 DELETE ALIQUOTAS-ICMS
                    INVALID KEY DISPLAY "Aliquota nao encontrada!"
                 END-DELETE
              WHEN "L"
                 MOVE LOW-VALUES TO ICM-CHAVE
                 START ALIQUOTAS-ICMS KEY NOT LESS THAN ICM-CHAVE
                    INVALID KEY MOVE "99" TO WS-FS-ICM
                    NOT INVALID KEY MOVE "00" TO WS-FS-ICM
                 END-START
                 PERFORM UNTIL WS-FS-ICM NOT = "00"
                    READ ALIQUOTAS-ICMS NEXT RECORD
                       AT END MOVE "99" TO WS-FS-ICM
                       NOT AT END
                          MOVE ICM-ALIQUOTA TO WS-ALIQ-ED
                          DISPLAY ICM-UF-ORIGEM " -> "
                             ICM-UF-DESTINO "  " WS-ALIQ-ED " %"
                    END-READ
                 END-PERFORM
                 DISPLAY "(sem entrada: interna 18%, interestadual "
                    "12%, importado interestadual 4%)"
              WHEN OTHER
                 DISPLAY "Acao invalida!"
           END-EVALUATE
           .

       *> -------------------------
       *> LIVRO DE SAIDAS DO MES (faturas e notas de credito
       *> escrituradas, com resumo por CFOP, UF e aliquota)
       *> -------------------------
       RELATORIO-LIVRO-SAIDAS.
           DISPLAY "Mes do livro (AAAAMM): "
           ACCEPT WS-LVS-ANOMES
           IF WS-LVS-ANOMES < 190001 OR WS-LVS-ANOMES > 220012
              DISPLAY "Mes invalido!"
              EXIT PARAGRAPH
           END-IF

           MOVE "LIVROSAI" TO WS-REL-PREFIXO
           MOVE "LIVRO DE SAIDAS" TO WS-REL-TITULO
           MOVE "DATA     T DOC   UF CFOP NCM      VL.CONTABIL"
              & "   VL.ICMS    VL.IPI" TO WS-REL-CABECALHO
           PERFORM ABRIR-RELATORIO

           MOVE SPACES TO WS-LINHA-REL
           STRING "MES DE REFERENCIA: " DELIMITED BY SIZE
                  WS-LVS-ANOMES DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-RELATORIO

           MOVE ZERO TO WS-LVR-QTD
           MOVE ZERO TO WS-LVS-QTD-DOC
           MOVE WS-LVS-ANOMES TO LVS-ANOMES
           MOVE LOW-VALUES    TO LVS-TIPO
           MOVE ZERO          TO LVS-DOCUMENTO
           MOVE ZERO          TO LVS-SEQ
           START LIVRO-SAIDAS KEY NOT LESS THAN LVS-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-LVS
              NOT INVALID KEY MOVE "00" TO WS-FS-LVS
           END-START

           PERFORM UNTIL WS-FS-LVS NOT = "00"
              READ LIVRO-SAIDAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-LVS
                 NOT AT END
                    IF LVS-ANOMES NOT = WS-LVS-ANOMES
                       MOVE "99" TO WS-FS-LVS
                    ELSE
                       PERFORM ESCRITURAR-LINHA-LIVRO
                    END-IF
              END-READ
           END-PERFORM

           IF WS-LVS-QTD-DOC = ZERO
              MOVE "NENHUM DOCUMENTO ESCRITURADO NO MES."
                 TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-RELATORIO
              DISPLAY "Nenhum documento escriturado em "
                 WS-LVS-ANOMES "."
              PERFORM FECHAR-RELATORIO
              EXIT PARAGRAPH
           END-IF

           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE "RESUMO POR CFOP / UF / ALIQUOTA DE ICMS"
              TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE "CFOP UF  ALIQ    VL.CONTABIL   BASE ICMS"
              & "     VL.ICMS      VL.IPI" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           DISPLAY "===== LIVRO DE SAIDAS " WS-LVS-ANOMES
              " - RESUMO ====="
           MOVE ZERO TO WS-LVS-TOT-CONTABIL WS-LVS-TOT-BASE
                        WS-LVS-TOT-ICMS WS-LVS-TOT-IPI
           PERFORM VARYING WS-LVR-IDX FROM 1 BY 1
              UNTIL WS-LVR-IDX > WS-LVR-QTD
              ADD WS-LVR-CONTABIL (WS-LVR-IDX)
                 TO WS-LVS-TOT-CONTABIL
              ADD WS-LVR-BASE (WS-LVR-IDX) TO WS-LVS-TOT-BASE
              ADD WS-LVR-ICMS (WS-LVR-IDX) TO WS-LVS-TOT-ICMS
              ADD WS-LVR-IPI (WS-LVR-IDX)  TO WS-LVS-TOT-IPI
              MOVE WS-LVR-ALIQ (WS-LVR-IDX)     TO WS-ALIQ-ED
              MOVE WS-LVR-CONTABIL (WS-LVR-IDX) TO WS-LVS-ED1
              MOVE WS-LVR-BASE (WS-LVR-IDX)     TO WS-LVS-ED2
              MOVE WS-LVR-ICMS (WS-LVR-IDX)     TO WS-LVS-ED3
              MOVE WS-LVR-IPI (WS-LVR-IDX)      TO WS-LVS-ED4
              MOVE SPACES TO WS-LINHA-REL
              STRING WS-LVR-CFOP (WS-LVR-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-LVR-UF (WS-LVR-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-ALIQ-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-LVS-ED1 DELIMITED BY SIZE
                     WS-LVS-ED2 DELIMITED BY SIZE
                     WS-LVS-ED3 DELIMITED BY SIZE
                     WS-LVS-ED4 DELIMITED BY SIZE
                     INTO WS-LINHA-REL
              END-STRING
              DISPLAY WS-LINHA-REL
              PERFORM ESCREVER-LINHA-RELATORIO
           END-PERFORM

           MOVE WS-LVS-TOT-CONTABIL TO WS-LVS-ED1
           MOVE WS-LVS-TOT-BASE     TO WS-LVS-ED2
           MOVE WS-LVS-TOT-ICMS     TO WS-LVS-ED3
           MOVE WS-LVS-TOT-IPI      TO WS-LVS-ED4
           MOVE SPACES TO WS-LINHA-REL
           STRING "TOTAL        " DELIMITED BY SIZE
                  WS-LVS-ED1 DELIMITED BY SIZE
                  WS-LVS-ED2 DELIMITED BY SIZE
                  WS-LVS-ED3 DELIMITED BY SIZE
                  WS-LVS-ED4 DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           DISPLAY WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           PERFORM FECHAR-RELATORIO
           .

       *> Uma linha do livro (notas de credito entram com sinal
       *> negativo no resumo) e acumulacao por CFOP/UF/aliquota.
       ESCRITURAR-LINHA-LIVRO.
           ADD 1 TO WS-LVS-QTD-DOC
           IF LVS-TIPO = "N"
              COMPUTE WS-LVS-SINAL = -1
           ELSE
              MOVE 1 TO WS-LVS-SINAL
           END-IF

           MOVE LVS-VALOR-CONTABIL TO WS-VALOR-ED
           MOVE LVS-VALOR-ICMS     TO WS-VALOR-ED2
           MOVE LVS-VALOR-IPI      TO WS-LVS-ED-IPI
           MOVE SPACES TO WS-LINHA-REL
           STRING LVS-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LVS-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LVS-DOCUMENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LVS-UF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LVS-CFOP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LVS-NCM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  WS-VALOR-ED2 DELIMITED BY SIZE
                  WS-LVS-ED-IPI DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-RELATORIO

           MOVE ZERO TO WS-LVR-ACHOU
           PERFORM VARYING WS-LVR-IDX FROM 1 BY 1
              UNTIL WS-LVR-IDX > WS-LVR-QTD
                 OR WS-LVR-ACHOU NOT = ZERO
              IF WS-LVR-CFOP (WS-LVR-IDX) = LVS-CFOP
                 AND WS-LVR-UF (WS-LVR-IDX) = LVS-UF
                 AND WS-LVR-ALIQ (WS-LVR-IDX) = LVS-ALIQ-ICMS
                 MOVE WS-LVR-IDX TO WS-LVR-ACHOU
              END-IF
           END-PERFORM
           IF WS-LVR-ACHOU = ZERO
              IF WS-LVR-QTD >= 60
                 DISPLAY "Resumo com mais de 60 combinacoes - "
                    "CFOP " LVS-CFOP " UF " LVS-UF " fora do resumo!"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-LVR-QTD
              MOVE WS-LVR-QTD    TO WS-LVR-ACHOU
              MOVE LVS-CFOP      TO WS-LVR-CFOP (WS-LVR-ACHOU)
              MOVE LVS-UF        TO WS-LVR-UF (WS-LVR-ACHOU)
              MOVE LVS-ALIQ-ICMS TO WS-LVR-ALIQ (WS-LVR-ACHOU)
              MOVE ZERO TO WS-LVR-CONTABIL (WS-LVR-ACHOU)
                           WS-LVR-BASE (WS-LVR-ACHOU)
                           WS-LVR-ICMS (WS-LVR-ACHOU)
                           WS-LVR-IPI (WS-LVR-ACHOU)
           END-IF
           COMPUTE WS-LVR-CONTABIL (WS-LVR-ACHOU)
              = WS-LVR-CONTABIL (WS-LVR-ACHOU)
              + LVS-VALOR-CONTABIL * WS-LVS-SINAL
           COMPUTE WS-LVR-BASE (WS-LVR-ACHOU)
              = WS-LVR-BASE (WS-LVR-ACHOU)
              + LVS-BASE-ICMS * WS-LVS-SINAL
           COMPUTE WS-LVR-ICMS (WS-LVR-ACHOU)
              = WS-LVR-ICMS (WS-LVR-ACHOU)
              + LVS-VALOR-ICMS * WS-LVS-SINAL
           COMPUTE WS-LVR-IPI (WS-LVR-ACHOU)
              = WS-LVR-IPI (WS-LVR-ACHOU)
              + LVS-VALOR-IPI * WS-LVS-SINAL
           .

       *> -------------------------
       *> GERAR ROMANEIO DE ENTREGA (lista de separacao do
       *> deposito, com as quantidades pendentes de entrega)
       *> -------------------------
       GERAR-ROMANEIO.
           DISPLAY "Codigo do Pedido: "
           ACCEPT PED-COD

           READ PEDIDOS KEY IS PED-COD
              INVALID KEY
                 DISPLAY "Pedido nao encontrado!"
                 EXIT PARAGRAPH
           END-READ

           IF PED-STATUS = "CANCELADO"
              DISPLAY "Pedido cancelado - romaneio nao gerado!"
              EXIT PARAGRAPH
           END-IF

           PERFORM SEMEAR-ENTREGAS-PEDIDO

           MOVE SPACES TO WS-ARQ-ROMANEIO
           STRING "ROMANEIO-" DELIMITED BY SIZE
                  PED-COD DELIMITED BY SIZE
                  ".REL" DELIMITED BY SIZE
                  INTO WS-ARQ-ROMANEIO
           END-STRING

           OPEN OUTPUT ARQ-ROMANEIO
           IF WS-FS-ROM NOT = "00"
              DISPLAY "Erro ao criar arquivo do romaneio!"
              EXIT PARAGRAPH
           END-IF

           MOVE CLI-COD-P TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY MOVE SPACES TO CLI-NOME
           END-READ

           MOVE ALL "=" TO WS-LINHA-ROM
           WRITE REG-ARQ-ROMANEIO FROM WS-LINHA-ROM
           MOVE "ROMANEIO DE SEPARACAO - DEPOSITO" TO WS-LINHA-ROM
           WRITE REG-ARQ-ROMANEIO FROM WS-LINHA-ROM
           MOVE ALL "=" TO WS-LINHA-ROM
           WRITE REG-ARQ-ROMANEIO FROM WS-LINHA-ROM

           MOVE SPACES TO WS-LINHA-ROM
           STRING "PEDIDO " DELIMITED BY SIZE
                  PED-COD DELIMITED BY SIZE
                  "  CLIENTE: " DELIMITED BY SIZE
                  CLI-NOME DELIMITED BY SIZE
                  INTO WS-LINHA-ROM
           END-STRING
           WRITE REG-ARQ-ROMANEIO FROM WS-LINHA-ROM

           PERFORM OBTER-ENDERECO-ROMANEIO
           IF WS-END-ACHOU = "S"
              MOVE SPACES TO WS-LINHA-ROM
              STRING "ENTREGAR EM: " DELIMITED BY SIZE
                     WS-END-LINHA(1:67) DELIMITED BY SIZE
                     INTO WS-LINHA-ROM
              END-STRING
              WRITE REG-ARQ-ROMANEIO FROM WS-LINHA-ROM
           END-IF

           MOVE "SEQ PRODUTO DESCRICAO                      "
              & "PEDIDA ENTREGUE SEPARAR" TO WS-LINHA-ROM
           WRITE REG-ARQ-ROMANEIO FROM WS-LINHA-ROM
           MOVE ALL "-" TO WS-LINHA-ROM
           WRITE REG-ARQ-ROMANEIO FROM WS-LINHA-ROM

           PERFORM IMPRIMIR-ITENS-ROMANEIO

           MOVE ALL "-" TO WS-LINHA-ROM
           WRITE REG-ARQ-ROMANEIO FROM WS-LINHA-ROM
           MOVE "CONFERIDO POR: ____________  DATA: ___/___/_____"
              TO WS-LINHA-ROM
           WRITE REG-ARQ-ROMANEIO FROM WS-LINHA-ROM

           CLOSE ARQ-ROMANEIO
           DISPLAY "Romaneio gravado em " WS-ARQ-ROMANEIO
           .

       *> -------------------------
       *> OBTER O ENDERECO DE ENTREGA DO ROMANEIO (o endereco
       *> escolhido no pedido; sem escolha vale o primeiro
       *> endereco de entrega do cliente)
       *> -------------------------
       OBTER-ENDERECO-ROMANEIO.
           MOVE "N" TO WS-END-ACHOU
           IF PED-END-ENTREGA IS NUMERIC
              AND PED-END-ENTREGA NOT = ZERO
              MOVE CLI-COD-P       TO ECL-CLI-COD
              MOVE PED-END-ENTREGA TO ECL-SEQ
              READ ENDERECOS-CLIENTE KEY IS ECL-CHAVE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO WS-END-ACHOU
                    PERFORM MONTAR-LINHA-ENDERECO
              END-READ
           END-IF
           IF WS-END-ACHOU = "N"
              MOVE CLI-COD-P TO WS-ECL-CLI
              MOVE "E" TO WS-ECL-ACAO
              PERFORM OBTER-ENDERECO-CLIENTE
           END-IF
           .

       *> -------------------------
       *> IMPRIMIR ITENS DO ROMANEIO
       *> -------------------------
       IMPRIMIR-ITENS-ROMANEIO.
           MOVE PED-COD TO ITEM-PED-COD
           MOVE 1       TO ITEM-SEQ

           START ITENS-PEDIDO KEY NOT LESS THAN ITEM-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-I
              NOT INVALID KEY MOVE "00" TO WS-FS-I
           END-START

           PERFORM UNTIL WS-FS-I NOT = "00"
              READ ITENS-PEDIDO NEXT RECORD
                 AT END MOVE "99" TO WS-FS-I
                 NOT AT END
                    IF ITEM-PED-COD NOT = PED-COD
                       MOVE "99" TO WS-FS-I
                    ELSE
                       MOVE ITEM-PED-COD TO ENTR-PED-COD
                       MOVE ITEM-SEQ     TO ENTR-ITEM-SEQ
                       READ ENTREGAS KEY IS ENTR-CHAVE
                          INVALID KEY
                             MOVE ITEM-QUANTIDADE
                                TO ENTR-QTD-PEDIDA
                             MOVE ZERO TO ENTR-QTD-ENTREGUE
                       END-READ
                       COMPUTE WS-QTD-PENDENTE
                          = ENTR-QTD-PEDIDA - ENTR-QTD-ENTREGUE
                       MOVE ITEM-PED-COD TO BKO-PED-COD
                       MOVE ITEM-SEQ     TO BKO-ITEM-SEQ
                       READ BACKORDERS KEY IS BKO-CHAVE
                          INVALID KEY CONTINUE
                          NOT INVALID KEY
                             IF BKO-STATUS = "P"
                                IF BKO-QTD-PENDENTE
                                      < WS-QTD-PENDENTE
                                   SUBTRACT BKO-QTD-PENDENTE
                                      FROM WS-QTD-PENDENTE
                                ELSE
                                   MOVE ZERO TO WS-QTD-PENDENTE
                                END-IF
                             END-IF
                       END-READ
                       MOVE SPACES TO WS-LINHA-ROM
                       STRING ITEM-SEQ DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              ITEM-PRODUTO-COD DELIMITED BY SIZE
                              "   " DELIMITED BY SIZE
                              ITEM-DESCRICAO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              ENTR-QTD-PEDIDA DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              ENTR-QTD-ENTREGUE DELIMITED BY SIZE
                              "   " DELIMITED BY SIZE
                              WS-QTD-PENDENTE DELIMITED BY SIZE
                              INTO WS-LINHA-ROM
                       END-STRING
                       WRITE REG-ARQ-ROMANEIO FROM WS-LINHA-ROM
                       PERFORM IMPRIMIR-LOTES-ROMANEIO
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> SEMEAR ENTREGAS DO PEDIDO (cria um registro de entrega
       *> para cada item do pedido que ainda nao possui um)
       *> -------------------------
       SEMEAR-ENTREGAS-PEDIDO.
           MOVE PED-COD TO WS-ENTR-PED
           MOVE PED-COD TO ITEM-PED-COD
           MOVE 1       TO ITEM-SEQ

           START ITENS-PEDIDO KEY NOT LESS THAN ITEM-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-I
              NOT INVALID KEY MOVE "00" TO WS-FS-I
           END-START

           PERFORM UNTIL WS-FS-I NOT = "00"
              READ ITENS-PEDIDO NEXT RECORD
                 AT END MOVE "99" TO WS-FS-I
                 NOT AT END
                    IF ITEM-PED-COD NOT = WS-ENTR-PED
                       MOVE "99" TO WS-FS-I
                    ELSE
                       MOVE ITEM-PED-COD TO ENTR-PED-COD
                       MOVE ITEM-SEQ     TO ENTR-ITEM-SEQ
                       READ ENTREGAS KEY IS ENTR-CHAVE
                          INVALID KEY
                             MOVE ITEM-QUANTIDADE
                                TO ENTR-QTD-PEDIDA
                             MOVE ZERO TO ENTR-QTD-ENTREGUE
                             MOVE ZERO TO ENTR-DATA-ULT
                             WRITE REG-ENTREGA
                                INVALID KEY
                                   DISPLAY "Erro ao gravar entrega!"
                             END-WRITE
                       END-READ
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> CONFIRMAR ENTREGA (registra a quantidade efetivamente
       *> expedida por item; entregas parciais ficam pendentes)
       *> -------------------------
       CONFIRMAR-ENTREGA.
           DISPLAY "Codigo do Pedido: "
           ACCEPT PED-COD

           READ PEDIDOS KEY IS PED-COD
              INVALID KEY
                 DISPLAY "Pedido nao encontrado!"
                 EXIT PARAGRAPH
           END-READ

           IF PED-STATUS = "CANCELADO"
              DISPLAY "Pedido cancelado - nao ha entrega!"
              EXIT PARAGRAPH
           END-IF

           PERFORM SEMEAR-ENTREGAS-PEDIDO

           MOVE "Data da Expedicao (AAAAMMDD): " TO WS-VD-PROMPT
           MOVE "N" TO WS-VD-FORMATO
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO WS-DATA-ENTREGA

           MOVE PED-COD TO WS-ENTR-PED
           MOVE PED-COD TO ENTR-PED-COD
           MOVE 1       TO ENTR-ITEM-SEQ
           MOVE ZERO    TO WS-NTF-QTD-EXPED WS-NTF-QTD-RESTA

           START ENTREGAS KEY NOT LESS THAN ENTR-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-ENTR
              NOT INVALID KEY MOVE "00" TO WS-FS-ENTR
           END-START

           PERFORM UNTIL WS-FS-ENTR NOT = "00"
              READ ENTREGAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-ENTR
                 NOT AT END
                    IF ENTR-PED-COD NOT = WS-ENTR-PED
                       MOVE "99" TO WS-FS-ENTR
                    ELSE
                       PERFORM CONFIRMAR-ITEM-ENTREGA
                    END-IF
              END-READ
           END-PERFORM

           DISPLAY "Entrega registrada."

           IF WS-NTF-QTD-EXPED > ZERO
              MOVE SPACES TO WS-NTF-VARIAVEIS
              STRING PED-COD DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     WS-DATA-ENTREGA DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     WS-NTF-QTD-EXPED DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     WS-NTF-QTD-RESTA DELIMITED BY SIZE
                     INTO WS-NTF-VARIAVEIS
              END-STRING
              MOVE PED-COD TO WS-NTF-REFERENCIA
              IF WS-NTF-QTD-RESTA = ZERO
                 MOVE "PEDIDO-ENTRG"  TO WS-NTF-MODELO
                 MOVE "S"             TO WS-NTF-UNICO
              ELSE
                 MOVE "PEDIDO-EXPED"  TO WS-NTF-MODELO
                 MOVE "N"             TO WS-NTF-UNICO
              END-IF
              PERFORM NOTIFICAR-CLIENTE-PEDIDO
           END-IF
           .

       *> -------------------------
       *> CONFIRMAR UM ITEM DA ENTREGA
       *> -------------------------
       CONFIRMAR-ITEM-ENTREGA.
           COMPUTE WS-QTD-PENDENTE
              = ENTR-QTD-PEDIDA - ENTR-QTD-ENTREGUE
           IF WS-QTD-PENDENTE = ZERO
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Item " ENTR-ITEM-SEQ
              " - Pedida: " ENTR-QTD-PEDIDA
              " Entregue: " ENTR-QTD-ENTREGUE
              " Pendente: " WS-QTD-PENDENTE
           DISPLAY "Quantidade expedida agora (0 = nenhuma): "
           ACCEPT WS-QTD-AGORA

           IF WS-QTD-AGORA = ZERO
              ADD WS-QTD-PENDENTE TO WS-NTF-QTD-RESTA
              EXIT PARAGRAPH
           END-IF
           IF WS-QTD-AGORA > WS-QTD-PENDENTE
              DISPLAY "Quantidade maior que o pendente - "
                 "limitada a " WS-QTD-PENDENTE
              MOVE WS-QTD-PENDENTE TO WS-QTD-AGORA
           END-IF

           ADD WS-QTD-AGORA TO ENTR-QTD-ENTREGUE
           MOVE WS-DATA-ENTREGA TO ENTR-DATA-ULT
           ADD WS-QTD-AGORA TO WS-NTF-QTD-EXPED
           COMPUTE WS-NTF-QTD-RESTA
              = WS-NTF-QTD-RESTA + WS-QTD-PENDENTE - WS-QTD-AGORA

           REWRITE REG-ENTREGA
              INVALID KEY DISPLAY "Erro ao atualizar entrega!"
           END-REWRITE
           .

       *> -------------------------
       *> AVISO AO CLIENTE DO PEDIDO CORRENTE (modelo, referencia
       *> e variaveis ja preenchidos; o telefone, se houver, vem
       *> da agenda dentro do NOTIFICAR)
       *> -------------------------
       NOTIFICAR-CLIENTE-PEDIDO.
           MOVE CLI-COD-P TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY
                 MOVE SPACES TO CLI-NOME CLI-EMAIL
           END-READ

           MOVE "BC"      TO WS-NTF-ORIGEM
           MOVE "C"       TO WS-NTF-TIPO-COD
           MOVE CLI-COD-P TO WS-NTF-CODIGO
           MOVE CLI-NOME  TO WS-NTF-NOME
           MOVE CLI-EMAIL TO WS-NTF-EMAIL
           MOVE SPACES    TO WS-NTF-TELEFONE
           CALL "NOTIFICAR" USING WS-NTF-PARAMETROS
           ON EXCEPTION
              DISPLAY "Aviso: NOTIFICAR indisponivel - cliente "
                 "nao avisado."
              MOVE "E" TO WS-NTF-RESULTADO
           END-CALL
           IF WS-NTF-RESULTADO = "G"
              DISPLAY "Aviso " WS-NTF-MODELO
                 " enviado para a fila do cliente " CLI-COD-P
           END-IF
           .

       *> -------------------------
       *> RELATORIO DE ENTREGAS EM ABERTO
       *> -------------------------
       RELATORIO-ENTREGAS-ABERTAS.
           CLOSE ENTREGAS
           OPEN INPUT ENTREGAS

           DISPLAY "===== ENTREGAS EM ABERTO ====="
           MOVE "N" TO WS-ENTR-ABERTA
           MOVE "00" TO WS-FS-ENTR
           PERFORM UNTIL WS-FS-ENTR NOT = "00"
              READ ENTREGAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-ENTR
                 NOT AT END
                    IF ENTR-QTD-ENTREGUE < ENTR-QTD-PEDIDA
                       PERFORM IMPRIMIR-ENTREGA-ABERTA
                    END-IF
              END-READ
           END-PERFORM

           IF WS-ENTR-ABERTA = "N"
              DISPLAY "Nenhuma entrega pendente."
           END-IF

           CLOSE ENTREGAS
           OPEN I-O ENTREGAS
           .

       *> -------------------------
       *> IMPRIMIR UMA ENTREGA EM ABERTO (ignora pedidos
       *> cancelados depois do romaneio gerado)
       *> -------------------------
       IMPRIMIR-ENTREGA-ABERTA.
           MOVE ENTR-PED-COD TO PED-COD
           READ PEDIDOS KEY IS PED-COD
              INVALID KEY
                 MOVE SPACES TO PED-STATUS
           END-READ
           IF PED-STATUS = "CANCELADO"
              EXIT PARAGRAPH
           END-IF

           MOVE CLI-COD-P TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY MOVE SPACES TO CLI-NOME
           END-READ

           MOVE "S" TO WS-ENTR-ABERTA
           COMPUTE WS-QTD-PENDENTE
              = ENTR-QTD-PEDIDA - ENTR-QTD-ENTREGUE
           DISPLAY "Pedido " ENTR-PED-COD
              " Item " ENTR-ITEM-SEQ
              " Cliente: " CLI-NOME
           DISPLAY "  Pedida: " ENTR-QTD-PEDIDA
              " Entregue: " ENTR-QTD-ENTREGUE
              " Pendente: " WS-QTD-PENDENTE
              " Ult.Data: " ENTR-DATA-ULT
           .

       *> -------------------------
       *> PROXIMO NUMERO DE NOTA DE CREDITO
       *> -------------------------
       PROXIMO-NUMERO-NC.
           MOVE "NOTACRED" TO CTRL-CHAVE
           READ CONTROLE KEY IS CTRL-CHAVE
              INVALID KEY
                 MOVE "NOTACRED" TO CTRL-CHAVE
                 MOVE ZERO TO CTRL-ULTIMO-COD
                 WRITE REG-CONTROLE
           END-READ

           ADD 1 TO CTRL-ULTIMO-COD
           MOVE CTRL-ULTIMO-COD TO NC-NUMERO

           REWRITE REG-CONTROLE
              INVALID KEY DISPLAY "Erro ao gravar controle de codigo!"
           END-REWRITE
           PERFORM VERIFICAR-BLOQUEIO-CONTROLE
           .

       *> -------------------------
       *> REGISTRAR DEVOLUCAO (a quantidade devolvida de cada
       *> item - limitada ao ja entregue - volta ao estoque como
       *> DEVOLUCAO no livro de movimentos, e o valor sai numa
       *> nota de credito numerada que abate o saldo em aberto do
       *> pedido via RECEBIMENTOS)
       *> -------------------------
       REGISTRAR-DEVOLUCAO.
           DISPLAY "Codigo do Pedido: "
           ACCEPT PED-COD

           READ PEDIDOS KEY IS PED-COD
              INVALID KEY
                 DISPLAY "Pedido nao encontrado!"
                 EXIT PARAGRAPH
           END-READ

           IF PED-STATUS = "CANCELADO"
              DISPLAY "Pedido cancelado - nao recebe devolucao!"
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-DEV-IMP-QTD
           MOVE ZERO TO WS-DEV-TOT-ICMS
           MOVE ZERO TO WS-DEV-TOT-IPI
           PERFORM LOCALIZAR-FATURA-DO-PEDIDO
           MOVE WS-FAT-ACHOU TO WS-DEV-FAT-ACHOU
           IF WS-FAT-ACHOU = "S"
              MOVE FAT-NUMERO TO WS-DEV-FAT-NUM
              COMPUTE WS-DEV-FAT-ANOMES = FAT-DATA-EMISSAO / 100
           END-IF

           MOVE "Data da Devolucao (AAAAMMDD): " TO WS-VD-PROMPT
           MOVE "N" TO WS-VD-FORMATO
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO WS-DEV-DATA

           MOVE ZERO TO WS-DEV-VALOR-TOTAL
           MOVE ZERO TO WS-DEV-ITENS
           MOVE PED-COD TO WS-DEV-PED
           MOVE PED-COD TO ENTR-PED-COD
           MOVE 1       TO ENTR-ITEM-SEQ

           START ENTREGAS KEY NOT LESS THAN ENTR-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-ENTR
              NOT INVALID KEY MOVE "00" TO WS-FS-ENTR
           END-START

           PERFORM UNTIL WS-FS-ENTR NOT = "00"
              READ ENTREGAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-ENTR
                 NOT AT END
                    IF ENTR-PED-COD NOT = WS-DEV-PED
                       MOVE "99" TO WS-FS-ENTR
                    ELSE
                       PERFORM DEVOLVER-ITEM-PEDIDO
                    END-IF
              END-READ
           END-PERFORM

           IF WS-DEV-ITENS = ZERO
              DISPLAY "Nenhum item devolvido."
              EXIT PARAGRAPH
           END-IF

           PERFORM EMITIR-NOTA-CREDITO
           .

       *> -------------------------
       *> DEVOLVER UM ITEM DO PEDIDO (nunca mais que o entregue)
       *> -------------------------
       DEVOLVER-ITEM-PEDIDO.
           IF ENTR-QTD-ENTREGUE = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE ENTR-PED-COD  TO ITEM-PED-COD
           MOVE ENTR-ITEM-SEQ TO ITEM-SEQ
           READ ITENS-PEDIDO KEY IS ITEM-CHAVE
              INVALID KEY
                 DISPLAY "Item " ENTR-ITEM-SEQ
                    " sem registro no pedido!"
                 EXIT PARAGRAPH
           END-READ

           DISPLAY "Item " ENTR-ITEM-SEQ " - " ITEM-DESCRICAO
           DISPLAY "  Entregue: " ENTR-QTD-ENTREGUE
              "  Valor unit.: R$" ITEM-VALOR-UNIT
           DISPLAY "  Quantidade devolvida (0 = nenhuma): "
           ACCEPT WS-DEV-QTD

           IF WS-DEV-QTD = ZERO
              EXIT PARAGRAPH
           END-IF
           IF WS-DEV-QTD > ENTR-QTD-ENTREGUE
              DISPLAY "  Devolucao maior que o entregue - "
                 "limitada a " ENTR-QTD-ENTREGUE
              MOVE ENTR-QTD-ENTREGUE TO WS-DEV-QTD
           END-IF

           SUBTRACT WS-DEV-QTD FROM ENTR-QTD-ENTREGUE
           SUBTRACT WS-DEV-QTD FROM ENTR-QTD-PEDIDA
           REWRITE REG-ENTREGA
              INVALID KEY
                 DISPLAY "  Erro ao atualizar a entrega!"
                 EXIT PARAGRAPH
           END-REWRITE

           MOVE "DEVOLUCAO"       TO WS-MOV-TIPO
           MOVE WS-DEV-QTD        TO WS-MOV-QUANTIDADE
           MOVE WS-DEV-PED        TO WS-MOV-PED-COD
           MOVE ENTR-ITEM-SEQ     TO WS-MOV-ITEM-SEQ
           MOVE ITEM-PRODUTO-COD  TO PROD-COD
           PERFORM MOVIMENTAR-ESTOQUE-ITEM

           COMPUTE WS-DEV-VALOR-ITEM
              = WS-DEV-QTD * ITEM-VALOR-UNIT
           ADD WS-DEV-VALOR-ITEM TO WS-DEV-VALOR-TOTAL
           ADD 1 TO WS-DEV-ITENS
           PERFORM ESTORNAR-IMPOSTO-ITEM
           DISPLAY "  Devolvido: " WS-DEV-QTD
              " - credito R$" WS-DEV-VALOR-ITEM
           .

       *> -------------------------
       *> ESTORNO PROPORCIONAL DOS IMPOSTOS DO ITEM DEVOLVIDO
       *> (sobre o que foi escriturado na fatura do pedido)
       *> -------------------------
       ESTORNAR-IMPOSTO-ITEM.
           IF WS-DEV-FAT-ACHOU = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DEV-FAT-ANOMES TO LVS-ANOMES
           MOVE "F"               TO LVS-TIPO
           MOVE WS-DEV-FAT-NUM    TO LVS-DOCUMENTO
           MOVE ENTR-ITEM-SEQ     TO LVS-SEQ
           READ LIVRO-SAIDAS KEY IS LVS-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-READ
           IF LVS-VALOR-CONTABIL = ZERO
              EXIT PARAGRAPH
           END-IF
           IF WS-DEV-IMP-QTD >= 50
              DISPLAY "  Mais de 50 itens na devolucao - imposto "
                 "do item " ENTR-ITEM-SEQ " nao estornado!"
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DEV-IMP-QTD
           MOVE ENTR-ITEM-SEQ TO WS-DVI-SEQ (WS-DEV-IMP-QTD)
           MOVE LVS-UF        TO WS-DVI-UF (WS-DEV-IMP-QTD)
           MOVE LVS-NCM       TO WS-DVI-NCM (WS-DEV-IMP-QTD)
           IF LVS-CFOP = 5102
              MOVE 1202 TO WS-DVI-CFOP (WS-DEV-IMP-QTD)
           ELSE
              MOVE 2202 TO WS-DVI-CFOP (WS-DEV-IMP-QTD)
           END-IF
           MOVE WS-DEV-VALOR-ITEM TO WS-DVI-VALOR (WS-DEV-IMP-QTD)
           COMPUTE WS-DVI-BASE (WS-DEV-IMP-QTD) ROUNDED
              = LVS-BASE-ICMS * WS-DEV-VALOR-ITEM
                / LVS-VALOR-CONTABIL
           COMPUTE WS-DVI-ICMS (WS-DEV-IMP-QTD) ROUNDED
              = LVS-VALOR-ICMS * WS-DEV-VALOR-ITEM
                / LVS-VALOR-CONTABIL
           COMPUTE WS-DVI-IPI (WS-DEV-IMP-QTD) ROUNDED
              = LVS-VALOR-IPI * WS-DEV-VALOR-ITEM
                / LVS-VALOR-CONTABIL
           MOVE LVS-ALIQ-ICMS TO WS-DVI-ALIQ-ICMS (WS-DEV-IMP-QTD)
           MOVE LVS-ALIQ-IPI  TO WS-DVI-ALIQ-IPI (WS-DEV-IMP-QTD)
           ADD WS-DVI-ICMS (WS-DEV-IMP-QTD) TO WS-DEV-TOT-ICMS
           ADD WS-DVI-IPI (WS-DEV-IMP-QTD)  TO WS-DEV-TOT-IPI
           .

       *> Escritura no livro de saidas o estorno dos impostos da
       *> nota de credito (NC-NUMERO ja atribuido).
       GRAVAR-LIVRO-NOTA-CREDITO.
           PERFORM VARYING WS-DVI-IDX FROM 1 BY 1
              UNTIL WS-DVI-IDX > WS-DEV-IMP-QTD
              COMPUTE LVS-ANOMES = WS-DEV-DATA / 100
              MOVE "N"         TO LVS-TIPO
              MOVE NC-NUMERO   TO LVS-DOCUMENTO
              MOVE WS-DVI-SEQ (WS-DVI-IDX) TO LVS-SEQ
              MOVE WS-DEV-DATA TO LVS-DATA
              MOVE WS-DEV-PED  TO LVS-PED-COD
              MOVE CLI-COD-P   TO LVS-CLI-COD
              MOVE WS-DVI-UF (WS-DVI-IDX)        TO LVS-UF
              MOVE WS-DVI-CFOP (WS-DVI-IDX)      TO LVS-CFOP
              MOVE WS-DVI-NCM (WS-DVI-IDX)       TO LVS-NCM
              MOVE WS-DVI-VALOR (WS-DVI-IDX)
                 TO LVS-VALOR-CONTABIL
              MOVE WS-DVI-BASE (WS-DVI-IDX)      TO LVS-BASE-ICMS
              MOVE WS-DVI-ALIQ-ICMS (WS-DVI-IDX) TO LVS-ALIQ-ICMS
              MOVE WS-DVI-ICMS (WS-DVI-IDX)      TO LVS-VALOR-ICMS
              MOVE WS-DVI-ALIQ-IPI (WS-DVI-IDX)  TO LVS-ALIQ-IPI
              MOVE WS-DVI-IPI (WS-DVI-IDX)       TO LVS-VALOR-IPI
              WRITE REG-LIVRO-SAIDA
                 INVALID KEY
                    DISPLAY "Erro ao escriturar o estorno do item "
                       WS-DVI-SEQ (WS-DVI-IDX) "!"
              END-WRITE
           END-PERFORM
           .

       *> -------------------------
       *> EMITIR NOTA DE CREDITO DA DEVOLUCAO (grava a nota, o
       *> abatimento em RECEBIMENTOS e o documento impresso)
       *> -------------------------
       EMITIR-NOTA-CREDITO.
           PERFORM PROXIMO-NUMERO-NC
           MOVE WS-DEV-PED         TO NC-PED-COD
           MOVE WS-DEV-DATA        TO NC-DATA
           MOVE WS-DEV-VALOR-TOTAL TO NC-VALOR
           WRITE REG-NOTA-CREDITO
              INVALID KEY
                 DISPLAY "Erro: numero de nota duplicado!"
                 EXIT PARAGRAPH
           END-WRITE

           MOVE WS-DEV-PED TO PED-COD
           READ PEDIDOS KEY IS PED-COD
              INVALID KEY
                 DISPLAY "Pedido da devolucao nao encontrado!"
                 EXIT PARAGRAPH
           END-READ

           PERFORM SOMAR-RECEBIMENTOS-PEDIDO
      *> o que a nota passar do saldo em aberto vira haver
           COMPUTE WS-SALDO-ABERTO = PED-VALOR - WS-REC-TOTAL
           IF WS-SALDO-ABERTO < ZERO
              MOVE ZERO TO WS-SALDO-ABERTO
           END-IF
           IF WS-DEV-VALOR-TOTAL > WS-SALDO-ABERTO
              COMPUTE WS-HAV-EXCEDENTE
                 = WS-DEV-VALOR-TOTAL - WS-SALDO-ABERTO
           ELSE
              MOVE ZERO TO WS-HAV-EXCEDENTE
           END-IF
           MOVE PED-COD TO REC-PED-COD
           COMPUTE REC-SEQ = WS-REC-ULT-SEQ + 1
           MOVE WS-DEV-DATA        TO REC-DATA
           MOVE WS-DEV-VALOR-TOTAL TO REC-VALOR
           MOVE "NOTACRED"         TO REC-FORMA
           WRITE REG-RECEBIMENTO
              INVALID KEY
                 DISPLAY "Erro ao gravar o abatimento da nota!"
           END-WRITE

           COMPUTE WS-SALDO-ABERTO
              = PED-VALOR - WS-REC-TOTAL - WS-DEV-VALOR-TOTAL
           IF WS-SALDO-ABERTO NOT > ZERO
              AND PED-STATUS NOT = "PAGO"
              MOVE "PAGO" TO PED-STATUS
              REWRITE REG-PEDIDO
                 INVALID KEY DISPLAY "Erro ao atualizar status!"
              END-REWRITE
              DISPLAY "Saldo do pedido zerado pela nota de "
                 "credito - status PAGO."
           END-IF

           IF WS-HAV-EXCEDENTE > ZERO
              MOVE CLI-COD-P   TO WS-HAV-CLI
              MOVE WS-DEV-DATA TO WS-HAV-DATA
              MOVE "NOTACRED"  TO WS-HAV-ORIGEM
              MOVE NC-NUMERO   TO WS-HAV-DOC
              MOVE PED-COD     TO WS-HAV-PED
              PERFORM GRAVAR-HAVER
           END-IF

           PERFORM GRAVAR-LIVRO-NOTA-CREDITO
           PERFORM IMPRIMIR-NOTA-CREDITO
           DISPLAY "Nota de credito " NC-NUMERO
              " emitida - R$" NC-VALOR
           .

       *> -------------------------
       *> IMPRIMIR NOTA DE CREDITO (NOTACRED-NNNNN.REL)
       *> -------------------------
       IMPRIMIR-NOTA-CREDITO.
           MOVE SPACES TO WS-ARQ-NC
           STRING "NOTACRED-" DELIMITED BY SIZE
                  NC-NUMERO DELIMITED BY SIZE
                  ".REL" DELIMITED BY SIZE
                  INTO WS-ARQ-NC
           END-STRING

           OPEN OUTPUT ARQ-NOTACRED
           IF WS-FS-ARQNC NOT = "00"
              DISPLAY "Erro ao criar o arquivo da nota!"
              EXIT PARAGRAPH
           END-IF

           MOVE CLI-COD-P TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY
                 MOVE SPACES TO CLI-NOME CLI-CPF
           END-READ

           MOVE ALL "=" TO WS-NC-LINHA
           WRITE REG-ARQ-NOTACRED FROM WS-NC-LINHA
           MOVE "COMERCIAL LUIZ LTDA - NOTA DE CREDITO"
              TO WS-NC-LINHA
           WRITE REG-ARQ-NOTACRED FROM WS-NC-LINHA
           MOVE ALL "=" TO WS-NC-LINHA
           WRITE REG-ARQ-NOTACRED FROM WS-NC-LINHA

           MOVE SPACES TO WS-NC-LINHA
           STRING "NOTA No " DELIMITED BY SIZE
                  NC-NUMERO DELIMITED BY SIZE
                  "   PEDIDO " DELIMITED BY SIZE
                  NC-PED-COD DELIMITED BY SIZE
                  "   EMISSAO " DELIMITED BY SIZE
                  NC-DATA DELIMITED BY SIZE
                  INTO WS-NC-LINHA
           END-STRING
           WRITE REG-ARQ-NOTACRED FROM WS-NC-LINHA

           MOVE SPACES TO WS-NC-LINHA
           STRING "CLIENTE: " DELIMITED BY SIZE
                  CLI-NOME DELIMITED BY SIZE
                  "  CPF: " DELIMITED BY SIZE
                  CLI-CPF DELIMITED BY SIZE
                  INTO WS-NC-LINHA
           END-STRING
           WRITE REG-ARQ-NOTACRED FROM WS-NC-LINHA

           MOVE "CREDITO REFERENTE A DEVOLUCAO DE MERCADORIA"
              TO WS-NC-LINHA
           WRITE REG-ARQ-NOTACRED FROM WS-NC-LINHA

           MOVE NC-VALOR TO WS-VALOR-ED
           MOVE SPACES TO WS-NC-LINHA
           STRING "VALOR DO CREDITO: R$ " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-NC-LINHA
           END-STRING
           WRITE REG-ARQ-NOTACRED FROM WS-NC-LINHA

           IF WS-DEV-IMP-QTD > ZERO
              MOVE WS-DEV-TOT-ICMS TO WS-VALOR-ED
              MOVE WS-DEV-TOT-IPI  TO WS-VALOR-ED2
              MOVE SPACES TO WS-NC-LINHA
              STRING "ESTORNO DE IMPOSTOS - ICMS: R$ "
                     DELIMITED BY SIZE
                     WS-VALOR-ED DELIMITED BY SIZE
                     "  IPI: R$ " DELIMITED BY SIZE
                     WS-VALOR-ED2 DELIMITED BY SIZE
                     INTO WS-NC-LINHA
              END-STRING
              WRITE REG-ARQ-NOTACRED FROM WS-NC-LINHA
           END-IF

           MOVE "O VALOR ABATE O SALDO EM ABERTO DO PEDIDO."
              TO WS-NC-LINHA
           WRITE REG-ARQ-NOTACRED FROM WS-NC-LINHA

           CLOSE ARQ-NOTACRED
           DISPLAY "Nota gravada em " WS-ARQ-NC
           .

       *> -------------------------
       *> GERAR CARTAS DE COBRANCA (uma carta por pedido vencido
       *> com saldo em aberto, no nivel 1/2/3 conforme os dias de
       *> atraso; o mesmo nivel nunca e reenviado - o controle
       *> fica em COBRANCAS.DAT)
       *> -------------------------
       GERAR-CARTAS-COBRANCA.
           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
              TO WS-JUL-HOJE
           MOVE ZERO TO WS-CBR-QTD-TOTAL
           MOVE ZERO TO WS-CBR-QTD-NIVEL (1)
           MOVE ZERO TO WS-CBR-QTD-NIVEL (2)
           MOVE ZERO TO WS-CBR-QTD-NIVEL (3)

           MOVE SPACES TO WS-ARQ-COBRANCA
           STRING "COBRANCA-" DELIMITED BY SIZE
                  WS-HOJE-NUM DELIMITED BY SIZE
                  ".REL" DELIMITED BY SIZE
                  INTO WS-ARQ-COBRANCA
           END-STRING
           OPEN OUTPUT ARQ-COBRANCA
           IF WS-FS-ARQCBR NOT = "00"
              DISPLAY "Erro ao criar o arquivo de cobranca!"
              EXIT PARAGRAPH
           END-IF

           CLOSE PEDIDOS
           OPEN INPUT PEDIDOS

           MOVE "00" TO WS-FS-P
           PERFORM UNTIL WS-FS-P NOT = "00"
              READ PEDIDOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-P
                 NOT AT END
                    IF PED-STATUS NOT = "PAGO"
                       AND PED-STATUS NOT = "CANCELADO"
                       AND PED-VENCIMENTO < WS-HOJE-NUM
                       AND PED-VENCIMENTO > ZERO
                       PERFORM AVALIAR-COBRANCA-PEDIDO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PEDIDOS
           OPEN I-O PEDIDOS

           MOVE ALL "=" TO WS-CBR-LINHA
           WRITE REG-ARQ-COBRANCA FROM WS-CBR-LINHA
           MOVE "RESUMO DA RODADA DE COBRANCA" TO WS-CBR-LINHA
           WRITE REG-ARQ-COBRANCA FROM WS-CBR-LINHA
           MOVE SPACES TO WS-CBR-LINHA
           STRING "NIVEL 1: " WS-CBR-QTD-NIVEL (1)
                  "  NIVEL 2: " WS-CBR-QTD-NIVEL (2)
                  "  NIVEL 3: " WS-CBR-QTD-NIVEL (3)
                  "  TOTAL: " WS-CBR-QTD-TOTAL
                  DELIMITED BY SIZE INTO WS-CBR-LINHA
           END-STRING
           WRITE REG-ARQ-COBRANCA FROM WS-CBR-LINHA

           CLOSE ARQ-COBRANCA
           DISPLAY "Cartas geradas - nivel 1: "
              WS-CBR-QTD-NIVEL (1)
              " nivel 2: " WS-CBR-QTD-NIVEL (2)
              " nivel 3: " WS-CBR-QTD-NIVEL (3)
           DISPLAY "Arquivo de cartas: " WS-ARQ-COBRANCA
           .

       *> -------------------------
       *> AVALIAR UM PEDIDO VENCIDO PARA COBRANCA
       *> -------------------------
       AVALIAR-COBRANCA-PEDIDO.
           PERFORM SOMAR-RECEBIMENTOS-PEDIDO
           COMPUTE WS-SALDO-ABERTO = PED-VALOR - WS-REC-TOTAL
           IF WS-SALDO-ABERTO NOT > ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION INTEGER-OF-DATE(PED-VENCIMENTO)
              TO WS-JUL-VENC
           COMPUTE WS-DIAS-ATRASO = WS-JUL-HOJE - WS-JUL-VENC
           EVALUATE TRUE
              WHEN WS-DIAS-ATRASO <= 30
                 MOVE 1 TO WS-CBR-NIVEL
              WHEN WS-DIAS-ATRASO <= 60
                 MOVE 2 TO WS-CBR-NIVEL
              WHEN OTHER
                 MOVE 3 TO WS-CBR-NIVEL
           END-EVALUATE

           MOVE PED-COD      TO CBR-PED-COD
           MOVE WS-CBR-NIVEL TO CBR-NIVEL
           READ COBRANCAS KEY IS CBR-CHAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 EXIT PARAGRAPH
           END-READ

           PERFORM IMPRIMIR-CARTA-COBRANCA

           MOVE PED-COD      TO CBR-PED-COD
           MOVE WS-CBR-NIVEL TO CBR-NIVEL
           MOVE WS-HOJE-NUM  TO CBR-DATA-ENVIO
           WRITE REG-COBRANCA
              INVALID KEY
                 DISPLAY "Erro ao registrar a carta enviada!"
           END-WRITE

           ADD 1 TO WS-CBR-QTD-NIVEL (WS-CBR-NIVEL)
           ADD 1 TO WS-CBR-QTD-TOTAL
           .

       *> -------------------------
       *> IMPRIMIR UMA CARTA DE COBRANCA
       *> -------------------------
       IMPRIMIR-CARTA-COBRANCA.
           MOVE CLI-COD-P TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY MOVE SPACES TO CLI-NOME
           END-READ

           MOVE ALL "=" TO WS-CBR-LINHA
           WRITE REG-ARQ-COBRANCA FROM WS-CBR-LINHA
           MOVE SPACES TO WS-CBR-LINHA
           STRING "COMERCIAL LUIZ LTDA - COBRANCA NIVEL "
                  WS-CBR-NIVEL "  EM " WS-HOJE-NUM
                  DELIMITED BY SIZE INTO WS-CBR-LINHA
           END-STRING
           WRITE REG-ARQ-COBRANCA FROM WS-CBR-LINHA
           MOVE ALL "=" TO WS-CBR-LINHA
           WRITE REG-ARQ-COBRANCA FROM WS-CBR-LINHA

           MOVE SPACES TO WS-CBR-LINHA
           STRING "PREZADO(A) " CLI-NOME
              DELIMITED BY SIZE INTO WS-CBR-LINHA
           END-STRING
           WRITE REG-ARQ-COBRANCA FROM WS-CBR-LINHA

           MOVE WS-SALDO-ABERTO TO WS-VALOR-ED
           MOVE SPACES TO WS-CBR-LINHA
           STRING "PEDIDO " PED-COD
              " VENCIDO EM " PED-VENCIMENTO
              " - SALDO EM ABERTO R$ " WS-VALOR-ED
              DELIMITED BY SIZE INTO WS-CBR-LINHA
           END-STRING
           WRITE REG-ARQ-COBRANCA FROM WS-CBR-LINHA

           EVALUATE WS-CBR-NIVEL
              WHEN 1
                 MOVE "LEMBRAMOS QUE O PAGAMENTO ACIMA ENCONTRA-"
                    & "SE EM ATRASO." TO WS-CBR-LINHA
                 WRITE REG-ARQ-COBRANCA FROM WS-CBR-LINHA
                 MOVE "CASO JA TENHA PAGO, DESCONSIDERE ESTE "
                    & "AVISO." TO WS-CBR-LINHA
              WHEN 2
                 MOVE "REITERAMOS A COBRANCA DO DEBITO ACIMA, JA "
                    & "COMUNICADO ANTERIORMENTE." TO WS-CBR-LINHA
                 WRITE REG-ARQ-COBRANCA FROM WS-CBR-LINHA
                 MOVE "SOLICITAMOS REGULARIZACAO EM ATE 5 DIAS "
                    & "UTEIS." TO WS-CBR-LINHA
              WHEN 3
                 MOVE "ULTIMO AVISO: O DEBITO ACIMA SERA ENVIADO "
                    & "A PROTESTO." TO WS-CBR-LINHA
                 WRITE REG-ARQ-COBRANCA FROM WS-CBR-LINHA
                 MOVE "PROCURE NOSSO SETOR DE COBRANCA "
                    & "IMEDIATAMENTE." TO WS-CBR-LINHA
           END-EVALUATE
           WRITE REG-ARQ-COBRANCA FROM WS-CBR-LINHA

           MOVE "ATENCIOSAMENTE, SETOR DE COBRANCA"
              TO WS-CBR-LINHA
           WRITE REG-ARQ-COBRANCA FROM WS-CBR-LINHA
           MOVE SPACES TO WS-CBR-LINHA
           WRITE REG-ARQ-COBRANCA FROM WS-CBR-LINHA
           .

       *> -------------------------
       *> RECEBER PAGAMENTO (parcial ou total) DE UM PEDIDO
       *> -------------------------
       RECEBER-PAGAMENTO.
           DISPLAY "Codigo do Pedido: "
           ACCEPT PED-COD

           END-READ

           IF PED-STATUS = "CANCELADO"
              DISPLAY "Pedido cancelado - nao recebe pagamento!"
              EXIT PARAGRAPH
           END-IF
           IF PED-STATUS = "PAGO"
              DISPLAY "Pedido ja esta quitado!"
              EXIT PARAGRAPH
           END-IF

           PERFORM SOMAR-RECEBIMENTOS-PEDIDO
           COMPUTE WS-SALDO-ABERTO = PED-VALOR - WS-REC-TOTAL

           DISPLAY "Valor do Pedido : R$" PED-VALOR
           DISPLAY "Ja recebido     : R$" WS-REC-TOTAL
           DISPLAY "Saldo em aberto : R$" WS-SALDO-ABERTO

           PERFORM APLICAR-HAVER-PEDIDO
           IF WS-SALDO-ABERTO NOT > ZERO
              PERFORM QUITAR-PEDIDO-RECEBIDO
              EXIT PARAGRAPH
           END-IF

           MOVE PED-COD TO REC-PED-COD
           COMPUTE REC-SEQ = WS-REC-ULT-SEQ + 1
           MOVE "Data do Pagamento (AAAAMMDD): " TO WS-VD-PROMPT
           MOVE "N" TO WS-VD-FORMATO
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO REC-DATA
           DISPLAY "Valor do Pagamento: "
           ACCEPT REC-VALOR
           IF REC-VALOR = ZERO
              DISPLAY "Valor zerado - nada foi registrado."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Forma de Pagamento (DINHEIRO/CHEQUE/PIX...): "
           ACCEPT REC-FORMA

      *> o que passar do saldo em aberto fica como haver
           MOVE ZERO TO WS-HAV-EXCEDENTE
           IF REC-VALOR > WS-SALDO-ABERTO
              COMPUTE WS-HAV-EXCEDENTE = REC-VALOR - WS-SALDO-ABERTO
              MOVE WS-SALDO-ABERTO TO REC-VALOR
              DISPLAY "Pagamento excede o saldo em R$"
                 WS-HAV-EXCEDENTE " - fica como haver do cliente."
           END-IF

           WRITE REG-RECEBIMENTO
              INVALID KEY
                 DISPLAY "Erro ao gravar recebimento!"
                 EXIT PARAGRAPH
           END-WRITE

           IF WS-HAV-EXCEDENTE > ZERO
              MOVE CLI-COD-P   TO WS-HAV-CLI
              MOVE REC-DATA    TO WS-HAV-DATA
              MOVE "PAGAMENTO" TO WS-HAV-ORIGEM
              MOVE ZERO        TO WS-HAV-DOC
              MOVE PED-COD     TO WS-HAV-PED
              PERFORM GRAVAR-HAVER
           END-IF

           COMPUTE WS-SALDO-ABERTO = WS-SALDO-ABERTO - REC-VALOR
           DISPLAY "Pagamento registrado. Saldo em aberto: R$"
              WS-SALDO-ABERTO

           IF WS-SALDO-ABERTO NOT > ZERO
              PERFORM QUITAR-PEDIDO-RECEBIDO
           END-IF
           .

       *> -------------------------
       *> SOMAR RECEBIMENTOS DE UM PEDIDO (total recebido em
       *> WS-REC-TOTAL, parte paga com haver em WS-REC-HAVER e
       *> ultima sequencia em WS-REC-ULT-SEQ)
       *> -------------------------
       SOMAR-RECEBIMENTOS-PEDIDO.
           MOVE ZERO    TO WS-REC-TOTAL
           MOVE ZERO    TO WS-REC-HAVER
           MOVE ZERO    TO WS-REC-ULT-SEQ
           MOVE ZERO    TO WS-REC-ULT-DATA
           MOVE PED-COD TO WS-REC-PED
           MOVE PED-COD TO REC-PED-COD
           MOVE 1       TO REC-SEQ

           START RECEBIMENTOS KEY NOT LESS THAN REC-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-REC
              NOT INVALID KEY MOVE "00" TO WS-FS-REC
           END-START

           PERFORM UNTIL WS-FS-REC NOT = "00"
              READ RECEBIMENTOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-REC
                 NOT AT END
                    IF REC-PED-COD NOT = WS-REC-PED
                       MOVE "99" TO WS-FS-REC
                    ELSE
                       ADD REC-VALOR TO WS-REC-TOTAL
                       MOVE REC-SEQ TO WS-REC-ULT-SEQ
                       IF REC-DATA > WS-REC-ULT-DATA
                          MOVE REC-DATA TO WS-REC-ULT-DATA
                       END-IF
                       IF REC-FORMA = "HAVER"
                          ADD REC-VALOR TO WS-REC-HAVER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> QUITAR PEDIDO (saldo em aberto zerado: status PAGO e
       *> deposito do valor no lote do banco)
       *> -------------------------
       QUITAR-PEDIDO-RECEBIDO.
           MOVE "PAGO" TO PED-STATUS
           REWRITE REG-PEDIDO
              INVALID KEY DISPLAY "Erro ao atualizar status!"
           END-REWRITE
           PERFORM VERIFICAR-BLOQUEIO-PEDIDOS
           DISPLAY "Pedido quitado - status alterado para PAGO."
           PERFORM GERAR-DEPOSITO-LOTE
           .

       *> -------------------------
       *> HAVER DO CLIENTE EM WS-HAV-CLI (WS-HAV-SALDO-CLI = soma
       *> dos haveres em aberto; WS-HAV-ULT-SEQ = ultima sequencia
       *> usada pelo cliente)
       *> -------------------------
       SOMAR-HAVER-CLIENTE.
           MOVE ZERO       TO WS-HAV-SALDO-CLI
           MOVE ZERO       TO WS-HAV-ULT-SEQ
           MOVE WS-HAV-CLI TO HAV-CLI-COD
           MOVE ZERO       TO HAV-SEQ
           START HAVERES KEY NOT LESS THAN HAV-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-HAV
              NOT INVALID KEY MOVE "00" TO WS-FS-HAV
           END-START
           PERFORM UNTIL WS-FS-HAV NOT = "00"
              READ HAVERES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-HAV
                 NOT AT END
                    IF HAV-CLI-COD NOT = WS-HAV-CLI
                       MOVE "99" TO WS-FS-HAV
                    ELSE
                       MOVE HAV-SEQ TO WS-HAV-ULT-SEQ
                       IF HAV-STATUS = "A"
                          ADD HAV-SALDO TO WS-HAV-SALDO-CLI
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> GRAVAR HAVER DO CLIENTE (WS-HAV-EXCEDENTE com origem,
       *> documento e pedido em WS-HAV-ORIGEM, WS-HAV-DOC e
       *> WS-HAV-PED, na data WS-HAV-DATA)
       *> -------------------------
       GRAVAR-HAVER.
           PERFORM SOMAR-HAVER-CLIENTE
           MOVE WS-HAV-CLI       TO HAV-CLI-COD
           COMPUTE HAV-SEQ = WS-HAV-ULT-SEQ + 1
           MOVE WS-HAV-DATA      TO HAV-DATA
           MOVE WS-HAV-ORIGEM    TO HAV-ORIGEM
           MOVE WS-HAV-DOC       TO HAV-DOCUMENTO
           MOVE WS-HAV-PED       TO HAV-PED-COD
           MOVE WS-HAV-EXCEDENTE TO HAV-VALOR
           MOVE WS-HAV-EXCEDENTE TO HAV-SALDO
           MOVE "A"              TO HAV-STATUS
           MOVE ZERO             TO HAV-DATA-BAIXA
           WRITE REG-HAVER
              INVALID KEY
                 DISPLAY "Erro ao gravar o haver do cliente!"
                 EXIT PARAGRAPH
           END-WRITE
           DISPLAY "Haver de R$" WS-HAV-EXCEDENTE
              " registrado para o cliente " WS-HAV-CLI "."
           .

       *> -------------------------
       *> BAIXAR WS-HAV-USAR DOS HAVERES DO CLIENTE, do mais
       *> antigo para o mais novo (haver zerado fica com o status
       *> de WS-HAV-BAIXA: U utilizado, R reembolsado)
       *> -------------------------
       BAIXAR-HAVER-CLIENTE.
           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           MOVE WS-HAV-USAR TO WS-HAV-RESTANTE
           MOVE WS-HAV-CLI  TO HAV-CLI-COD
           MOVE ZERO        TO HAV-SEQ
           START HAVERES KEY NOT LESS THAN HAV-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-HAV
              NOT INVALID KEY MOVE "00" TO WS-FS-HAV
           END-START
           PERFORM UNTIL WS-FS-HAV NOT = "00"
                      OR WS-HAV-RESTANTE = ZERO
              READ HAVERES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-HAV
                 NOT AT END
                    IF HAV-CLI-COD NOT = WS-HAV-CLI
                       MOVE "99" TO WS-FS-HAV
                    ELSE
                       IF HAV-STATUS = "A"
                          IF HAV-SALDO > WS-HAV-RESTANTE
                             SUBTRACT WS-HAV-RESTANTE FROM HAV-SALDO
                             MOVE ZERO TO WS-HAV-RESTANTE
                          ELSE
                             SUBTRACT HAV-SALDO FROM WS-HAV-RESTANTE
                             MOVE ZERO        TO HAV-SALDO
                             MOVE WS-HAV-BAIXA TO HAV-STATUS
                             MOVE WS-HOJE-NUM TO HAV-DATA-BAIXA
                          END-IF
                          REWRITE REG-HAVER
                             INVALID KEY
                                DISPLAY "Erro ao baixar o haver!"
                          END-REWRITE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> USAR O HAVER DO CLIENTE COMO PAGAMENTO DO PEDIDO LIDO
       *> (ate o saldo em aberto em WS-SALDO-ABERTO; entra em
       *> RECEBIMENTOS com forma HAVER, na sequencia seguinte a
       *> WS-REC-ULT-SEQ)
       *> -------------------------
       APLICAR-HAVER-PEDIDO.
           IF WS-SALDO-ABERTO NOT > ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE CLI-COD-P TO WS-HAV-CLI
           PERFORM SOMAR-HAVER-CLIENTE
           IF WS-HAV-SALDO-CLI = ZERO
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Cliente tem haver disponivel de R$"
              WS-HAV-SALDO-CLI
           DISPLAY "Usar o haver neste pedido (S/N)? "
           ACCEPT WS-HAV-RESP
           IF WS-HAV-RESP NOT = "S"
              EXIT PARAGRAPH
           END-IF

           IF WS-HAV-SALDO-CLI > WS-SALDO-ABERTO
              MOVE WS-SALDO-ABERTO TO WS-HAV-USAR
           ELSE
              MOVE WS-HAV-SALDO-CLI TO WS-HAV-USAR
           END-IF

           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           MOVE PED-COD TO REC-PED-COD
           COMPUTE REC-SEQ = WS-REC-ULT-SEQ + 1
           MOVE WS-HOJE-NUM TO REC-DATA
           MOVE WS-HAV-USAR TO REC-VALOR
           MOVE "HAVER"     TO REC-FORMA
           WRITE REG-RECEBIMENTO
              INVALID KEY
                 DISPLAY "Erro ao gravar o uso do haver!"
                 EXIT PARAGRAPH
           END-WRITE
           MOVE REC-SEQ TO WS-REC-ULT-SEQ
           ADD WS-HAV-USAR TO WS-REC-TOTAL
           SUBTRACT WS-HAV-USAR FROM WS-SALDO-ABERTO

           MOVE "U" TO WS-HAV-BAIXA
           PERFORM BAIXAR-HAVER-CLIENTE
           DISPLAY "Haver de R$" WS-HAV-USAR
              " aplicado. Saldo em aberto: R$" WS-SALDO-ABERTO
           .

       *> -------------------------
       *> USAR HAVER NA INCLUSAO DO PEDIDO (pedido recem-gravado
       *> em WS-COD-PEDIDO-NOVO, ainda sem recebimentos; na
       *> geracao em lote, WS-HAV-LOTE = "S", ninguem responde a
       *> pergunta e o haver fica para o recebimento do pedido)
       *> -------------------------
       APLICAR-HAVER-PEDIDO-NOVO.
           IF WS-HAV-LOTE = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-COD-PEDIDO-NOVO TO PED-COD
           READ PEDIDOS KEY IS PED-COD
              INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE ZERO      TO WS-REC-TOTAL
           MOVE ZERO      TO WS-REC-ULT-SEQ
           MOVE PED-VALOR TO WS-SALDO-ABERTO
           PERFORM APLICAR-HAVER-PEDIDO
           IF WS-SALDO-ABERTO NOT > ZERO
              PERFORM QUITAR-PEDIDO-RECEBIDO
           END-IF
           .

       *> -------------------------
       *> REEMBOLSAR HAVER (supervisor: o valor volta ao cliente
       *> como deposito "D" no lote do BANCO-SIMPLES, entrada.dat,
       *> numa conta do proprio cliente - CONTA-CLI-COD)
       *> -------------------------
       REEMBOLSAR-HAVER.
           DISPLAY "Codigo do Cliente: "
           ACCEPT WS-HAV-CLI
           MOVE WS-HAV-CLI TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY
                 DISPLAY "Cliente nao encontrado!"
                 EXIT PARAGRAPH
           END-READ

           PERFORM SOMAR-HAVER-CLIENTE
           IF WS-HAV-SALDO-CLI = ZERO
              DISPLAY "Cliente sem haver em aberto."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Cliente: " CLI-NOME
           DISPLAY "Haver em aberto: R$" WS-HAV-SALDO-CLI

           OPEN INPUT CONTAS
           IF WS-FS-CTA NOT = "00"
              DISPLAY "Nao foi possivel abrir o cadastro de contas "
                 "do banco!"
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-HAV-QTD-CONTAS
           MOVE ZERO TO WS-HAV-CONTA
           DISPLAY "Contas do cliente no banco:"
           PERFORM UNTIL WS-FS-CTA NOT = "00"
              READ CONTAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-CTA
                 NOT AT END
                    IF CONTA-CLI-COD = WS-HAV-CLI
                       AND CONTA-STATUS NOT = "ENCERRADA"
                       ADD 1 TO WS-HAV-QTD-CONTAS
                       MOVE CONTA-NUMERO TO WS-HAV-CONTA
                       DISPLAY "  Conta " CONTA-NUMERO " "
                          CONTA-NOME
                    END-IF
              END-READ
           END-PERFORM

           IF WS-HAV-QTD-CONTAS = ZERO
              CLOSE CONTAS
              DISPLAY "Cliente sem conta ativa no banco - "
                 "reembolso nao pode ser feito!"
              EXIT PARAGRAPH
           END-IF
           IF WS-HAV-QTD-CONTAS > 1
              DISPLAY "Conta para o deposito: "
              ACCEPT WS-HAV-CONTA
              MOVE WS-HAV-CONTA TO CONTA-NUMERO
              READ CONTAS KEY IS CONTA-NUMERO
                 INVALID KEY MOVE ZERO TO CONTA-CLI-COD
              END-READ
              IF CONTA-CLI-COD NOT = WS-HAV-CLI
                 OR CONTA-STATUS = "ENCERRADA"
                 CLOSE CONTAS
                 DISPLAY "Conta nao pertence ao cliente ou esta "
                    "encerrada!"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           CLOSE CONTAS

           DISPLAY "Valor a reembolsar (0 = todo o haver): "
           ACCEPT WS-HAV-USAR
           IF WS-HAV-USAR = ZERO
              MOVE WS-HAV-SALDO-CLI TO WS-HAV-USAR
           END-IF
           IF WS-HAV-USAR > WS-HAV-SALDO-CLI
              DISPLAY "Valor maior que o haver em aberto!"
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Reembolsar R$" WS-HAV-USAR " na conta "
              WS-HAV-CONTA " (S/N)? "
           ACCEPT WS-HAV-RESP
           IF WS-HAV-RESP NOT = "S"
              DISPLAY "Reembolso cancelado."
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND LOTE-BANCO
           IF WS-FS-LOTE NOT = "00"
              OPEN OUTPUT LOTE-BANCO
              CLOSE LOTE-BANCO
              OPEN EXTEND LOTE-BANCO
           END-IF
           IF WS-FS-LOTE NOT = "00"
              DISPLAY "Nao foi possivel abrir o lote do banco - "
                 "reembolso nao enviado!"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-HAV-CONTA TO LOTE-CONTA
           MOVE "D"          TO LOTE-TIPO
           MOVE WS-HAV-USAR  TO LOTE-VALOR
           MOVE SPACES       TO LOTE-SENHA
           WRITE REG-LOTE-BANCO
           CLOSE LOTE-BANCO

           MOVE "R" TO WS-HAV-BAIXA
           PERFORM BAIXAR-HAVER-CLIENTE

           PERFORM SOMAR-HAVER-CLIENTE
           MOVE WS-HAV-CLI   TO HAV-CLI-COD
           COMPUTE HAV-SEQ = WS-HAV-ULT-SEQ + 1
           MOVE WS-HOJE-NUM  TO HAV-DATA
           MOVE "REEMBOLSO"  TO HAV-ORIGEM
           MOVE WS-HAV-CONTA TO HAV-DOCUMENTO
           MOVE ZERO         TO HAV-PED-COD
           MOVE WS-HAV-USAR  TO HAV-VALOR
           MOVE ZERO         TO HAV-SALDO
           MOVE "R"          TO HAV-STATUS
           MOVE WS-HOJE-NUM  TO HAV-DATA-BAIXA
           WRITE REG-HAVER
              INVALID KEY
                 DISPLAY "Erro ao registrar o reembolso do haver!"
           END-WRITE

           MOVE "HAVER-REEMB" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING WS-HAV-CLI DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-HAV-CONTA DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           END-STRING
           PERFORM GRAVAR-AUDITORIA

           DISPLAY "Reembolso de R$" WS-HAV-USAR
              " enviado ao lote do banco (conta " WS-HAV-CONTA ")."
           .

       *> -------------------------
       *> RELATORIO DE HAVERES EM ABERTO POR IDADE (dias desde a
       *> origem do haver, por cliente)
       *> -------------------------
       RELATORIO-HAVERES.
           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
              TO WS-JUL-HOJE

           MOVE "HAVERES" TO WS-REL-PREFIXO
           MOVE "HAVERES DE CLIENTES EM ABERTO POR IDADE"
              TO WS-REL-TITULO
           MOVE "CLI   NOME /    ATE 30     31-60     61-90    "
              & "91-180      180+     TOTAL"
              TO WS-REL-CABECALHO
           PERFORM ABRIR-RELATORIO

           MOVE "S"  TO WS-HVA-PRIMEIRO
           MOVE ZERO TO WS-HVA-CLI-ATUAL
           MOVE ZERO TO WS-HVA-TOT-GERAL
           PERFORM VARYING WS-HVA-IDX FROM 1 BY 1
              UNTIL WS-HVA-IDX > 5
              MOVE ZERO TO WS-HVA-CLI-FAIXA (WS-HVA-IDX)
              MOVE ZERO TO WS-HVA-TOT-FAIXA (WS-HVA-IDX)
           END-PERFORM

           DISPLAY "===== HAVERES EM ABERTO EM " WS-HOJE-NUM " ====="
           DISPLAY "Faixas: ATE 30 / 31-60 / 61-90 / 91-180 / 180+"

           MOVE ZERO TO HAV-CLI-COD
           MOVE ZERO TO HAV-SEQ
           START HAVERES KEY NOT LESS THAN HAV-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-HAV
              NOT INVALID KEY MOVE "00" TO WS-FS-HAV
           END-START

           PERFORM UNTIL WS-FS-HAV NOT = "00"
              READ HAVERES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-HAV
                 NOT AT END
                    IF HAV-STATUS = "A" AND HAV-SALDO > ZERO
                       PERFORM CLASSIFICAR-HAVER
                    END-IF
              END-READ
           END-PERFORM

           IF WS-HVA-PRIMEIRO = "N"
              PERFORM IMPRIMIR-HAVER-CLIENTE
           ELSE
              DISPLAY "Nenhum haver em aberto."
           END-IF

           PERFORM VARYING WS-HVA-IDX FROM 1 BY 1
              UNTIL WS-HVA-IDX > 5
              MOVE WS-HVA-TOT-FAIXA (WS-HVA-IDX)
                 TO WS-HVA-ED (WS-HVA-IDX)
           END-PERFORM
           MOVE WS-HVA-TOT-GERAL TO WS-HVA-ED (6)
           DISPLAY "---------------------------------------------"
           DISPLAY "TOTAIS POR FAIXA:"
           DISPLAY "  Ate 30  : R$" WS-HVA-ED (1)
           DISPLAY "  31-60   : R$" WS-HVA-ED (2)
           DISPLAY "  61-90   : R$" WS-HVA-ED (3)
           DISPLAY "  91-180  : R$" WS-HVA-ED (4)
           DISPLAY "  180+    : R$" WS-HVA-ED (5)
           DISPLAY "TOTAL DE HAVERES: R$" WS-HVA-ED (6)

           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE "TOTAIS POR FAIXA" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-VALORES-HVA
           PERFORM FECHAR-RELATORIO
           .

       CLASSIFICAR-HAVER.
           IF WS-HVA-PRIMEIRO = "S"
              MOVE HAV-CLI-COD TO WS-HVA-CLI-ATUAL
              MOVE "N" TO WS-HVA-PRIMEIRO
           END-IF
           IF HAV-CLI-COD NOT = WS-HVA-CLI-ATUAL
              PERFORM IMPRIMIR-HAVER-CLIENTE
              MOVE HAV-CLI-COD TO WS-HVA-CLI-ATUAL
           END-IF

           MOVE FUNCTION INTEGER-OF-DATE(HAV-DATA)
              TO WS-JUL-VENC
           COMPUTE WS-DIAS-ATRASO = WS-JUL-HOJE - WS-JUL-VENC
           EVALUATE TRUE
              WHEN WS-DIAS-ATRASO <= 30
                 MOVE 1 TO WS-HVA-FAIXA
              WHEN WS-DIAS-ATRASO <= 60
                 MOVE 2 TO WS-HVA-FAIXA
              WHEN WS-DIAS-ATRASO <= 90
                 MOVE 3 TO WS-HVA-FAIXA
              WHEN WS-DIAS-ATRASO <= 180
                 MOVE 4 TO WS-HVA-FAIXA
              WHEN OTHER
                 MOVE 5 TO WS-HVA-FAIXA
           END-EVALUATE

           ADD HAV-SALDO TO WS-HVA-CLI-FAIXA (WS-HVA-FAIXA)
           ADD HAV-SALDO TO WS-HVA-TOT-FAIXA (WS-HVA-FAIXA)
           ADD HAV-SALDO TO WS-HVA-TOT-GERAL
           .

       IMPRIMIR-HAVER-CLIENTE.
           MOVE WS-HVA-CLI-ATUAL TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY MOVE SPACES TO CLI-NOME
           END-READ
           MOVE ZERO TO WS-HVA-TOT-CLI
           PERFORM VARYING WS-HVA-IDX FROM 1 BY 1
              UNTIL WS-HVA-IDX > 5
              ADD WS-HVA-CLI-FAIXA (WS-HVA-IDX) TO WS-HVA-TOT-CLI
              MOVE WS-HVA-CLI-FAIXA (WS-HVA-IDX)
                 TO WS-HVA-ED (WS-HVA-IDX)
              MOVE ZERO TO WS-HVA-CLI-FAIXA (WS-HVA-IDX)
           END-PERFORM
           MOVE WS-HVA-TOT-CLI TO WS-HVA-ED (6)
           DISPLAY "Cliente: " CLI-NOME " (" WS-HVA-CLI-ATUAL ")"
           DISPLAY "  Ate 30  : R$" WS-HVA-ED (1)
              "  31-60 : R$" WS-HVA-ED (2)
           DISPLAY "  61-90   : R$" WS-HVA-ED (3)
              "  91-180: R$" WS-HVA-ED (4)
           DISPLAY "  180+    : R$" WS-HVA-ED (5)
              "  Total : R$" WS-HVA-ED (6)

           MOVE SPACES TO WS-LINHA-REL
           STRING WS-HVA-CLI-ATUAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLI-NOME DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-VALORES-HVA
           .

       ESCREVER-LINHA-VALORES-HVA.
           MOVE SPACES TO WS-LINHA-REL
           STRING "      " DELIMITED BY SIZE
                  WS-HVA-ED (1) DELIMITED BY SIZE
                  WS-HVA-ED (2) DELIMITED BY SIZE
                  WS-HVA-ED (3) DELIMITED BY SIZE
                  WS-HVA-ED (4) DELIMITED BY SIZE
                  WS-HVA-ED (5) DELIMITED BY SIZE
                  WS-HVA-ED (6) DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-RELATORIO
           .

       *> -------------------------
       *> EXTRATO DO CLIENTE (pedidos, faturas, boletos,
       *> pagamentos, notas de credito, haveres e cartas de
       *> cobranca do cliente no periodo, em ordem de data, com
       *> saldo anterior, saldo corrente e valor vencido no fim)
       *> -------------------------
       EXTRATO-CLIENTE.
           DISPLAY "Codigo do Cliente: "
           ACCEPT WS-EXT-CLI
           MOVE WS-EXT-CLI TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY
                 DISPLAY "Cliente nao encontrado!"
                 EXIT PARAGRAPH
           END-READ

           MOVE "Data Inicial (AAAAMMDD): " TO WS-VD-PROMPT
           MOVE "N" TO WS-VD-FORMATO
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO WS-EXT-INICIO
           MOVE "Data Final (AAAAMMDD): " TO WS-VD-PROMPT
           MOVE "N" TO WS-VD-FORMATO
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO WS-EXT-FIM
           IF WS-EXT-FIM < WS-EXT-INICIO
              DISPLAY "Data final menor que a inicial!"
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EXT-LOTE
           PERFORM GERAR-EXTRATO-CLIENTE
           .

       *> -------------------------
       *> EXTRATOS DO FIM DO MES (um extrato por cliente que
       *> termina o mes com saldo em aberto)
       *> -------------------------
       EXTRATOS-FIM-DE-MES.
           DISPLAY "Mes de referencia (AAAAMM, 0 = mes anterior): "
           ACCEPT WS-EXT-ANOMES
           IF WS-EXT-ANOMES = ZERO
              ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
              MOVE WS-HOJE-NUM(1:6) TO WS-EXT-ANOMES
              IF WS-EXT-ANOMES(5:2) = "01"
                 COMPUTE WS-EXT-ANOMES = WS-EXT-ANOMES - 89
              ELSE
                 SUBTRACT 1 FROM WS-EXT-ANOMES
              END-IF
           END-IF
           IF WS-EXT-ANOMES(5:2) < "01" OR WS-EXT-ANOMES(5:2) > "12"
              DISPLAY "Mes invalido!"
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-EXT-INICIO = WS-EXT-ANOMES * 100 + 1
           IF WS-EXT-ANOMES(5:2) = "12"
              COMPUTE WS-EXT-FIM = (WS-EXT-ANOMES + 89) * 100 + 1
           ELSE
              COMPUTE WS-EXT-FIM = (WS-EXT-ANOMES + 1) * 100 + 1
           END-IF
           COMPUTE WS-EXT-FIM = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-EXT-FIM) - 1)

           DISPLAY "Extratos de " WS-EXT-INICIO " a " WS-EXT-FIM
           MOVE "S"  TO WS-EXT-LOTE
           MOVE ZERO TO WS-EXT-GERADOS
           MOVE ZERO TO CLI-COD
           START CLIENTES KEY NOT LESS THAN CLI-COD
              INVALID KEY MOVE "99" TO WS-FS-C
              NOT INVALID KEY MOVE "00" TO WS-FS-C
           END-START
           PERFORM UNTIL WS-FS-C NOT = "00"
              READ CLIENTES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-C
                 NOT AT END
                    MOVE CLI-COD TO WS-EXT-CLI
                    PERFORM GERAR-EXTRATO-CLIENTE
              END-READ
           END-PERFORM
           DISPLAY "Extratos gerados: " WS-EXT-GERADOS
           .

       *> -------------------------
       *> GERAR O EXTRATO DO CLIENTE EM WS-EXT-CLI (REG-CLIENTE
       *> lido; no modo lote so sai se o saldo final for devedor)
       *> -------------------------
       GERAR-EXTRATO-CLIENTE.
           MOVE ZERO TO WS-EXT-SALDO-INI
           MOVE ZERO TO WS-EXT-SALDO-FIM
           MOVE ZERO TO WS-EXT-VENCIDO
           MOVE ZERO TO WS-EXT-QTD-PED

           SORT ARQ-EXTRATO
              ON ASCENDING KEY EXT-DATA EXT-ORDEM EXT-DOC
              INPUT PROCEDURE IS CARREGAR-EXTRATO
              OUTPUT PROCEDURE IS IMPRIMIR-EXTRATO
           .

       CARREGAR-EXTRATO.
      *> pedidos do cliente (cancelados ficam fora do extrato)
           MOVE ZERO TO PED-COD
           START PEDIDOS KEY NOT LESS THAN PED-COD
              INVALID KEY MOVE "99" TO WS-FS-P
              NOT INVALID KEY MOVE "00" TO WS-FS-P
           END-START
           PERFORM UNTIL WS-FS-P NOT = "00"
              READ PEDIDOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-P
                 NOT AT END
                    IF CLI-COD-P = WS-EXT-CLI
                       AND PED-STATUS NOT = "CANCELADO"
                       AND WS-EXT-QTD-PED < 500
                       PERFORM CARREGAR-PEDIDO-EXTRATO
                    END-IF
              END-READ
           END-PERFORM

      *> pagamentos e cartas de cobranca de cada pedido
           PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
              UNTIL WS-EXT-IDX > WS-EXT-QTD-PED
              PERFORM CARREGAR-RECEB-EXTRATO
              PERFORM CARREGAR-COBRANCA-EXTRATO
           END-PERFORM

           PERFORM CARREGAR-FATURAS-EXTRATO
           PERFORM CARREGAR-BOLETOS-EXTRATO
           PERFORM CARREGAR-NOTAS-EXTRATO
           PERFORM CARREGAR-HAVERES-EXTRATO

      *> valor vencido na data final do extrato
           PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
              UNTIL WS-EXT-IDX > WS-EXT-QTD-PED
              IF WS-EXT-PED-DATA (WS-EXT-IDX) NOT > WS-EXT-FIM
                 AND WS-EXT-PED-VENC (WS-EXT-IDX) < WS-EXT-FIM
                 AND WS-EXT-PED-VALOR (WS-EXT-IDX)
                     > WS-EXT-PED-REC (WS-EXT-IDX)
                 COMPUTE WS-EXT-VENCIDO = WS-EXT-VENCIDO
                    + WS-EXT-PED-VALOR (WS-EXT-IDX)
                    - WS-EXT-PED-REC (WS-EXT-IDX)
              END-IF
           END-PERFORM
           .

       CARREGAR-PEDIDO-EXTRATO.
           MOVE PED-DATA TO WS-DATA-CONV-ENTRADA
           PERFORM CONVERTER-DATA-AAAAMMDD
           ADD 1 TO WS-EXT-QTD-PED
           MOVE PED-COD   TO WS-EXT-PED (WS-EXT-QTD-PED)
           MOVE PED-VALOR TO WS-EXT-PED-VALOR (WS-EXT-QTD-PED)
           MOVE PED-VENCIMENTO TO WS-EXT-PED-VENC (WS-EXT-QTD-PED)
           MOVE WS-DATA-CONV-SAIDA
              TO WS-EXT-PED-DATA (WS-EXT-QTD-PED)
           MOVE ZERO TO WS-EXT-PED-REC (WS-EXT-QTD-PED)

           MOVE WS-DATA-CONV-SAIDA TO EXT-DATA
           MOVE 1 TO EXT-ORDEM
           MOVE SPACES TO EXT-DOC
           STRING "PEDIDO " DELIMITED BY SIZE
                  PED-COD DELIMITED BY SIZE
                  INTO EXT-DOC
           END-STRING
           MOVE SPACES TO EXT-HIST
           MOVE PED-VENCIMENTO TO WS-EXT-DATA-AUX
           PERFORM EDITAR-DATA-EXTRATO
           STRING "VENC " DELIMITED BY SIZE
                  WS-EXT-DATA-ED DELIMITED BY SIZE
                  INTO EXT-HIST
           END-STRING
           MOVE PED-VALOR TO EXT-DEBITO
           MOVE ZERO      TO EXT-CREDITO
           MOVE "S"       TO EXT-EFEITO
           PERFORM LANCAR-EVENTO-EXTRATO
           .

       CARREGAR-RECEB-EXTRATO.
           MOVE WS-EXT-PED (WS-EXT-IDX) TO REC-PED-COD
           MOVE 1 TO REC-SEQ
           START RECEBIMENTOS KEY NOT LESS THAN REC-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-REC
              NOT INVALID KEY MOVE "00" TO WS-FS-REC
           END-START
           PERFORM UNTIL WS-FS-REC NOT = "00"
              READ RECEBIMENTOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-REC
                 NOT AT END
                    IF REC-PED-COD NOT = WS-EXT-PED (WS-EXT-IDX)
                       MOVE "99" TO WS-FS-REC
                    ELSE
                       PERFORM CARREGAR-UM-RECEB-EXTRATO
                    END-IF
              END-READ
           END-PERFORM
           .

      *> a nota de credito sai pelo proprio documento e o haver
      *> aplicado ja estava no saldo quando foi criado; os dois
      *> abatem o saldo do pedido para o calculo do vencido
       CARREGAR-UM-RECEB-EXTRATO.
           IF REC-DATA NOT > WS-EXT-FIM
              ADD REC-VALOR TO WS-EXT-PED-REC (WS-EXT-IDX)
           END-IF
           IF REC-FORMA = "NOTACRED"
              EXIT PARAGRAPH
           END-IF

           MOVE REC-DATA TO EXT-DATA
           MOVE SPACES TO EXT-DOC
           MOVE SPACES TO EXT-HIST
           IF REC-FORMA = "HAVER"
              MOVE 6 TO EXT-ORDEM
              MOVE REC-VALOR TO WS-VALOR-ED
              STRING "PEDIDO " DELIMITED BY SIZE
                     REC-PED-COD DELIMITED BY SIZE
                     INTO EXT-DOC
              END-STRING
              STRING "HAVER APLICADO NO PEDIDO R$" DELIMITED BY SIZE
                     WS-VALOR-ED DELIMITED BY SIZE
                     INTO EXT-HIST
              END-STRING
              MOVE ZERO TO EXT-DEBITO
              MOVE ZERO TO EXT-CREDITO
              MOVE "N"  TO EXT-EFEITO
           ELSE
              MOVE 4 TO EXT-ORDEM
              STRING "PAGTO PED " DELIMITED BY SIZE
                     REC-PED-COD DELIMITED BY SIZE
                     INTO EXT-DOC
              END-STRING
              STRING "PAGTO " DELIMITED BY SIZE
                     REC-FORMA DELIMITED BY SIZE
                     INTO EXT-HIST
              END-STRING
              MOVE ZERO      TO EXT-DEBITO
              MOVE REC-VALOR TO EXT-CREDITO
              MOVE "S"       TO EXT-EFEITO
           END-IF
           PERFORM LANCAR-EVENTO-EXTRATO
           .

       CARREGAR-COBRANCA-EXTRATO.
           MOVE WS-EXT-PED (WS-EXT-IDX) TO CBR-PED-COD
           MOVE ZERO TO CBR-NIVEL
           START COBRANCAS KEY NOT LESS THAN CBR-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-CBR
              NOT INVALID KEY MOVE "00" TO WS-FS-CBR
           END-START
           PERFORM UNTIL WS-FS-CBR NOT = "00"
              READ COBRANCAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-CBR
                 NOT AT END
                    IF CBR-PED-COD NOT = WS-EXT-PED (WS-EXT-IDX)
                       MOVE "99" TO WS-FS-CBR
                    ELSE
                       MOVE CBR-DATA-ENVIO TO EXT-DATA
                       MOVE 7 TO EXT-ORDEM
                       MOVE SPACES TO EXT-DOC
                       STRING "CARTA PED " DELIMITED BY SIZE
                              CBR-PED-COD DELIMITED BY SIZE
                              INTO EXT-DOC
                       END-STRING
                       MOVE SPACES TO EXT-HIST
                       STRING "CARTA DE COBRANCA ENVIADA - NIVEL "
                                 DELIMITED BY SIZE
                              CBR-NIVEL DELIMITED BY SIZE
                              INTO EXT-HIST
                       END-STRING
                       MOVE ZERO TO EXT-DEBITO
                       MOVE ZERO TO EXT-CREDITO
                       MOVE "N"  TO EXT-EFEITO
                       PERFORM LANCAR-EVENTO-EXTRATO
                    END-IF
              END-READ
           END-PERFORM
           .

       CARREGAR-FATURAS-EXTRATO.
           MOVE ZERO TO FAT-NUMERO
           START FATURAS KEY NOT LESS THAN FAT-NUMERO
              INVALID KEY MOVE "99" TO WS-FS-FAT
              NOT INVALID KEY MOVE "00" TO WS-FS-FAT
           END-START
           PERFORM UNTIL WS-FS-FAT NOT = "00"
              READ FATURAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-FAT
                 NOT AT END
                    MOVE FAT-PED-COD TO WS-EXT-PED-BUSCA
                    PERFORM BUSCAR-PEDIDO-EXTRATO
                    IF WS-EXT-ACHOU = "S"
                       MOVE FAT-DATA-EMISSAO TO EXT-DATA
                       MOVE 2 TO EXT-ORDEM
                       MOVE SPACES TO EXT-DOC
                       STRING "FATURA " DELIMITED BY SIZE
                              FAT-NUMERO DELIMITED BY SIZE
                              INTO EXT-DOC
                       END-STRING
                       MOVE SPACES TO EXT-HIST
                       STRING "FATURA EMITIDA DO PEDIDO "
                                 DELIMITED BY SIZE
                              FAT-PED-COD DELIMITED BY SIZE
                              INTO EXT-HIST
                       END-STRING
                       MOVE ZERO TO EXT-DEBITO
                       MOVE ZERO TO EXT-CREDITO
                       MOVE "N"  TO EXT-EFEITO
                       PERFORM LANCAR-EVENTO-EXTRATO
                    END-IF
              END-READ
           END-PERFORM
           .

      *> o boleto nao guarda a data de emissao: vale a da fatura
       CARREGAR-BOLETOS-EXTRATO.
           MOVE ZERO TO BOL-NUMERO
           START BOLETOS KEY NOT LESS THAN BOL-NUMERO
              INVALID KEY MOVE "99" TO WS-FS-BOL
              NOT INVALID KEY MOVE "00" TO WS-FS-BOL
           END-START
           PERFORM UNTIL WS-FS-BOL NOT = "00"
              READ BOLETOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-BOL
                 NOT AT END
                    MOVE BOL-PED-COD TO WS-EXT-PED-BUSCA
                    PERFORM BUSCAR-PEDIDO-EXTRATO
                    IF WS-EXT-ACHOU = "S"
                       PERFORM CARREGAR-UM-BOLETO-EXTRATO
                    END-IF
              END-READ
           END-PERFORM
           .

       CARREGAR-UM-BOLETO-EXTRATO.
           MOVE BOL-FAT-NUMERO TO FAT-NUMERO
           READ FATURAS KEY IS FAT-NUMERO
              INVALID KEY MOVE BOL-VENCIMENTO TO FAT-DATA-EMISSAO
           END-READ
           MOVE FAT-DATA-EMISSAO TO EXT-DATA
           MOVE 3 TO EXT-ORDEM
           MOVE SPACES TO EXT-DOC
           STRING "BOLETO " DELIMITED BY SIZE
                  BOL-NUMERO DELIMITED BY SIZE
                  INTO EXT-DOC
           END-STRING
           EVALUATE BOL-STATUS
              WHEN "A" MOVE "ABERTO"    TO WS-EXT-SIT-BOL
              WHEN "E" MOVE "ENVIADO"   TO WS-EXT-SIT-BOL
              WHEN "L" MOVE "LIQUIDADO" TO WS-EXT-SIT-BOL
              WHEN OTHER MOVE BOL-STATUS TO WS-EXT-SIT-BOL
           END-EVALUATE
           MOVE BOL-VENCIMENTO TO WS-EXT-DATA-AUX
           PERFORM EDITAR-DATA-EXTRATO
           MOVE BOL-VALOR TO WS-VALOR-ED
           MOVE SPACES TO EXT-HIST
           STRING "VENC " DELIMITED BY SIZE
                  WS-EXT-DATA-ED DELIMITED BY SIZE
                  " R$" DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EXT-SIT-BOL DELIMITED BY SIZE
                  INTO EXT-HIST
           END-STRING
           MOVE ZERO TO EXT-DEBITO
           MOVE ZERO TO EXT-CREDITO
           MOVE "N"  TO EXT-EFEITO
           PERFORM LANCAR-EVENTO-EXTRATO
           .

       CARREGAR-NOTAS-EXTRATO.
           MOVE ZERO TO NC-NUMERO
           START NOTAS-CREDITO KEY NOT LESS THAN NC-NUMERO
              INVALID KEY MOVE "99" TO WS-FS-NC
              NOT INVALID KEY MOVE "00" TO WS-FS-NC
           END-START
           PERFORM UNTIL WS-FS-NC NOT = "00"
              READ NOTAS-CREDITO NEXT RECORD
                 AT END MOVE "99" TO WS-FS-NC
                 NOT AT END
                    MOVE NC-PED-COD TO WS-EXT-PED-BUSCA
                    PERFORM BUSCAR-PEDIDO-EXTRATO
                    IF WS-EXT-ACHOU = "S"
                       MOVE NC-DATA TO EXT-DATA
                       MOVE 5 TO EXT-ORDEM
                       MOVE SPACES TO EXT-DOC
                       STRING "NOTA CRED " DELIMITED BY SIZE
                              NC-NUMERO DELIMITED BY SIZE
                              INTO EXT-DOC
                       END-STRING
                       MOVE SPACES TO EXT-HIST
                       STRING "DEVOL PED " DELIMITED BY SIZE
                              NC-PED-COD DELIMITED BY SIZE
                              INTO EXT-HIST
                       END-STRING
                       MOVE ZERO     TO EXT-DEBITO
                       MOVE NC-VALOR TO EXT-CREDITO
                       MOVE "S"      TO EXT-EFEITO
                       PERFORM LANCAR-EVENTO-EXTRATO
                    END-IF
              END-READ
           END-PERFORM
           .

      *> haver de pagamento a maior credita o cliente e o
      *> reembolso debita; o haver de nota de credito ja entrou
      *> pela nota e sai so como informacao
       CARREGAR-HAVERES-EXTRATO.
           MOVE WS-EXT-CLI TO HAV-CLI-COD
           MOVE ZERO       TO HAV-SEQ
           START HAVERES KEY NOT LESS THAN HAV-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-HAV
              NOT INVALID KEY MOVE "00" TO WS-FS-HAV
           END-START
           PERFORM UNTIL WS-FS-HAV NOT = "00"
              READ HAVERES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-HAV
                 NOT AT END
                    IF HAV-CLI-COD NOT = WS-EXT-CLI
                       MOVE "99" TO WS-FS-HAV
                    ELSE
                       PERFORM CARREGAR-UM-HAVER-EXTRATO
                    END-IF
              END-READ
           END-PERFORM
           .

       CARREGAR-UM-HAVER-EXTRATO.
           MOVE HAV-DATA TO EXT-DATA
           MOVE 6 TO EXT-ORDEM
           MOVE SPACES TO EXT-DOC
           MOVE SPACES TO EXT-HIST
           MOVE ZERO TO EXT-DEBITO
           MOVE ZERO TO EXT-CREDITO
           EVALUATE HAV-ORIGEM
              WHEN "PAGAMENTO"
                 STRING "HAVER PED " DELIMITED BY SIZE
                        HAV-PED-COD DELIMITED BY SIZE
                        INTO EXT-DOC
                 END-STRING
                 MOVE "PAGTO A MAIOR" TO EXT-HIST
                 MOVE HAV-VALOR TO EXT-CREDITO
                 MOVE "S" TO EXT-EFEITO
              WHEN "REEMBOLSO"
                 STRING "REEMB " DELIMITED BY SIZE
                        HAV-DOCUMENTO DELIMITED BY SIZE
                        INTO EXT-DOC
                 END-STRING
                 MOVE "REEMBOLSO HAVER" TO EXT-HIST
                 MOVE HAV-VALOR TO EXT-DEBITO
                 MOVE "S" TO EXT-EFEITO
              WHEN OTHER
                 STRING "HAVER NC " DELIMITED BY SIZE
                        HAV-DOCUMENTO DELIMITED BY SIZE
                        INTO EXT-DOC
                 END-STRING
                 MOVE HAV-VALOR TO WS-VALOR-ED
                 STRING "NOTA ACIMA DO SALDO - HAVER R$"
                           DELIMITED BY SIZE
                        WS-VALOR-ED DELIMITED BY SIZE
                        INTO EXT-HIST
                 END-STRING
                 MOVE "N" TO EXT-EFEITO
           END-EVALUATE
           PERFORM LANCAR-EVENTO-EXTRATO
           .

       BUSCAR-PEDIDO-EXTRATO.
           MOVE "N" TO WS-EXT-ACHOU
           PERFORM VARYING WS-EXT-IDX2 FROM 1 BY 1
              UNTIL WS-EXT-IDX2 > WS-EXT-QTD-PED
                 OR WS-EXT-ACHOU = "S"
              IF WS-EXT-PED (WS-EXT-IDX2) = WS-EXT-PED-BUSCA
                 MOVE "S" TO WS-EXT-ACHOU
              END-IF
           END-PERFORM
           .

      *> antes do periodo soma no saldo anterior; depois do
      *> periodo fica de fora
       LANCAR-EVENTO-EXTRATO.
           IF EXT-DATA > WS-EXT-FIM
              EXIT PARAGRAPH
           END-IF
           IF EXT-EFEITO = "S"
              COMPUTE WS-EXT-SALDO-FIM = WS-EXT-SALDO-FIM
                 + EXT-DEBITO - EXT-CREDITO
           END-IF
           IF EXT-DATA < WS-EXT-INICIO
              IF EXT-EFEITO = "S"
                 COMPUTE WS-EXT-SALDO-INI = WS-EXT-SALDO-INI
                    + EXT-DEBITO - EXT-CREDITO
              END-IF
              EXIT PARAGRAPH
           END-IF
           RELEASE REG-EXTRATO
           .

       EDITAR-DATA-EXTRATO.
           MOVE SPACES TO WS-EXT-DATA-ED
           STRING WS-EXT-DATA-AUX(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-EXT-DATA-AUX(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-EXT-DATA-AUX(1:4) DELIMITED BY SIZE
                  INTO WS-EXT-DATA-ED
           END-STRING
           .

       IMPRIMIR-EXTRATO.
           IF WS-EXT-LOTE = "S" AND WS-EXT-SALDO-FIM NOT > ZERO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXT-GERADOS

           MOVE SPACES TO WS-REL-PREFIXO
           STRING "EXT" DELIMITED BY SIZE
                  WS-EXT-CLI DELIMITED BY SIZE
                  INTO WS-REL-PREFIXO
           END-STRING
           MOVE "EXTRATO DO CLIENTE" TO WS-REL-TITULO
           MOVE "DATA       DOCUMENTO        HISTORICO        "
              & "      DEBITO    CREDITO       SALDO"
              TO WS-REL-CABECALHO
           PERFORM ABRIR-RELATORIO

           MOVE SPACES TO WS-LINHA-REL
           STRING "CLIENTE: " DELIMITED BY SIZE
                  WS-EXT-CLI DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLI-NOME DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE WS-EXT-CLI TO WS-ECL-CLI
           MOVE "C" TO WS-ECL-ACAO
           PERFORM OBTER-ENDERECO-CLIENTE
           IF WS-END-ACHOU = "S"
              MOVE SPACES TO WS-LINHA-REL
              STRING "    " DELIMITED BY SIZE
                     WS-END-LINHA DELIMITED BY SIZE
                     INTO WS-LINHA-REL
              END-STRING
              PERFORM ESCREVER-LINHA-RELATORIO
           END-IF
           MOVE WS-EXT-INICIO TO WS-EXT-DATA-AUX
           PERFORM EDITAR-DATA-EXTRATO
           MOVE WS-EXT-DATA-ED TO WS-EXT-DATA-ED2
           MOVE WS-EXT-FIM TO WS-EXT-DATA-AUX
           PERFORM EDITAR-DATA-EXTRATO
           MOVE SPACES TO WS-LINHA-REL
           STRING "PERIODO: " DELIMITED BY SIZE
                  WS-EXT-DATA-ED2 DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-EXT-DATA-ED DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO

           MOVE WS-EXT-SALDO-INI TO WS-EXT-SALDO
           MOVE WS-EXT-SALDO TO WS-EXT-SALDO-ED
           MOVE SPACES TO WS-LINHA-REL
           MOVE "SALDO ANTERIOR" TO WS-LINHA-REL(12:)
           MOVE WS-EXT-SALDO-ED TO WS-LINHA-REL(70:11)
           PERFORM ESCREVER-LINHA-RELATORIO

           MOVE ZERO TO WS-EXT-TOT-DEB
           MOVE ZERO TO WS-EXT-TOT-CRED
           MOVE "N" TO WS-EXT-FIM-SORT
           PERFORM UNTIL WS-EXT-FIM-SORT = "S"
              RETURN ARQ-EXTRATO
                 AT END MOVE "S" TO WS-EXT-FIM-SORT
                 NOT AT END PERFORM IMPRIMIR-LINHA-EXTRATO
              END-RETURN
           END-PERFORM

           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE WS-EXT-TOT-DEB TO WS-EXT-DEB-ED
           MOVE WS-EXT-TOT-CRED TO WS-EXT-CRED-ED
           MOVE WS-EXT-SALDO TO WS-EXT-SALDO-ED
           MOVE SPACES TO WS-LINHA-REL
           MOVE "TOTAIS DO PERIODO / SALDO FINAL" TO WS-LINHA-REL(12:)
           MOVE WS-EXT-DEB-ED   TO WS-LINHA-REL(48:10)
           MOVE WS-EXT-CRED-ED  TO WS-LINHA-REL(59:10)
           MOVE WS-EXT-SALDO-ED TO WS-LINHA-REL(70:11)
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE WS-EXT-FIM TO WS-EXT-DATA-AUX
           PERFORM EDITAR-DATA-EXTRATO
           MOVE WS-EXT-VENCIDO TO WS-EXT-DEB-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING "VALOR VENCIDO EM " DELIMITED BY SIZE
                  WS-EXT-DATA-ED DELIMITED BY SIZE
                  ": R$" DELIMITED BY SIZE
                  WS-EXT-DEB-ED DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-RELATORIO
           IF WS-EXT-SALDO < ZERO
              MOVE "SALDO NEGATIVO = CREDITO (HAVER) DO CLIENTE"
                 TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-RELATORIO
           END-IF
           PERFORM FECHAR-RELATORIO
           DISPLAY "Cliente " WS-EXT-CLI " saldo final R$"
              WS-EXT-SALDO-ED " vencido R$" WS-EXT-DEB-ED
           .

       IMPRIMIR-LINHA-EXTRATO.
           MOVE EXT-DATA TO WS-EXT-DATA-AUX
           PERFORM EDITAR-DATA-EXTRATO
           MOVE SPACES TO WS-LINHA-REL
           MOVE WS-EXT-DATA-ED TO WS-LINHA-REL(1:10)
           MOVE EXT-DOC        TO WS-LINHA-REL(12:16)
           IF EXT-EFEITO = "S"
              COMPUTE WS-EXT-SALDO = WS-EXT-SALDO
                 + EXT-DEBITO - EXT-CREDITO
              ADD EXT-DEBITO  TO WS-EXT-TOT-DEB
              ADD EXT-CREDITO TO WS-EXT-TOT-CRED
              MOVE EXT-HIST(1:18) TO WS-LINHA-REL(29:18)
              IF EXT-DEBITO > ZERO
                 MOVE EXT-DEBITO TO WS-EXT-DEB-ED
                 MOVE WS-EXT-DEB-ED TO WS-LINHA-REL(48:10)
              END-IF
              IF EXT-CREDITO > ZERO
                 MOVE EXT-CREDITO TO WS-EXT-CRED-ED
                 MOVE WS-EXT-CRED-ED TO WS-LINHA-REL(59:10)
              END-IF
              MOVE WS-EXT-SALDO TO WS-EXT-SALDO-ED
              MOVE WS-EXT-SALDO-ED TO WS-LINHA-REL(70:11)
           ELSE
              MOVE EXT-HIST TO WS-LINHA-REL(29:40)
           END-IF
           PERFORM ESCREVER-LINHA-RELATORIO
           .

       *> -------------------------
       *> PROXIMO CODIGO DE CONTRATO
       *> -------------------------
       PROXIMO-CODIGO-CONTRATO.
           MOVE "CONTRATO" TO CTRL-CHAVE
           READ CONTROLE KEY IS CTRL-CHAVE
              INVALID KEY
                 MOVE "CONTRATO" TO CTRL-CHAVE
                 MOVE ZERO TO CTRL-ULTIMO-COD
                 WRITE REG-CONTROLE
           END-READ

           ADD 1 TO CTRL-ULTIMO-COD
           MOVE CTRL-ULTIMO-COD TO CTR-COD

           REWRITE REG-CONTROLE
              INVALID KEY DISPLAY "Erro ao gravar controle de codigo!"
           END-REWRITE
           PERFORM VERIFICAR-BLOQUEIO-CONTROLE
           .

       *> -------------------------
       *> CONTRATOS DE FORNECIMENTO (cliente que compra os mesmos
       *> itens toda semana ou todo mes: itens, quantidades,
       *> frequencia, vigencia e preco fixo opcional por item)
       *> -------------------------
       MANTER-CONTRATO.
           DISPLAY "Codigo do Contrato (0 = novo): "
           ACCEPT WS-CTR-COD
           IF WS-CTR-COD = ZERO
              PERFORM INSERIR-CONTRATO
              EXIT PARAGRAPH
           END-IF

           MOVE WS-CTR-COD TO CTR-COD
           READ CONTRATOS KEY IS CTR-COD
              INVALID KEY
                 DISPLAY "Contrato nao encontrado!"
                 EXIT PARAGRAPH
           END-READ

           MOVE "S" TO WS-CTR-CONTINUAR
           PERFORM UNTIL WS-CTR-CONTINUAR = "N"
              PERFORM EXIBIR-CONTRATO
              DISPLAY "1 - Alterar frequencia, vigencia e prazo"
              DISPLAY "2 - Itens do contrato"
              DISPLAY "3 - Encerrar contrato"
              DISPLAY "0 - Voltar"
              ACCEPT WS-CTR-OPCAO
              EVALUATE WS-CTR-OPCAO
                 WHEN 1
                    PERFORM COLETAR-DADOS-CONTRATO
                    PERFORM REGRAVAR-CONTRATO
                 WHEN 2
                    PERFORM MANTER-ITENS-CONTRATO
                 WHEN 3
                    MOVE "E" TO CTR-STATUS
                    PERFORM REGRAVAR-CONTRATO
                    MOVE "CONTRATO-ENCER" TO WS-AUD-ACAO
                    MOVE WS-CTR-COD       TO WS-AUD-CHAVE
                    PERFORM GRAVAR-AUDITORIA
                    DISPLAY "Contrato encerrado."
                    MOVE "N" TO WS-CTR-CONTINUAR
                 WHEN OTHER
                    MOVE "N" TO WS-CTR-CONTINUAR
              END-EVALUATE
           END-PERFORM
           .

       INSERIR-CONTRATO.
           DISPLAY "Codigo do Cliente: "
           ACCEPT WS-COD-CLIENTE-PED
           MOVE WS-COD-CLIENTE-PED TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY
                 DISPLAY "Erro: Cliente nao encontrado!"
                 EXIT PARAGRAPH
           END-READ
           DISPLAY "Cliente: " CLI-NOME

           PERFORM COLETAR-VENDEDOR-PEDIDO
           PERFORM ESCOLHER-ENDERECO-ENTREGA

           INITIALIZE REG-CONTRATO
           PERFORM PROXIMO-CODIGO-CONTRATO
           MOVE CTR-COD            TO WS-CTR-COD
           MOVE WS-COD-CLIENTE-PED TO CTR-CLI-COD
           MOVE WS-PED-VENDEDOR    TO CTR-VEND-COD
           MOVE WS-PED-END         TO CTR-END-ENTREGA
           MOVE "A"                TO CTR-STATUS
           MOVE ZERO               TO CTR-ULT-OCORRENCIA
           MOVE ZERO               TO CTR-ULT-PED-COD
           PERFORM COLETAR-DADOS-CONTRATO

           WRITE REG-CONTRATO
              INVALID KEY
                 DISPLAY "Erro: Codigo de contrato duplicado!"
                 EXIT PARAGRAPH
           END-WRITE
           DISPLAY "Contrato " WS-CTR-COD " cadastrado."
           MOVE "CONTRATO-NOVO" TO WS-AUD-ACAO
           MOVE WS-CTR-COD      TO WS-AUD-CHAVE
           PERFORM GRAVAR-AUDITORIA

           PERFORM MANTER-ITENS-CONTRATO
           .

       *> Frequencia (S = semanal no dia da semana N, 1 = segunda
       *> a 7 = domingo; M = mensal no dia N, que em mes mais curto
       *> cai no ultimo dia), vigencia e prazo de pagamento
       COLETAR-DADOS-CONTRATO.
           MOVE SPACES TO WS-CTR-FREQ
           PERFORM UNTIL WS-CTR-FREQ = "S" OR WS-CTR-FREQ = "M"
              DISPLAY "Frequencia (S = semanal, M = mensal): "
              ACCEPT WS-CTR-FREQ
           END-PERFORM
           MOVE WS-CTR-FREQ TO CTR-FREQUENCIA

           MOVE ZERO TO CTR-DIA
           IF CTR-FREQUENCIA = "S"
              PERFORM UNTIL CTR-DIA >= 1 AND CTR-DIA <= 7
                 DISPLAY "Dia da semana (1 = segunda ... "
                    "7 = domingo): "
                 ACCEPT CTR-DIA
              END-PERFORM
           ELSE
              PERFORM UNTIL CTR-DIA >= 1 AND CTR-DIA <= 31
                 DISPLAY "Dia do mes (1 a 31): "
                 ACCEPT CTR-DIA
              END-PERFORM
           END-IF

           MOVE "Inicio da vigencia (AAAAMMDD): " TO WS-VD-PROMPT
           MOVE "N" TO WS-VD-FORMATO
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO CTR-DATA-INICIO

           MOVE ZERO TO CTR-DATA-FIM
           PERFORM UNTIL CTR-DATA-FIM > CTR-DATA-INICIO
              MOVE "Fim da vigencia (AAAAMMDD): " TO WS-VD-PROMPT
              MOVE "N" TO WS-VD-FORMATO
              PERFORM OBTER-DATA-VALIDA
              MOVE WS-VD-NUM TO CTR-DATA-FIM
              IF CTR-DATA-FIM NOT > CTR-DATA-INICIO
                 DISPLAY "O fim deve ser posterior ao inicio!"
              END-IF
           END-PERFORM

           DISPLAY "Prazo de pagamento dos pedidos (dias): "
           ACCEPT CTR-PRAZO-DIAS
           .

       REGRAVAR-CONTRATO.
           REWRITE REG-CONTRATO
              INVALID KEY
                 DISPLAY "Erro ao atualizar o contrato!"
           END-REWRITE
           .

       EXIBIR-CONTRATO.
           MOVE CTR-CLI-COD TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY MOVE SPACES TO CLI-NOME
           END-READ
           DISPLAY "===== CONTRATO " CTR-COD " ====="
           DISPLAY "Cliente   : " CTR-CLI-COD " - " CLI-NOME
           IF CTR-FREQUENCIA = "S"
              DISPLAY "Frequencia: semanal, dia da semana " CTR-DIA
           ELSE
              DISPLAY "Frequencia: mensal, dia " CTR-DIA
           END-IF
           DISPLAY "Vigencia  : " CTR-DATA-INICIO " a " CTR-DATA-FIM
              "  Prazo: " CTR-PRAZO-DIAS " dia(s)"
           DISPLAY "Situacao  : " CTR-STATUS
              "  Ultima geracao: " CTR-ULT-OCORRENCIA
              " pedido " CTR-ULT-PED-COD
           PERFORM LISTAR-ITENS-CONTRATO
           .

       LISTAR-ITENS-CONTRATO.
           MOVE ZERO       TO WS-CTR-QTD-ITENS
           MOVE WS-CTR-COD TO ICT-CTR-COD
           MOVE ZERO       TO ICT-PROD-COD
           START ITENS-CONTRATO KEY NOT LESS THAN ICT-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-ICT
              NOT INVALID KEY MOVE "00" TO WS-FS-ICT
           END-START

           PERFORM UNTIL WS-FS-ICT NOT = "00"
              READ ITENS-CONTRATO NEXT RECORD
                 AT END MOVE "99" TO WS-FS-ICT
                 NOT AT END
                    IF ICT-CTR-COD NOT = WS-CTR-COD
                       MOVE "99" TO WS-FS-ICT
                    ELSE
                       ADD 1 TO WS-CTR-QTD-ITENS
                       MOVE ICT-PROD-COD TO PROD-COD
                       READ PRODUTOS KEY IS PROD-COD
                          INVALID KEY
                             MOVE "(nao cadastrado)"
                                TO PROD-DESCRICAO
                       END-READ
                       IF ICT-PRECO-FIXO > ZERO
                          DISPLAY "  " ICT-PROD-COD " "
                             PROD-DESCRICAO " Qtd " ICT-QUANTIDADE
                             " Preco fixo R$" ICT-PRECO-FIXO
                       ELSE
                          DISPLAY "  " ICT-PROD-COD " "
                             PROD-DESCRICAO " Qtd " ICT-QUANTIDADE
                             " Preco de tabela"
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-CTR-QTD-ITENS = ZERO
              DISPLAY "  (contrato sem itens)"
           END-IF
           .

       *> -------------------------
       *> INCLUIR, ALTERAR OU RETIRAR ITENS DO CONTRATO (um
       *> registro por produto; preco fixo zero = tabela vigente
       *> com o desconto da categoria do cliente)
       *> -------------------------
       MANTER-ITENS-CONTRATO.
           MOVE "S" TO WS-CTR-ITEM-CONT
           PERFORM UNTIL WS-CTR-ITEM-CONT = "N"
              DISPLAY "Produto (0 = encerra): "
              ACCEPT WS-CTR-PROD-DIG
              IF WS-CTR-PROD-DIG = ZERO
                 MOVE "N" TO WS-CTR-ITEM-CONT
              ELSE
                 PERFORM ALTERAR-ITEM-CONTRATO
              END-IF
           END-PERFORM

           MOVE WS-CTR-COD TO CTR-COD
           READ CONTRATOS KEY IS CTR-COD
              INVALID KEY CONTINUE
           END-READ
           PERFORM LISTAR-ITENS-CONTRATO
           .

       ALTERAR-ITEM-CONTRATO.
           MOVE WS-CTR-PROD-DIG TO PROD-COD
           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY
                 DISPLAY "  Produto nao cadastrado!"
                 EXIT PARAGRAPH
           END-READ
           IF PROD-ATIVO NOT = "S"
              DISPLAY "  Produto inativo!"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "  " PROD-DESCRICAO
           DISPLAY "  Quantidade por pedido (0 = retira do "
              "contrato): "
           ACCEPT WS-CTR-QTD-DIG

           MOVE WS-CTR-COD      TO ICT-CTR-COD
           MOVE WS-CTR-PROD-DIG TO ICT-PROD-COD
           IF WS-CTR-QTD-DIG = ZERO
              DELETE ITENS-CONTRATO
                 INVALID KEY
                    DISPLAY "  Produto nao estava no contrato."
              END-DELETE
              EXIT PARAGRAPH
           END-IF

           DISPLAY "  Preco fixo do contrato (0 = tabela vigente): "
           ACCEPT WS-CTR-PRECO-DIG

           READ ITENS-CONTRATO KEY IS ICT-CHAVE
              INVALID KEY
                 MOVE WS-CTR-QTD-DIG   TO ICT-QUANTIDADE
                 MOVE WS-CTR-PRECO-DIG TO ICT-PRECO-FIXO
                 WRITE REG-ITEM-CONTRATO
                    INVALID KEY
                       DISPLAY "  Erro ao gravar item do contrato!"
                 END-WRITE
              NOT INVALID KEY
                 MOVE WS-CTR-QTD-DIG   TO ICT-QUANTIDADE
                 MOVE WS-CTR-PRECO-DIG TO ICT-PRECO-FIXO
                 REWRITE REG-ITEM-CONTRATO
                    INVALID KEY
                       DISPLAY "  Erro ao gravar item do contrato!"
                 END-REWRITE
           END-READ
           .

       *> -------------------------
       *> GERAR OS PEDIDOS DOS CONTRATOS DO DIA (rotina diaria:
       *> so roda em dia util; cada contrato ativo cuja ocorrencia
       *> mais recente ainda nao foi atendida vira um pedido, com
       *> as mesmas criticas da digitacao - inadimplencia, limite
       *> de credito e reserva de estoque com backorder. O que nao
       *> puder ser gerado vai para o relatorio de excecoes e
       *> volta a ser tentado no proximo dia util)
       *> -------------------------
       GERAR-PEDIDOS-CONTRATOS.
           MOVE "Data de geracao (AAAAMMDD, 0 = hoje): "
              TO WS-VD-PROMPT
           MOVE "N" TO WS-VD-FORMATO
           MOVE "S" TO WS-VD-PERMITE-ZERO
           PERFORM OBTER-DATA-VALIDA
           MOVE WS-VD-NUM TO WS-CTR-DATA-GER
           IF WS-CTR-DATA-GER = ZERO
              ACCEPT WS-CTR-DATA-GER FROM DATE YYYYMMDD
           END-IF
           MOVE "S" TO WS-HAV-LOTE
           PERFORM PROCESSAR-CONTRATOS-DIA
           MOVE "N" TO WS-HAV-LOTE
           .

       PROCESSAR-CONTRATOS-DIA.
           MOVE "V" TO WS-DU-FUNCAO
           MOVE WS-CTR-DATA-GER TO WS-DU-DATA
           MOVE "S" TO WS-DU-RESULTADO
           CALL "DIA-UTIL" USING WS-DU-FUNCAO WS-DU-DATA
              WS-DU-RESULTADO WS-DU-DATA-PROXIMA
           ON EXCEPTION
              MOVE "S" TO WS-DU-RESULTADO
           END-CALL
           IF WS-DU-RESULTADO NOT = "S"
              DISPLAY WS-CTR-DATA-GER " nao e dia util - pedidos "
                 "de contrato ficam para " WS-DU-DATA-PROXIMA
              EXIT PARAGRAPH
           END-IF

           MOVE WS-CTR-DATA-GER TO WS-HOJE-X
           MOVE SPACES TO WS-CTR-DATA-BARRAS
           STRING WS-HOJE-X(7:2) "/" WS-HOJE-X(5:2) "/"
              WS-HOJE-X(1:4) DELIMITED BY SIZE
              INTO WS-CTR-DATA-BARRAS
           END-STRING

           MOVE "CTREXC" TO WS-REL-PREFIXO
           MOVE "PEDIDOS DE CONTRATO - EXCECOES" TO WS-REL-TITULO
           MOVE "CONTR CLI   CLIENTE              OCORRENC "
              & "MOTIVO"
              TO WS-REL-CABECALHO
           PERFORM ABRIR-RELATORIO

           MOVE ZERO TO WS-CTR-DEVIDOS
           MOVE ZERO TO WS-CTR-GERADOS
           MOVE ZERO TO WS-CTR-EXCECOES

           MOVE ZERO TO CTR-COD
           START CONTRATOS KEY NOT LESS THAN CTR-COD
              INVALID KEY MOVE "99" TO WS-FS-CTR
              NOT INVALID KEY MOVE "00" TO WS-FS-CTR
           END-START
           PERFORM UNTIL WS-FS-CTR NOT = "00"
              READ CONTRATOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-CTR
                 NOT AT END
                    IF CTR-STATUS = "A"
                       PERFORM AVALIAR-CONTRATO-DIA
                    END-IF
              END-READ
           END-PERFORM

           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING "CONTRATOS DEVIDOS: " DELIMITED BY SIZE
                  WS-CTR-DEVIDOS DELIMITED BY SIZE
                  "   PEDIDOS GERADOS: " DELIMITED BY SIZE
                  WS-CTR-GERADOS DELIMITED BY SIZE
                  "   EXCECOES: " DELIMITED BY SIZE
                  WS-CTR-EXCECOES DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           DISPLAY WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           PERFORM FECHAR-RELATORIO
           .

       *> Ocorrencia mais recente do contrato ate a data de
       *> geracao; se ainda nao foi atendida e esta na vigencia,
       *> o contrato esta devido hoje (ocorrencia em sabado,
       *> domingo ou feriado sai no dia util seguinte)
       AVALIAR-CONTRATO-DIA.
           MOVE CTR-COD TO WS-CTR-COD
           PERFORM CALCULAR-OCORRENCIA-CONTRATO
           IF WS-CTR-OCORRENCIA < CTR-DATA-INICIO
              OR WS-CTR-OCORRENCIA > CTR-DATA-FIM
              OR WS-CTR-OCORRENCIA NOT > CTR-ULT-OCORRENCIA
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CTR-DEVIDOS
           MOVE SPACES TO WS-CTR-MOTIVO
           PERFORM GERAR-PEDIDO-CONTRATO

           MOVE WS-CTR-COD TO CTR-COD
           READ CONTRATOS KEY IS CTR-COD
              INVALID KEY EXIT PARAGRAPH
           END-READ
           IF WS-CTR-MOTIVO NOT = SPACES
              ADD 1 TO WS-CTR-EXCECOES
              PERFORM IMPRIMIR-EXCECAO-CONTRATO
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CTR-GERADOS
           MOVE WS-CTR-OCORRENCIA  TO CTR-ULT-OCORRENCIA
           MOVE WS-COD-PEDIDO-NOVO TO CTR-ULT-PED-COD
           PERFORM REGRAVAR-CONTRATO
           DISPLAY "Contrato " WS-CTR-COD " - pedido "
              WS-COD-PEDIDO-NOVO " gerado (R$" WS-TOTAL-PEDIDO ")"
           PERFORM LISTAR-BACKORDERS-CONTRATO
           .

       CALCULAR-OCORRENCIA-CONTRATO.
           IF CTR-FREQUENCIA = "S"
              COMPUTE WS-CTR-JUL
                 = FUNCTION INTEGER-OF-DATE(WS-CTR-DATA-GER)
              COMPUTE WS-CTR-DIA-SEMANA = FUNCTION MOD(WS-CTR-JUL, 7)
              IF WS-CTR-DIA-SEMANA = ZERO
                 MOVE 7 TO WS-CTR-DIA-SEMANA
              END-IF
              COMPUTE WS-CTR-RECUO = FUNCTION MOD
                 (WS-CTR-DIA-SEMANA - CTR-DIA + 7, 7)
              SUBTRACT WS-CTR-RECUO FROM WS-CTR-JUL
              MOVE FUNCTION DATE-OF-INTEGER(WS-CTR-JUL)
                 TO WS-CTR-OCORRENCIA
              EXIT PARAGRAPH
           END-IF

           MOVE WS-CTR-DATA-GER(1:6) TO WS-CTR-ANOMES
           PERFORM OCORRENCIA-MENSAL-CONTRATO
           IF WS-CTR-OCORRENCIA > WS-CTR-DATA-GER
              IF WS-CTR-ANOMES(5:2) = "01"
                 COMPUTE WS-CTR-ANOMES = WS-CTR-ANOMES - 89
              ELSE
                 SUBTRACT 1 FROM WS-CTR-ANOMES
              END-IF
              PERFORM OCORRENCIA-MENSAL-CONTRATO
           END-IF
           .

       *> Dia CTR-DIA do mes WS-CTR-ANOMES (limitado ao ultimo
       *> dia do mes)
       OCORRENCIA-MENSAL-CONTRATO.
           IF WS-CTR-ANOMES(5:2) = "12"
              COMPUTE WS-CTR-FIM-MES = (WS-CTR-ANOMES + 89) * 100 + 1
           ELSE
              COMPUTE WS-CTR-FIM-MES = (WS-CTR-ANOMES + 1) * 100 + 1
           END-IF
           COMPUTE WS-CTR-FIM-MES = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-CTR-FIM-MES) - 1)
           COMPUTE WS-CTR-OCORRENCIA = WS-CTR-ANOMES * 100 + CTR-DIA
           IF WS-CTR-OCORRENCIA > WS-CTR-FIM-MES
              MOVE WS-CTR-FIM-MES TO WS-CTR-OCORRENCIA
           END-IF
           .

       *> -------------------------
       *> GERAR O PEDIDO DO CONTRATO EM REG-CONTRATO (sem
       *> digitacao; WS-CTR-MOTIVO volta preenchido se o pedido
       *> nao puder ser gerado)
       *> -------------------------
       GERAR-PEDIDO-CONTRATO.
           MOVE CTR-CLI-COD     TO WS-COD-CLIENTE-PED
           MOVE CTR-VEND-COD    TO WS-CTR-VEND
           MOVE CTR-END-ENTREGA TO WS-CTR-END
           MOVE CTR-PRAZO-DIAS  TO WS-CTR-PRAZO
           MOVE CTR-CLI-COD     TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY
                 MOVE "CLIENTE NAO CADASTRADO" TO WS-CTR-MOTIVO
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CLIENTES
           IF WS-CLI-BLOQUEADO = "S"
              MOVE "CLIENTE EM USO POR OUTRO USUARIO"
                 TO WS-CTR-MOTIVO
              EXIT PARAGRAPH
           END-IF

           PERFORM VERIFICAR-INADIMPLENCIA-CLIENTE
           IF WS-CLI-INADIMPLENTE = "S"
              STRING "INADIMPLENTE - PEDIDO " DELIMITED BY SIZE
                     WS-INAD-PIOR-PED DELIMITED BY SIZE
                     " VENCIDO" DELIMITED BY SIZE
                     INTO WS-CTR-MOTIVO
              END-STRING
              EXIT PARAGRAPH
           END-IF

           MOVE CTR-CLI-COD TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY CONTINUE
           END-READ
           PERFORM OBTER-DESCONTO-CLIENTE

           MOVE WS-CTR-DATA-GER    TO WS-PED-DATA-NUM
           MOVE WS-CTR-DATA-BARRAS TO WS-PED-DATA-BARRAS
           PERFORM CARREGAR-ITENS-CONTRATO
           IF WS-CTR-MOTIVO NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-QTD-ITENS = ZERO
              MOVE "CONTRATO SEM ITENS" TO WS-CTR-MOTIVO
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CTR-JUL
              = FUNCTION INTEGER-OF-DATE(WS-CTR-DATA-GER)
              + WS-CTR-PRAZO
           MOVE FUNCTION DATE-OF-INTEGER(WS-CTR-JUL) TO WS-PED-VENC
           MOVE "P" TO WS-DU-FUNCAO
           MOVE WS-PED-VENC TO WS-DU-DATA
           CALL "DIA-UTIL" USING WS-DU-FUNCAO WS-DU-DATA
              WS-DU-RESULTADO WS-DU-DATA-PROXIMA
           ON EXCEPTION
              MOVE WS-PED-VENC TO WS-DU-DATA-PROXIMA
           END-CALL
           MOVE WS-DU-DATA-PROXIMA TO WS-PED-VENC

           MOVE ZERO TO WS-COD-PEDIDO-NOVO
           PERFORM VERIFICAR-LIMITE-CREDITO
           IF WS-LIMITE-EXCEDIDO = "S"
              MOVE "LIMITE DE CREDITO EXCEDIDO" TO WS-CTR-MOTIVO
              EXIT PARAGRAPH
           END-IF

           PERFORM PROXIMO-CODIGO-PEDIDO
           MOVE PED-COD TO WS-COD-PEDIDO-NOVO

      *> o registro e remontado inteiro aqui porque a varredura
      *> da verificacao de limite passa por cima de REG-PEDIDO
           MOVE WS-COD-PEDIDO-NOVO TO PED-COD
           MOVE WS-COD-CLIENTE-PED TO CLI-COD-P
           MOVE WS-PED-DATA-BARRAS TO PED-DATA
           MOVE WS-PED-VENC        TO PED-VENCIMENTO
           MOVE "PENDENTE"         TO PED-STATUS
           MOVE WS-TOTAL-PEDIDO    TO PED-VALOR
           MOVE WS-DESC-PCT        TO PED-DESC-PCT
           MOVE WS-CTR-VEND        TO PED-VEND-COD
           MOVE WS-CTR-END         TO PED-END-ENTREGA
           WRITE REG-PEDIDO
              INVALID KEY
                 MOVE "CODIGO DE PEDIDO DUPLICADO" TO WS-CTR-MOTIVO
                 EXIT PARAGRAPH
           END-WRITE

           PERFORM VERIFICAR-BLOQUEIO-PEDIDOS
           IF WS-PED-BLOQUEADO = "S"
              MOVE "PEDIDOS EM USO POR OUTRO USUARIO"
                 TO WS-CTR-MOTIVO
              EXIT PARAGRAPH
           END-IF

           PERFORM GRAVAR-ITENS-PEDIDO
           PERFORM APLICAR-HAVER-PEDIDO-NOVO
           MOVE "PEDIDO-CONTRATO"  TO WS-AUD-ACAO
           MOVE WS-COD-PEDIDO-NOVO TO WS-AUD-CHAVE
           PERFORM GRAVAR-AUDITORIA
           .

       *> -------------------------
       *> CARREGAR OS ITENS DO CONTRATO WS-CTR-COD NA TABELA DO
       *> PEDIDO (preco fixo do contrato no lugar da tabela de
       *> precos; sem preco fixo, tabela vigente com o desconto
       *> da categoria, como na digitacao)
       *> -------------------------
       CARREGAR-ITENS-CONTRATO.
           MOVE ZERO TO WS-QTD-ITENS
           MOVE ZERO TO WS-TOTAL-PEDIDO
           MOVE ZERO TO WS-TOTAL-BRUTO
           MOVE WS-CTR-COD TO ICT-CTR-COD
           MOVE ZERO       TO ICT-PROD-COD
           START ITENS-CONTRATO KEY NOT LESS THAN ICT-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-ICT
              NOT INVALID KEY MOVE "00" TO WS-FS-ICT
           END-START

           PERFORM UNTIL WS-FS-ICT NOT = "00"
              READ ITENS-CONTRATO NEXT RECORD
                 AT END MOVE "99" TO WS-FS-ICT
                 NOT AT END
                    IF ICT-CTR-COD NOT = WS-CTR-COD
                       OR WS-CTR-MOTIVO NOT = SPACES
                       MOVE "99" TO WS-FS-ICT
                    ELSE
                       PERFORM CARREGAR-ITEM-CONTRATO
                    END-IF
              END-READ
           END-PERFORM
           .

       CARREGAR-ITEM-CONTRATO.
           MOVE ICT-PROD-COD TO PROD-COD
           READ PRODUTOS KEY IS PROD-COD
              INVALID KEY
                 STRING "PRODUTO " DELIMITED BY SIZE
                        ICT-PROD-COD DELIMITED BY SIZE
                        " NAO CADASTRADO" DELIMITED BY SIZE
                        INTO WS-CTR-MOTIVO
                 END-STRING
                 EXIT PARAGRAPH
           END-READ
           IF PROD-ATIVO NOT = "S"
              STRING "PRODUTO " DELIMITED BY SIZE
                     ICT-PROD-COD DELIMITED BY SIZE
                     " INATIVO" DELIMITED BY SIZE
                     INTO WS-CTR-MOTIVO
              END-STRING
              EXIT PARAGRAPH
           END-IF
           IF WS-QTD-ITENS >= 99
              MOVE "CONTRATO COM MAIS DE 99 ITENS" TO WS-CTR-MOTIVO
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-ITENS
           SET WS-IDX-ITEM TO WS-QTD-ITENS
           MOVE PROD-COD       TO WS-ITEM-TEMP-PRODUTO-COD (WS-IDX-ITEM)
           MOVE PROD-DESCRICAO TO WS-ITEM-TEMP-DESCRICAO (WS-IDX-ITEM)
           MOVE PROD-CUSTO-UNIT
              TO WS-ITEM-TEMP-CUSTO-UNIT (WS-IDX-ITEM)
           IF PROD-KIT = "S"
              PERFORM CALCULAR-CUSTO-KIT
              MOVE WS-KIT-CUSTO
                 TO WS-ITEM-TEMP-CUSTO-UNIT (WS-IDX-ITEM)
           END-IF
           MOVE ICT-QUANTIDADE
              TO WS-ITEM-TEMP-QUANTIDADE (WS-IDX-ITEM)

           PERFORM OBTER-PRECO-VIGENTE
           MOVE WS-PRECO-TABELA
              TO WS-ITEM-TEMP-PRECO-TAB (WS-IDX-ITEM)
           IF ICT-PRECO-FIXO > ZERO
              MOVE ICT-PRECO-FIXO TO WS-PRECO-BRUTO
              MOVE ICT-PRECO-FIXO TO WS-PRECO-LIQUIDO
           ELSE
              MOVE WS-PRECO-TABELA TO WS-PRECO-BRUTO
              COMPUTE WS-PRECO-LIQUIDO ROUNDED
                 = WS-PRECO-BRUTO * (1 - WS-DESC-PCT / 100)
           END-IF
           MOVE WS-PRECO-LIQUIDO
              TO WS-ITEM-TEMP-VALOR-UNIT (WS-IDX-ITEM)

           COMPUTE WS-SUBTOTAL-ITEM
              = WS-ITEM-TEMP-QUANTIDADE (WS-IDX-ITEM)
                * WS-PRECO-BRUTO
           ADD WS-SUBTOTAL-ITEM TO WS-TOTAL-BRUTO

           COMPUTE WS-SUBTOTAL-ITEM
              = WS-ITEM-TEMP-QUANTIDADE (WS-IDX-ITEM)
                * WS-ITEM-TEMP-VALOR-UNIT (WS-IDX-ITEM)
           ADD WS-SUBTOTAL-ITEM TO WS-TOTAL-PEDIDO
           .

       IMPRIMIR-EXCECAO-CONTRATO.
           MOVE CTR-CLI-COD TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY MOVE SPACES TO CLI-NOME
           END-READ
           MOVE SPACES TO WS-LINHA-REL
           STRING WS-CTR-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CTR-CLI-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLI-NOME(1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CTR-OCORRENCIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CTR-MOTIVO DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           DISPLAY WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           .

       *> Itens do pedido gerado que ficaram em backorder saem no
       *> relatorio como aviso (o pedido foi gerado mesmo assim)
       LISTAR-BACKORDERS-CONTRATO.
           MOVE WS-COD-PEDIDO-NOVO TO BKO-PED-COD
           MOVE ZERO               TO BKO-ITEM-SEQ
           START BACKORDERS KEY NOT LESS THAN BKO-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-BKO
              NOT INVALID KEY MOVE "00" TO WS-FS-BKO
           END-START
           PERFORM UNTIL WS-FS-BKO NOT = "00"
              READ BACKORDERS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-BKO
                 NOT AT END
                    IF BKO-PED-COD NOT = WS-COD-PEDIDO-NOVO
                       MOVE "99" TO WS-FS-BKO
                    ELSE
                       IF BKO-STATUS = "P"
                          MOVE SPACES TO WS-CTR-MOTIVO
                          STRING "FALTA: PED " DELIMITED BY SIZE
                                 BKO-PED-COD DELIMITED BY SIZE
                                 " PROD " DELIMITED BY SIZE
                                 BKO-PROD-COD DELIMITED BY SIZE
                                 " QTD " DELIMITED BY SIZE
                                 BKO-QTD-PENDENTE DELIMITED BY SIZE
                                 INTO WS-CTR-MOTIVO
                          END-STRING
                          PERFORM IMPRIMIR-EXCECAO-CONTRATO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           MOVE SPACES TO WS-CTR-MOTIVO
           .

       *> -------------------------
       *> CONTRATOS A VENCER NOS PROXIMOS 30 DIAS (para o
       *> comercial renovar)
       *> -------------------------
       RELATORIO-CONTRATOS-VENCER.
           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           COMPUTE WS-CTR-JUL
              = FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) + 30
           MOVE FUNCTION DATE-OF-INTEGER(WS-CTR-JUL)
              TO WS-CTR-DATA-ATE

           MOVE "CTRVENC" TO WS-REL-PREFIXO
           MOVE "CONTRATOS A VENCER EM 30 DIAS" TO WS-REL-TITULO
           MOVE "CONTR CLI   CLIENTE              FREQ DIA FIM     "
              & "  DIAS VEND ULT.PED"
              TO WS-REL-CABECALHO
           PERFORM ABRIR-RELATORIO

           MOVE ZERO TO WS-CTR-QTD-VENCER
           MOVE ZERO TO CTR-COD
           START CONTRATOS KEY NOT LESS THAN CTR-COD
              INVALID KEY MOVE "99" TO WS-FS-CTR
              NOT INVALID KEY MOVE "00" TO WS-FS-CTR
           END-START
           PERFORM UNTIL WS-FS-CTR NOT = "00"
              READ CONTRATOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-CTR
                 NOT AT END
                    IF CTR-STATUS = "A"
                       AND CTR-DATA-FIM NOT < WS-HOJE-NUM
                       AND CTR-DATA-FIM NOT > WS-CTR-DATA-ATE
                       PERFORM IMPRIMIR-CONTRATO-VENCER
                    END-IF
              END-READ
           END-PERFORM

           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING "CONTRATOS A VENCER ATE " DELIMITED BY SIZE
                  WS-CTR-DATA-ATE DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-CTR-QTD-VENCER DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           DISPLAY WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           PERFORM FECHAR-RELATORIO
           .

       IMPRIMIR-CONTRATO-VENCER.
           ADD 1 TO WS-CTR-QTD-VENCER
           MOVE CTR-CLI-COD TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY MOVE SPACES TO CLI-NOME
           END-READ
           COMPUTE WS-CTR-DIAS-RESTAM
              = FUNCTION INTEGER-OF-DATE(CTR-DATA-FIM)
              - FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
           IF CTR-FREQUENCIA = "S"
              MOVE "SEM " TO WS-CTR-FREQ-ED
           ELSE
              MOVE "MES " TO WS-CTR-FREQ-ED
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING CTR-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CTR-CLI-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLI-NOME(1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CTR-FREQ-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CTR-DIA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CTR-DATA-FIM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CTR-DIAS-RESTAM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CTR-VEND-COD DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CTR-ULT-PED-COD DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           DISPLAY WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           .

       *> -------------------------
       *> REVISAO MENSAL DE LIMITES DE CREDITO (comportamento de
       *> pagamento nos ultimos 12 meses e exposicao do cliente no
       *> BANCO-SIMPLES; as sugestoes ficam em REVLIM.DAT para a
       *> aprovacao do supervisor e saem em REVLIM-AAAAMMDD.REL)
       *> -------------------------
       REVISAR-LIMITES-CREDITO.
           ACCEPT WS-RVL-DATA-REF FROM DATE YYYYMMDD
           PERFORM PROCESSAR-REVISAO-LIMITES
           .

       PROCESSAR-REVISAO-LIMITES.
           COMPUTE WS-RVL-INICIO = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-RVL-DATA-REF) - 365)
           PERFORM LER-REGRAS-REVISAO

           MOVE "S" TO WS-RVL-BANCO-OK
           MOVE "S" TO WS-RVL-EMP-OK
           MOVE "S" TO WS-RVL-DEV-OK
           OPEN INPUT CONTAS
           IF WS-FS-CTA NOT = "00"
              MOVE "N" TO WS-RVL-BANCO-OK
              DISPLAY "Aviso: cadastro de contas do banco "
                 "indisponivel - revisao sem exposicao bancaria"
           ELSE
              OPEN INPUT EMPRESTIMOS
              IF WS-FS-EMP NOT = "00"
                 MOVE "N" TO WS-RVL-EMP-OK
              ELSE
                 OPEN INPUT PARCELAS
                 IF WS-FS-PARC NOT = "00"
                    CLOSE EMPRESTIMOS
                    MOVE "N" TO WS-RVL-EMP-OK
                 END-IF
              END-IF
              OPEN INPUT CHEQUES-DEVOLVIDOS
              IF WS-FS-DEV NOT = "00"
                 MOVE "N" TO WS-RVL-DEV-OK
              END-IF
           END-IF

           MOVE "REVLIM" TO WS-REL-PREFIXO
           MOVE "REVISAO DE LIMITES DE CREDITO" TO WS-REL-TITULO
           MOVE "CLI   CLIENTE         PTS MED  MAX CRT   VOLUME 12M"
              & "  LIM.ATUAL   SUGERIDO"
              TO WS-REL-CABECALHO
           PERFORM ABRIR-RELATORIO

           MOVE ZERO TO WS-RVL-ANALISADOS
           MOVE ZERO TO WS-RVL-AUMENTOS
           MOVE ZERO TO WS-RVL-REDUCOES
           MOVE ZERO TO WS-RVL-MANTIDOS

           MOVE ZERO TO CLI-COD
           START CLIENTES KEY NOT LESS THAN CLI-COD
              INVALID KEY MOVE "99" TO WS-FS-C
              NOT INVALID KEY MOVE "00" TO WS-FS-C
           END-START
           PERFORM UNTIL WS-FS-C NOT = "00"
              READ CLIENTES NEXT RECORD
                 AT END MOVE "99" TO WS-FS-C
                 NOT AT END PERFORM REVISAR-LIMITE-CLIENTE
              END-READ
           END-PERFORM

           IF WS-RVL-BANCO-OK = "S"
              CLOSE CONTAS
              IF WS-RVL-EMP-OK = "S"
                 CLOSE EMPRESTIMOS
                 CLOSE PARCELAS
              END-IF
              IF WS-RVL-DEV-OK = "S"
                 CLOSE CHEQUES-DEVOLVIDOS
              END-IF
           END-IF

           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM ESCREVER-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING "CLIENTES ANALISADOS: " DELIMITED BY SIZE
                  WS-RVL-ANALISADOS DELIMITED BY SIZE
                  "  AUMENTO: " DELIMITED BY SIZE
                  WS-RVL-AUMENTOS DELIMITED BY SIZE
                  "  REDUCAO: " DELIMITED BY SIZE
                  WS-RVL-REDUCOES DELIMITED BY SIZE
                  "  MANTIDOS: " DELIMITED BY SIZE
                  WS-RVL-MANTIDOS DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-RELATORIO
           IF WS-RVL-BANCO-OK = "N"
              MOVE "EXPOSICAO NO BANCO NAO CONSIDERADA (CADASTRO DE "
                 & "CONTAS INDISPONIVEL)" TO WS-LINHA-REL
              PERFORM ESCREVER-LINHA-RELATORIO
           END-IF
           PERFORM FECHAR-RELATORIO

           DISPLAY "Revisao concluida: " WS-RVL-ANALISADOS
              " clientes, " WS-RVL-AUMENTOS " aumento(s), "
              WS-RVL-REDUCOES " reducao(oes)"
           DISPLAY "Sugestoes aguardam aprovacao na opcao 69."

           MOVE "REVISAO-LIMITES" TO WS-AUD-ACAO
           MOVE WS-RVL-DATA-REF   TO WS-AUD-CHAVE
           PERFORM GRAVAR-AUDITORIA
           .

       *> -------------------------
       *> REGRAS DA REVISAO (REVLIMPR.DAT; sem o arquivo ou sem
       *> uma regra vale o padrao abaixo)
       *> -------------------------
       LER-REGRAS-REVISAO.
           MOVE 1    TO WS-RVL-PESO-MEDIA
           MOVE 0.20 TO WS-RVL-PESO-MAIOR
           MOVE 5    TO WS-RVL-PESO-CARTA
           MOVE 15   TO WS-RVL-PESO-SALDO
           MOVE 10   TO WS-RVL-PESO-PARCELA
           MOVE 10   TO WS-RVL-PESO-CHEQUE
           MOVE 2    TO WS-RVL-MESES-VOL
           MOVE ZERO TO WS-RVL-QTD-FAIXAS

           OPEN INPUT REVISAO-PARAMETROS
           IF WS-FS-RVP = "00"
              PERFORM UNTIL WS-FS-RVP NOT = "00"
                 READ REVISAO-PARAMETROS NEXT RECORD
                    AT END MOVE "99" TO WS-FS-RVP
                    NOT AT END
                       IF RVP-PONTOS IS NUMERIC
                          AND RVP-PCT IS NUMERIC
                          PERFORM APLICAR-REGRA-REVISAO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REVISAO-PARAMETROS
           END-IF

           IF WS-RVL-QTD-FAIXAS = ZERO
              MOVE 5 TO WS-RVL-QTD-FAIXAS
              MOVE 90 TO WS-RVL-FX-MIN (1)
              MOVE 120 TO WS-RVL-FX-PCT (1)
              MOVE 75 TO WS-RVL-FX-MIN (2)
              MOVE 100 TO WS-RVL-FX-PCT (2)
              MOVE 50 TO WS-RVL-FX-MIN (3)
              MOVE 80 TO WS-RVL-FX-PCT (3)
              MOVE 25 TO WS-RVL-FX-MIN (4)
              MOVE 50 TO WS-RVL-FX-PCT (4)
              MOVE 0 TO WS-RVL-FX-MIN (5)
              MOVE 0 TO WS-RVL-FX-PCT (5)
           END-IF
           .

       APLICAR-REGRA-REVISAO.
           EVALUATE RVP-REGRA
              WHEN "ATRASO-MED"
                 MOVE RVP-PONTOS TO WS-RVL-PESO-MEDIA
              WHEN "ATRASO-MAX"
                 MOVE RVP-PONTOS TO WS-RVL-PESO-MAIOR
              WHEN "CARTA"
                 MOVE RVP-PONTOS TO WS-RVL-PESO-CARTA
              WHEN "SALDO-NEG"
                 MOVE RVP-PONTOS TO WS-RVL-PESO-SALDO
              WHEN "PARCELA"
                 MOVE RVP-PONTOS TO WS-RVL-PESO-PARCELA
              WHEN "CHEQUE"
                 MOVE RVP-PONTOS TO WS-RVL-PESO-CHEQUE
              WHEN "MESES-VOL"
                 MOVE RVP-PONTOS TO WS-RVL-MESES-VOL
              WHEN "FAIXA"
                 IF WS-RVL-QTD-FAIXAS < 10
                    ADD 1 TO WS-RVL-QTD-FAIXAS
                    MOVE RVP-PONTOS
                       TO WS-RVL-FX-MIN (WS-RVL-QTD-FAIXAS)
                    MOVE RVP-PCT
                       TO WS-RVL-FX-PCT (WS-RVL-QTD-FAIXAS)
                 END-IF
              WHEN OTHER CONTINUE
           END-EVALUATE
           .

       *> -------------------------
       *> REVISAR O CLIENTE EM REG-CLIENTE (cliente sem pedidos
       *> e sem conta no banco no periodo fica fora da revisao)
       *> -------------------------
       REVISAR-LIMITE-CLIENTE.
           MOVE CLI-COD TO WS-RVL-CLI
           MOVE "N"  TO WS-RVL-TEM-DADOS
           MOVE ZERO TO WS-RVL-QTD-PED
           MOVE ZERO TO WS-RVL-SOMA-DIAS
           MOVE ZERO TO WS-RVL-MEDIA
           MOVE ZERO TO WS-RVL-MAIOR
           MOVE ZERO TO WS-RVL-CARTAS
           MOVE ZERO TO WS-RVL-VOLUME
           MOVE ZERO TO WS-RVL-SALDO-NEG
           MOVE ZERO TO WS-RVL-PARC-ATRASO
           MOVE ZERO TO WS-RVL-CHEQUES

           PERFORM APURAR-PAGAMENTOS-CLIENTE
           IF WS-RVL-BANCO-OK = "S"
              PERFORM APURAR-EXPOSICAO-BANCO
           END-IF
           IF WS-RVL-TEM-DADOS = "N"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RVL-ANALISADOS
           IF WS-RVL-QTD-PED > ZERO
              COMPUTE WS-RVL-MEDIA ROUNDED =
                 WS-RVL-SOMA-DIAS / WS-RVL-QTD-PED
           END-IF
           IF WS-RVL-MEDIA > 999
              MOVE 999 TO WS-RVL-MEDIA
           END-IF
           IF WS-RVL-MAIOR > 9999
              MOVE 9999 TO WS-RVL-MAIOR
           END-IF

           PERFORM CALCULAR-LIMITE-SUGERIDO

           MOVE "=" TO WS-RVL-MARCA
           MOVE "N" TO WS-RVL-GRAVAR
           IF WS-RVL-SUGERIDO > CLI-LIMITE-CREDITO
              MOVE "+" TO WS-RVL-MARCA
              MOVE "S" TO WS-RVL-GRAVAR
           END-IF
           IF WS-RVL-SUGERIDO < CLI-LIMITE-CREDITO
              MOVE "-" TO WS-RVL-MARCA
              MOVE "S" TO WS-RVL-GRAVAR
           END-IF

      *> sugestao ja decidida neste mes nao e refeita
           IF WS-RVL-GRAVAR = "S"
              MOVE WS-RVL-CLI TO RVL-CLI-COD
              READ REVISOES-LIMITE KEY IS RVL-CLI-COD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF RVL-STATUS NOT = "P"
                       AND RVL-DATA(1:6) = WS-RVL-DATA-REF(1:6)
                       MOVE "N" TO WS-RVL-GRAVAR
                       MOVE "*" TO WS-RVL-MARCA
                    END-IF
              END-READ
           END-IF

           EVALUATE WS-RVL-MARCA
              WHEN "+" ADD 1 TO WS-RVL-AUMENTOS
              WHEN "-" ADD 1 TO WS-RVL-REDUCOES
              WHEN OTHER ADD 1 TO WS-RVL-MANTIDOS
           END-EVALUATE

           IF WS-RVL-GRAVAR = "S"
              PERFORM GRAVAR-SUGESTAO-LIMITE
           END-IF
           PERFORM IMPRIMIR-REVISAO-LIMITE
           .

       *> -------------------------
       *> PAGAMENTOS DO CLIENTE (dias pagos apos PED-VENCIMENTO
       *> pelo ultimo recebimento dos pedidos quitados; pedido
       *> vencido em aberto conta ate a data da revisao)
       *> -------------------------
       APURAR-PAGAMENTOS-CLIENTE.
           MOVE ZERO TO PED-COD
           START PEDIDOS KEY NOT LESS THAN PED-COD
              INVALID KEY MOVE "99" TO WS-FS-P
              NOT INVALID KEY MOVE "00" TO WS-FS-P
           END-START
           PERFORM UNTIL WS-FS-P NOT = "00"
              READ PEDIDOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-P
                 NOT AT END
                    IF CLI-COD-P = WS-RVL-CLI
                       AND PED-STATUS NOT = "CANCELADO"
                       PERFORM APURAR-PEDIDO-REVISAO
                    END-IF
              END-READ
           END-PERFORM
           .

       APURAR-PEDIDO-REVISAO.
           MOVE PED-DATA TO WS-DATA-CONV-ENTRADA
           PERFORM CONVERTER-DATA-AAAAMMDD
           IF WS-DATA-CONV-SAIDA NOT < WS-RVL-INICIO
              AND WS-DATA-CONV-SAIDA NOT > WS-RVL-DATA-REF
              ADD PED-VALOR TO WS-RVL-VOLUME
              MOVE "S" TO WS-RVL-TEM-DADOS
           END-IF

           IF PED-VENCIMENTO = ZERO
              OR PED-VENCIMENTO > WS-RVL-DATA-REF
              EXIT PARAGRAPH
           END-IF

           PERFORM SOMAR-RECEBIMENTOS-PEDIDO
           MOVE ZERO TO WS-RVL-DATA-PGTO
           IF PED-STATUS = "PAGO" OR WS-REC-TOTAL NOT < PED-VALOR
              MOVE WS-REC-ULT-DATA TO WS-RVL-DATA-PGTO
           ELSE
              MOVE WS-RVL-DATA-REF TO WS-RVL-DATA-PGTO
           END-IF
      *> quitado antes da janela de 12 meses nao entra na media
           IF WS-RVL-DATA-PGTO = ZERO
              OR WS-RVL-DATA-PGTO < WS-RVL-INICIO
              EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-RVL-TEM-DADOS
           COMPUTE WS-RVL-DIAS =
              FUNCTION INTEGER-OF-DATE(WS-RVL-DATA-PGTO)
              - FUNCTION INTEGER-OF-DATE(PED-VENCIMENTO)
           IF WS-RVL-DIAS < ZERO
              MOVE ZERO TO WS-RVL-DIAS
           END-IF
           ADD 1 TO WS-RVL-QTD-PED
           ADD WS-RVL-DIAS TO WS-RVL-SOMA-DIAS
           IF WS-RVL-DIAS > WS-RVL-MAIOR
              MOVE WS-RVL-DIAS TO WS-RVL-MAIOR
           END-IF

      *> cartas de cobranca enviadas no periodo
           MOVE PED-COD TO WS-RVL-PED
           MOVE PED-COD TO CBR-PED-COD
           MOVE ZERO    TO CBR-NIVEL
           START COBRANCAS KEY NOT LESS THAN CBR-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-CBR
              NOT INVALID KEY MOVE "00" TO WS-FS-CBR
           END-START
           PERFORM UNTIL WS-FS-CBR NOT = "00"
              READ COBRANCAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-CBR
                 NOT AT END
                    IF CBR-PED-COD NOT = WS-RVL-PED
                       MOVE "99" TO WS-FS-CBR
                    ELSE
                       IF CBR-DATA-ENVIO NOT < WS-RVL-INICIO
                          ADD 1 TO WS-RVL-CARTAS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> EXPOSICAO NO BANCO (contas com CONTA-CLI-COD do
       *> cliente: saldo negativo, parcelas de emprestimo vencidas
       *> e cheques devolvidos nos ultimos 12 meses)
       *> -------------------------
       APURAR-EXPOSICAO-BANCO.
           MOVE ZERO TO CONTA-NUMERO
           START CONTAS KEY NOT LESS THAN CONTA-NUMERO
              INVALID KEY MOVE "99" TO WS-FS-CTA
              NOT INVALID KEY MOVE "00" TO WS-FS-CTA
           END-START
           PERFORM UNTIL WS-FS-CTA NOT = "00"
              READ CONTAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-CTA
                 NOT AT END
                    IF CONTA-CLI-COD = WS-RVL-CLI
                       MOVE "S" TO WS-RVL-TEM-DADOS
                       MOVE CONTA-NUMERO TO WS-RVL-CONTA
                       IF CONTA-SALDO < ZERO
                          COMPUTE WS-RVL-SALDO-NEG =
                             WS-RVL-SALDO-NEG - CONTA-SALDO
                       END-IF
                       IF WS-RVL-EMP-OK = "S"
                          PERFORM APURAR-PARCELAS-CONTA
                       END-IF
                       IF WS-RVL-DEV-OK = "S"
                          PERFORM APURAR-CHEQUES-CONTA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       APURAR-PARCELAS-CONTA.
           MOVE ZERO TO EMP-COD
           START EMPRESTIMOS KEY NOT LESS THAN EMP-COD
              INVALID KEY MOVE "99" TO WS-FS-EMP
              NOT INVALID KEY MOVE "00" TO WS-FS-EMP
           END-START
           PERFORM UNTIL WS-FS-EMP NOT = "00"
              READ EMPRESTIMOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-EMP
                 NOT AT END
                    IF EMP-CONTA = WS-RVL-CONTA
                       AND EMP-STATUS = "A"
                       MOVE EMP-COD TO WS-RVL-EMP
                       PERFORM APURAR-PARCELAS-EMPRESTIMO
                    END-IF
              END-READ
           END-PERFORM
           .

       APURAR-PARCELAS-EMPRESTIMO.
           MOVE WS-RVL-EMP TO PARC-EMP-COD
           MOVE ZERO       TO PARC-NUM
           START PARCELAS KEY NOT LESS THAN PARC-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-PARC
              NOT INVALID KEY MOVE "00" TO WS-FS-PARC
           END-START
           PERFORM UNTIL WS-FS-PARC NOT = "00"
              READ PARCELAS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-PARC
                 NOT AT END
                    IF PARC-EMP-COD NOT = WS-RVL-EMP
                       MOVE "99" TO WS-FS-PARC
                    ELSE
                       IF PARC-STATUS = "A"
                          AND PARC-VENCIMENTO < WS-RVL-DATA-REF
                          ADD 1 TO WS-RVL-PARC-ATRASO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       APURAR-CHEQUES-CONTA.
           MOVE WS-RVL-CONTA TO DEV-CONTA
           MOVE LOW-VALUES   TO DEV-DATA-HORA
           START CHEQUES-DEVOLVIDOS KEY NOT LESS THAN DEV-CHAVE
              INVALID KEY MOVE "99" TO WS-FS-DEV
              NOT INVALID KEY MOVE "00" TO WS-FS-DEV
           END-START
           PERFORM UNTIL WS-FS-DEV NOT = "00"
              READ CHEQUES-DEVOLVIDOS NEXT RECORD
                 AT END MOVE "99" TO WS-FS-DEV
                 NOT AT END
                    IF DEV-CONTA NOT = WS-RVL-CONTA
                       MOVE "99" TO WS-FS-DEV
                    ELSE
                       IF DEV-DATA NOT < WS-RVL-INICIO
                          ADD 1 TO WS-RVL-CHEQUES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       *> -------------------------
       *> PONTUACAO (100 menos as penalidades das regras) E LIMITE
       *> SUGERIDO (percentual da faixa sobre o maior entre o
       *> limite atual e MESES-VOL meses da compra media,
       *> arredondado para baixo em centenas)
       *> -------------------------
       CALCULAR-LIMITE-SUGERIDO.
           COMPUTE WS-RVL-PENALIDADE =
                WS-RVL-MEDIA * WS-RVL-PESO-MEDIA
              + WS-RVL-MAIOR * WS-RVL-PESO-MAIOR
              + WS-RVL-CARTAS * WS-RVL-PESO-CARTA
              + WS-RVL-PARC-ATRASO * WS-RVL-PESO-PARCELA
              + WS-RVL-CHEQUES * WS-RVL-PESO-CHEQUE
           IF WS-RVL-SALDO-NEG > ZERO
              ADD WS-RVL-PESO-SALDO TO WS-RVL-PENALIDADE
           END-IF
           IF WS-RVL-PENALIDADE NOT < 100
              MOVE ZERO TO WS-RVL-PONTOS
           ELSE
              COMPUTE WS-RVL-PONTOS = 100 - WS-RVL-PENALIDADE
           END-IF

           MOVE CLI-LIMITE-CREDITO TO WS-RVL-BASE
           COMPUTE WS-RVL-BASE-VOL =
              WS-RVL-VOLUME / 12 * WS-RVL-MESES-VOL
           IF WS-RVL-BASE-VOL > WS-RVL-BASE
              MOVE WS-RVL-BASE-VOL TO WS-RVL-BASE
           END-IF

           MOVE ZERO TO WS-RVL-PCT
           MOVE ZERO TO WS-RVL-FAIXA-MIN
           PERFORM VARYING WS-RVL-IDX FROM 1 BY 1
              UNTIL WS-RVL-IDX > WS-RVL-QTD-FAIXAS
              IF WS-RVL-PONTOS NOT < WS-RVL-FX-MIN (WS-RVL-IDX)
                 AND WS-RVL-FX-MIN (WS-RVL-IDX)
                    NOT < WS-RVL-FAIXA-MIN
                 MOVE WS-RVL-FX-MIN (WS-RVL-IDX) TO WS-RVL-FAIXA-MIN
                 MOVE WS-RVL-FX-PCT (WS-RVL-IDX) TO WS-RVL-PCT
              END-IF
           END-PERFORM

           COMPUTE WS-RVL-CENTENAS =
              WS-RVL-BASE * WS-RVL-PCT / 100 / 100
           IF WS-RVL-CENTENAS > 99999
              MOVE 99999 TO WS-RVL-CENTENAS
           END-IF
           COMPUTE WS-RVL-SUGERIDO = WS-RVL-CENTENAS * 100
           .

       GRAVAR-SUGESTAO-LIMITE.
           MOVE WS-RVL-CLI          TO RVL-CLI-COD
           MOVE WS-RVL-DATA-REF     TO RVL-DATA
           MOVE WS-RVL-PONTOS       TO RVL-PONTOS
           MOVE WS-RVL-MEDIA        TO RVL-MEDIA-DIAS
           MOVE WS-RVL-MAIOR        TO RVL-MAIOR-ATRASO
           MOVE WS-RVL-CARTAS       TO RVL-CARTAS
           MOVE WS-RVL-VOLUME       TO RVL-VOLUME
           MOVE WS-RVL-SALDO-NEG    TO RVL-SALDO-NEG
           MOVE WS-RVL-PARC-ATRASO  TO RVL-PARC-ATRASO
           MOVE WS-RVL-CHEQUES      TO RVL-CHEQUES
           MOVE CLI-LIMITE-CREDITO  TO RVL-LIMITE-ATUAL
           MOVE WS-RVL-SUGERIDO     TO RVL-LIMITE-SUGERIDO
           MOVE "P"                 TO RVL-STATUS
           MOVE ZERO                TO RVL-USU-DECISAO
           MOVE ZERO                TO RVL-DATA-DECISAO
           WRITE REG-REVISAO-LIMITE
              INVALID KEY
                 REWRITE REG-REVISAO-LIMITE
                    INVALID KEY
                       DISPLAY "Erro ao gravar a sugestao do "
                          "cliente " WS-RVL-CLI
                 END-REWRITE
           END-WRITE
           .

       IMPRIMIR-REVISAO-LIMITE.
           MOVE WS-RVL-PONTOS      TO WS-RVL-PTS-ED
           MOVE WS-RVL-MEDIA       TO WS-RVL-MED-ED
           MOVE WS-RVL-MAIOR       TO WS-RVL-MAX-ED
           MOVE WS-RVL-CARTAS      TO WS-RVL-CRT-ED
           MOVE WS-RVL-VOLUME      TO WS-TOT-ED
           MOVE CLI-LIMITE-CREDITO TO WS-VALOR-ED
           MOVE WS-RVL-SUGERIDO    TO WS-RVL-SUG-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING CLI-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLI-NOME(1:15) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RVL-PTS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RVL-MED-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RVL-MAX-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RVL-CRT-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOT-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RVL-SUG-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RVL-MARCA DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING
           PERFORM ESCREVER-LINHA-RELATORIO

           IF WS-RVL-SALDO-NEG > ZERO OR WS-RVL-PARC-ATRASO > ZERO
              OR WS-RVL-CHEQUES > ZERO
              MOVE WS-RVL-SALDO-NEG TO WS-VALOR-ED
              MOVE WS-RVL-PARC-ATRASO TO WS-RVL-QTD-ED
              MOVE WS-RVL-CHEQUES TO WS-RVL-CRT-ED
              MOVE SPACES TO WS-LINHA-REL
              STRING "      BANCO: SALDO NEGATIVO R$" DELIMITED BY SIZE
                     WS-VALOR-ED DELIMITED BY SIZE
                     "  PARC.VENCIDAS " DELIMITED BY SIZE
                     WS-RVL-QTD-ED DELIMITED BY SIZE
                     "  CHEQUES DEV. " DELIMITED BY SIZE
                     WS-RVL-CRT-ED DELIMITED BY SIZE
                     INTO WS-LINHA-REL
              END-STRING
              PERFORM ESCREVER-LINHA-RELATORIO
           END-IF
           .

       *> -------------------------
       *> APROVAR REVISOES DE LIMITE (todas as pendentes ou uma a
       *> uma; a alteracao passa pela alcada de aumento e pelo
       *> historico do cliente como na atualizacao do cadastro)
       *> -------------------------
       APROVAR-REVISOES-LIMITE.
           DISPLAY "T = aprovar todas as pendentes, "
              "U = decidir uma a uma: "
           ACCEPT WS-RVL-MODO
           IF WS-RVL-MODO NOT = "T" AND WS-RVL-MODO NOT = "U"
              DISPLAY "Opcao invalida!"
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-RVL-APROVADAS
           MOVE ZERO TO WS-RVL-RECUSADAS
           MOVE ZERO TO WS-RVL-ENVIADAS
           MOVE "S"  TO WS-RVL-CONTINUAR
           MOVE ZERO TO RVL-CLI-COD
           START REVISOES-LIMITE KEY NOT LESS THAN RVL-CLI-COD
              INVALID KEY MOVE "99" TO WS-FS-RVL
              NOT INVALID KEY MOVE "00" TO WS-FS-RVL
           END-START
           PERFORM UNTIL WS-FS-RVL NOT = "00"
              OR WS-RVL-CONTINUAR = "N"
              READ REVISOES-LIMITE NEXT RECORD
                 AT END MOVE "99" TO WS-FS-RVL
                 NOT AT END
                    IF RVL-STATUS = "P"
                       PERFORM DECIDIR-REVISAO-LIMITE
                    END-IF
              END-READ
           END-PERFORM

           DISPLAY "Revisoes aprovadas: " WS-RVL-APROVADAS
              "  recusadas: " WS-RVL-RECUSADAS
              "  enviadas para aprovacao: " WS-RVL-ENVIADAS
           .

       DECIDIR-REVISAO-LIMITE.
           MOVE "A" TO WS-RVL-DECISAO
           IF WS-RVL-MODO = "U"
              DISPLAY "------------------------------------------"
              DISPLAY "Cliente " RVL-CLI-COD "  revisao de "
                 RVL-DATA "  pontos " RVL-PONTOS
              DISPLAY "  Atraso medio " RVL-MEDIA-DIAS
                 " dia(s), maior " RVL-MAIOR-ATRASO
                 ", cartas " RVL-CARTAS
              DISPLAY "  Banco: saldo negativo R$" RVL-SALDO-NEG
                 ", parcelas vencidas " RVL-PARC-ATRASO
                 ", cheques devolvidos " RVL-CHEQUES
              DISPLAY "  Limite atual R$" RVL-LIMITE-ATUAL
                 "  sugerido R$" RVL-LIMITE-SUGERIDO
              DISPLAY "A = aprovar, R = recusar, P = pular, "
                 "F = encerrar: "
              ACCEPT WS-RVL-DECISAO
           END-IF

           EVALUATE WS-RVL-DECISAO
              WHEN "A"
                 PERFORM APLICAR-REVISAO-LIMITE
              WHEN "R"
                 MOVE "R" TO RVL-STATUS
                 PERFORM REGRAVAR-REVISAO-LIMITE
                 ADD 1 TO WS-RVL-RECUSADAS
              WHEN "F"
                 MOVE "N" TO WS-RVL-CONTINUAR
              WHEN OTHER CONTINUE
           END-EVALUATE
           .

       APLICAR-REVISAO-LIMITE.
           MOVE RVL-CLI-COD TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY
                 DISPLAY "Cliente " RVL-CLI-COD
                    " nao encontrado - revisao descartada"
                 MOVE "D" TO RVL-STATUS
                 PERFORM REGRAVAR-REVISAO-LIMITE
                 EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-BLOQUEIO-CLIENTES
           IF WS-CLI-BLOQUEADO = "S"
              EXIT PARAGRAPH
           END-IF
           IF CLI-LIMITE-CREDITO NOT = RVL-LIMITE-ATUAL
              DISPLAY "Cliente " RVL-CLI-COD " teve o limite "
                 "alterado depois da revisao - sugestao descartada"
              MOVE "D" TO RVL-STATUS
              PERFORM REGRAVAR-REVISAO-LIMITE
              EXIT PARAGRAPH
           END-IF

           MOVE CLI-NOME           TO WS-ANT-NOME
           MOVE CLI-EMAIL          TO WS-ANT-EMAIL
           MOVE CLI-CPF            TO WS-ANT-CPF
           MOVE CLI-LIMITE-CREDITO TO WS-ANT-LIMITE
           MOVE CLI-CATEGORIA      TO WS-ANT-CATEGORIA

           MOVE RVL-LIMITE-SUGERIDO TO CLI-LIMITE-CREDITO
           PERFORM VERIFICAR-ALCADA-LIMITE
      *> aumento acima da alcada: o limite continua o anterior e
      *> a mudanca fica com a fila de aprovacao
           IF CLI-LIMITE-CREDITO NOT = RVL-LIMITE-SUGERIDO
              MOVE "F" TO RVL-STATUS
              PERFORM REGRAVAR-REVISAO-LIMITE
              ADD 1 TO WS-RVL-ENVIADAS
              EXIT PARAGRAPH
           END-IF
           REWRITE REG-CLIENTE
              INVALID KEY
                 DISPLAY "Erro ao atualizar o cliente "
                    RVL-CLI-COD "!"
                 EXIT PARAGRAPH
           END-REWRITE
           PERFORM GRAVAR-HISTORICO-ALTERACAO

           MOVE "REVISAO-LIMITE" TO WS-AUD-ACAO
           MOVE RVL-CLI-COD      TO WS-AUD-CHAVE
           PERFORM GRAVAR-AUDITORIA

           MOVE "A" TO RVL-STATUS
           PERFORM REGRAVAR-REVISAO-LIMITE
           ADD 1 TO WS-RVL-APROVADAS
           .

       REGRAVAR-REVISAO-LIMITE.
           MOVE WS-COD-OPERADOR TO RVL-USU-DECISAO
           ACCEPT RVL-DATA-DECISAO FROM DATE YYYYMMDD
           REWRITE REG-REVISAO-LIMITE
              INVALID KEY
                 DISPLAY "Erro ao gravar a decisao da revisao do "
                    "cliente " RVL-CLI-COD
           END-REWRITE
           .

       *> -------------------------

           CLOSE CLIENTES
           OPEN INPUT CLIENTES
           PERFORM ABRIR-AGENDA-CLIENTES

           MOVE "00" TO WS-FS-C
           PERFORM UNTIL WS-FS-C NOT = "00"
                       DISPLAY "Nome  : " CLI-NOME
                       DISPLAY "Email : " CLI-EMAIL
                       DISPLAY "CPF   : " CLI-CPF
                       IF WS-AGD-OK = "S"
                          MOVE CLI-COD TO WS-AGD-CLI
                          PERFORM RESUMIR-INTERACOES-AGENDA
                       END-IF
                       DISPLAY "-------------------------"
                    END-IF
              END-READ

           CLOSE CLIENTES
           OPEN I-O CLIENTES

           IF WS-AGD-OK = "S"
              DISPLAY "Ver as interacoes da agenda do cliente "
                 "(codigo, 0 = nenhum): "
              ACCEPT WS-AGD-CLI
              IF WS-AGD-CLI NOT = ZERO
                 PERFORM LISTAR-INTERACOES-AGENDA
              END-IF
              CLOSE CONTATOS
              CLOSE INTERACOES
           END-IF
           .

       *> -------------------------
       *> INTERACOES DA AGENDA DE CONTATOS (somente leitura; vale
       *> para os clientes levados a agenda pela sincronizacao,
       *> grupo CLIENTES com o mesmo codigo)
       *> -------------------------
       ABRIR-AGENDA-CLIENTES.
           MOVE "N" TO WS-AGD-OK
           OPEN INPUT CONTATOS
           IF WS-FS-CONT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT INTERACOES
           IF WS-FS-INT NOT = "00"
              CLOSE CONTATOS
              EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-AGD-OK
           .

       RESUMIR-INTERACOES-AGENDA.
           MOVE WS-AGD-CLI TO CONTATO-COD
           READ CONTATOS KEY IS CONTATO-COD
              INVALID KEY EXIT PARAGRAPH
           END-READ
           IF CONTATO-GRUPO NOT = "CLIENTES"
              EXIT PARAGRAPH
           END-IF

           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD
           MOVE ZERO TO WS-AGD-QTD
           MOVE ZERO TO WS-AGD-ULT-DATA
           MOVE ZERO TO WS-AGD-PENDENTES
           MOVE WS-AGD-CLI TO INT-CONTATO-COD
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
                    IF INT-CONTATO-COD NOT = WS-AGD-CLI
                       MOVE "99" TO WS-FS-INT
                    ELSE
                       ADD 1 TO WS-AGD-QTD
                       MOVE INT-DATA TO WS-AGD-ULT-DATA
                       IF INT-RETORNO NOT = ZERO
                          AND INT-RETORNO NOT > WS-HOJE-NUM
                          AND INT-RETORNO-OK NOT = "S"
                          ADD 1 TO WS-AGD-PENDENTES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-AGD-QTD > ZERO
              DISPLAY "Agenda: " WS-AGD-QTD " interacao(oes), "
                 "ultima em " WS-AGD-ULT-DATA
              IF WS-AGD-PENDENTES > ZERO
                 DISPLAY "        " WS-AGD-PENDENTES
                    " retorno(s) vencido(s) na agenda"
              END-IF
           END-IF
           .

       LISTAR-INTERACOES-AGENDA.
           MOVE WS-AGD-CLI TO CONTATO-COD
           READ CONTATOS KEY IS CONTATO-COD
              INVALID KEY MOVE SPACES TO CONTATO-GRUPO
           END-READ
           IF CONTATO-GRUPO NOT = "CLIENTES"
              DISPLAY "Cliente sem contato sincronizado na agenda."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "--- Interacoes de " CONTATO-NOME " ---"
           MOVE ZERO TO WS-AGD-QTD
           MOVE WS-AGD-CLI TO INT-CONTATO-COD
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
                    IF INT-CONTATO-COD NOT = WS-AGD-CLI
                       MOVE "99" TO WS-FS-INT
                    ELSE
                       ADD 1 TO WS-AGD-QTD
                       DISPLAY INT-DATA " " INT-TIPO " "
                          INT-OPERADOR
                       DISPLAY "   " INT-RESUMO
                       IF INT-RETORNO NOT = ZERO
                          IF INT-RETORNO-OK = "S"
                             DISPLAY "   Retorno em " INT-RETORNO
                                " - feito"
                          ELSE
                             DISPLAY "   Retorno em " INT-RETORNO
                                " - pendente"
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-AGD-QTD = ZERO
              DISPLAY "  (sem interacoes registradas)"
           END-IF
           .

       *> -------------------------
       *> -------------------------
       *> GERAR DEPOSITO NO LOTE DO BANCO-SIMPLES (registro "D"
       *> no arquivo entrada.dat, na conta de liquidacao de
       *> vendas definida em PARAMET.DAT, no valor do pedido
       *> menos o que foi pago com haver, que nao e dinheiro novo)
       *> -------------------------
       GERAR-DEPOSITO-LOTE.
           PERFORM SOMAR-RECEBIMENTOS-PEDIDO
           COMPUTE WS-DEPOSITO-VALOR = PED-VALOR - WS-REC-HAVER
           IF WS-DEPOSITO-VALOR = ZERO
              DISPLAY "Pedido pago com haver - sem deposito no "
                 "banco."
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PRM-OK
           OPEN INPUT PARAMETROS
           IF WS-FS-PRM = "00"

           MOVE WS-CONTA-VENDAS TO LOTE-CONTA
           MOVE "D"             TO LOTE-TIPO
           MOVE WS-DEPOSITO-VALOR TO LOTE-VALOR
           MOVE SPACES          TO LOTE-SENHA
           WRITE REG-LOTE-BANCO
           CLOSE LOTE-BANCO

           DISPLAY "Deposito de R$" WS-DEPOSITO-VALOR
              " enviado ao lote do banco (conta "
              WS-CONTA-VENDAS ")."
           .
       *> -------------------------
       *> RELATORIO DE MARGEM BRUTA POR PERIODO (receita, custo e
       *> margem por produto e por cliente, a partir do custo
       *> gravado em cada item na hora da venda; kit custa a
       *> soma dos componentes)
       *> -------------------------
       RELATORIO-MARGEM.
           MOVE "Data Inicial (DD/MM/AAAA): " TO WS-VD-PROMPT

           COMPUTE MAR-RECEITA
              = ITEM-QUANTIDADE * ITEM-VALOR-UNIT
           MOVE ITEM-CUSTO-UNIT TO WS-KIT-CUSTO
           IF ITEM-CUSTO-UNIT = ZERO
              MOVE ITEM-PRODUTO-COD TO PROD-COD
              READ PRODUTOS KEY IS PROD-COD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PROD-KIT = "S"
                       PERFORM CALCULAR-CUSTO-KIT
                    END-IF
              END-READ
           END-IF
           COMPUTE MAR-CUSTO
              = ITEM-QUANTIDADE * WS-KIT-CUSTO

           MOVE 1                TO MAR-SECAO
           MOVE ITEM-PRODUTO-COD TO MAR-CHAVE
           IF WS-ACESSO-NEGADO = "N"
              DISPLAY "Novo Limite de Credito: "
              ACCEPT CLI-LIMITE-CREDITO
              PERFORM VERIFICAR-ALCADA-LIMITE
           ELSE
              DISPLAY "Limite de credito mantido em R$"
                 CLI-LIMITE-CREDITO
           PERFORM GRAVAR-HISTORICO-ALTERACAO
           .

       *> -------------------------
       *> AUMENTO DE LIMITE ACIMA DA ALCADA: o limite anterior e
       *> mantido e o novo vai para a fila de aprovacao
       *> -------------------------
       VERIFICAR-ALCADA-LIMITE.
           IF CLI-LIMITE-CREDITO NOT > WS-ANT-LIMITE
              EXIT PARAGRAPH
           END-IF
           PERFORM LER-ALCADAS
           IF CLI-LIMITE-CREDITO - WS-ANT-LIMITE > WS-ALC-AUMENTO
              MOVE ZEROS              TO WS-APV-SOLICITACAO
              MOVE "LIMITE-CLI"       TO WS-APV-TIPO
              MOVE CLI-COD            TO WS-APV-CODIGO
              MOVE CLI-LIMITE-CREDITO TO WS-APV-VALOR
              MOVE WS-ANT-LIMITE      TO WS-APV-VALOR-ANT
              MOVE WS-ANT-LIMITE      TO CLI-LIMITE-CREDITO
              PERFORM REGISTRAR-SOLICITACAO-APROV
              DISPLAY "Limite de credito mantido em R$"
                 CLI-LIMITE-CREDITO " ate a aprovacao"
           END-IF
           .

       *> -------------------------
       *> GRAVAR HISTORICO DE ALTERACAO DO CLIENTE (uma linha
       *> de imagem antes/depois por campo alterado)
           OPEN EXTEND CLIENTES-HIST
           .

       *> -------------------------
       *> PREFERENCIAS DE AVISO DO CLIENTE (aceita ou nao avisos
       *> por e-mail e por SMS; sem registro aceita os dois). A
       *> mudanca vai para o historico de clientes e a auditoria.
       *> -------------------------
       MANTER-PREFERENCIAS-AVISO.
           DISPLAY "Codigo do Cliente: "
           ACCEPT WS-NPR-CLI
           MOVE WS-NPR-CLI TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
              INVALID KEY
                 DISPLAY "Cliente nao encontrado!"
                 EXIT PARAGRAPH
           END-READ
           DISPLAY "Cliente: " CLI-NOME
           DISPLAY "E-mail : " CLI-EMAIL

           OPEN I-O NOTIF-OPCOES
           IF WS-FS-OPT NOT = "00"
              OPEN OUTPUT NOTIF-OPCOES
              CLOSE NOTIF-OPCOES
              OPEN I-O NOTIF-OPCOES
           END-IF
           IF WS-FS-OPT NOT = "00"
              DISPLAY "Erro ao abrir NOTIFOPT.DAT - status "
                 WS-FS-OPT
              EXIT PARAGRAPH
           END-IF

           MOVE WS-NPR-CLI TO OPT-CLI-COD
           READ NOTIF-OPCOES KEY IS OPT-CLI-COD
              INVALID KEY
                 MOVE "N" TO WS-NPR-EXISTE
                 MOVE "S" TO OPT-EMAIL OPT-SMS
              NOT INVALID KEY
                 MOVE "S" TO WS-NPR-EXISTE
           END-READ
           DISPLAY "Aceita avisos - e-mail: " OPT-EMAIL
              "  SMS: " OPT-SMS

           DISPLAY "Aceita aviso por e-mail (S/N): "
           ACCEPT WS-NPR-EMAIL
           DISPLAY "Aceita aviso por SMS (S/N): "
           ACCEPT WS-NPR-SMS
           IF (WS-NPR-EMAIL NOT = "S" AND WS-NPR-EMAIL NOT = "N")
              OR (WS-NPR-SMS NOT = "S" AND WS-NPR-SMS NOT = "N")
              DISPLAY "Resposta invalida - use S ou N!"
              CLOSE NOTIF-OPCOES
              EXIT PARAGRAPH
           END-IF
           IF WS-NPR-EMAIL = OPT-EMAIL AND WS-NPR-SMS = OPT-SMS
              DISPLAY "Nada alterado."
              CLOSE NOTIF-OPCOES
              EXIT PARAGRAPH
           END-IF

           MOVE WS-NPR-CLI TO CLI-COD
           MOVE "PREFERENC" TO HIST-OPERACAO
           IF WS-NPR-EMAIL NOT = OPT-EMAIL
              MOVE "AVISO-EMAIL" TO HIST-CAMPO
              MOVE OPT-EMAIL     TO HIST-VALOR-ANT
              MOVE WS-NPR-EMAIL  TO HIST-VALOR-NOVO
              PERFORM GRAVAR-LINHA-HISTORICO
           END-IF
           IF WS-NPR-SMS NOT = OPT-SMS
              MOVE "AVISO-SMS" TO HIST-CAMPO
              MOVE OPT-SMS     TO HIST-VALOR-ANT
              MOVE WS-NPR-SMS  TO HIST-VALOR-NOVO
              PERFORM GRAVAR-LINHA-HISTORICO
           END-IF

           MOVE WS-NPR-CLI      TO OPT-CLI-COD
           MOVE WS-NPR-EMAIL    TO OPT-EMAIL
           MOVE WS-NPR-SMS      TO OPT-SMS
           ACCEPT OPT-DATA FROM DATE YYYYMMDD
           MOVE WS-COD-OPERADOR TO OPT-USU-COD
           IF WS-NPR-EXISTE = "S"
              REWRITE REG-NOTIF-OPCAO
                 INVALID KEY
                    DISPLAY "Erro ao gravar as preferencias!"
              END-REWRITE
           ELSE
              WRITE REG-NOTIF-OPCAO
                 INVALID KEY
                    DISPLAY "Erro ao gravar as preferencias!"
              END-WRITE
           END-IF
           CLOSE NOTIF-OPCOES

           MOVE "NOTIF-OPTOUT" TO WS-AUD-ACAO
           MOVE WS-NPR-CLI     TO WS-AUD-CHAVE
           MOVE ZERO           TO WS-AUD-USU2
           PERFORM GRAVAR-AUDITORIA
           DISPLAY "Preferencias gravadas."
           .

       *> -------------------------
       *> MANTER ENDERECOS DO CLIENTE (cobranca e entrega; um
       *> cliente pode ter varios enderecos de entrega, e cada
                  ECL-CEP DELIMITED BY SIZE
                  INTO WS-END-LINHA
           END-STRING
           MOVE ECL-UF TO WS-END-UF
           .

       *> -------------------------
