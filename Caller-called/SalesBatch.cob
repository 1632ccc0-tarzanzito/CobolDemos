      *        : accepted and rejected lines.                          *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-22                                            *
      *VERSION : 1.10.0                                                *
      *NOTES   : Lines rejected by Called.cob itself (PART-CALL-CODE   *
      *        : NOT "00", E.G. ZERO SALES) land in the register too.  *
      *        : The VENDEDOR of each line is validated against the    *
      *        : (CREDMAINT) are refused with code "96" when the open  *
      *        : CONTAS.DAT balance plus the sale VALOR would exceed   *
      *        : the limit.                                            *
      *        : Clients linked to an economic group (GRUPOMEM.DAT,    *
      *        : GRUPOMAINT) are also refused, with code "94", when    *
      *        : the open CONTAS.DAT balance of every member of the    *
      *        : group plus the sale VALOR would exceed the group      *
      *        : limit in GRUPO.DAT. Returns are never refused on the  *
      *        : group limit.                                          *
      *        : Cycle control (VENDCTL.DAT): once any cycle has       *
      *        : settled, COMISSAO.TXT and VENDAS.REG only ever grow   *
      *        : (OPEN EXTEND) and COMISSUM.DAT is rebuilt from the    *
      *        : (GLINTF cut, PAYROLL final), clear VENDAS.TXT,        *
      *        : VENDCTL.DAT and COMISSAO.TXT together to start the    *
      *        : next period clean.                                    *
      *        : Under FATURAR each accepted return (TIPO "D") is also *
      *        : written to CONTAS.DAT as a credit note (CR-STATUS     *
      *        : "C", the client's next free CR-FATURA, no tax) and    *
      *        : logged to CREDITOS.TXT as a "D" line, so a client     *
      *        : whose invoice was already paid gets the money back    *
      *        : through CREDCLI instead of only the commission being  *
      *        : clawed back. The register counts notes against        *
      *        : accepted returns.                                     *
      *        : Each invoice posted under FATURAR draws its nota      *
      *        : fiscal through NFEMITE, from the series of the        *
      *        : client's FD-FILIAL in NFSERIE.DAT; the number goes on *
      *        : the register line and into the fiscal register        *
      *        : NOTAFIS.DAT. An invoice left without one (no series   *
      *        : for the branch) is named on the register and counted  *
      *        : against the invoices posted.                          *
      *        : Commission on collection: a salesperson whose         *
      *        : COMISMOD.TAB mode is "R" (ID;MODO, ID 00000 the       *
      *        : company default, no table = everyone "V", paid on the *
      *        : sale) earns a billed sale's commission only when the  *
      *        : invoice is paid. Under FATURAR the commission is      *
      *        : parked in COMPEND.DAT against the new CR-FATURA and   *
      *        : the result line carries code "01" (sale volume only - *
      *        : GLINTF skips it); COMLIBER releases it when BANCORET, *
      *        : CTASREC or EXCTAS settle the invoice. Released        *
      *        : commission is added to COMISSUM.DAT and stamped "E"   *
      *        : until PAYROLL's final run pays it. An "R" sale that   *
      *        : cannot wait on an invoice is paid on the sale and     *
      *        : named on the register. The rebuild now adds a         *
      *        : repeated salesperson's line to the right summary      *
      *        : entry.                                                *
      *        : Item lines (SalesEntry 1.1): a header line whose      *
      *        : sixth field NITENS is filled is followed by that many *
      *        : I;ITEM-ID;QTDE;PRECO lines. They are read with their  *
      *        : header, checked against PRODMAST.DAT (when present)   *
      *        : and the sale VALOR is recomputed from them, rounded   *
      *        : to whole units for the engine; a bad item refuses the *
      *        : whole sale with code "93". Every accepted itemized    *
      *        : sale lists its items on VENDAS.REG (a price off the   *
      *        : PRODMAST list price is flagged) and on the            *
      *        : VENDITEM.TXT item feed RELITEM reads, cleared with    *
      *        : COMISSAO.TXT; under FATURAR the invoice or credit     *
      *        : note carries the exact item total and its lines go to *
      *        : FATITEM.DAT. Header-only lines keep the typed VALOR.  *
      *        : Dated prices: each item line is checked against the   *
      *        : price in force on the sale date (PRECO.DAT through    *
      *        : PRECOVIG, PR-PRECO when no dated price applies yet),  *
      *        : which also goes to FATITEM.DAT as the list price.     *
      *        : Only a line sold below that price by more than the    *
      *        : PRECOTOL.TAB tolerance (hundredths of a percent       *
      *        : point, the IMPOSTO.TAB convention; no table = zero)   *
      *        : is flagged on VENDAS.REG and counted; a price above   *
      *        : the list is no longer flagged.                        *
      *        : Stock: the header line may carry a seventh field, the *
      *        : store (LOJA, 5 digits, SalesEntry 1.3). Every item of *
      *        : an accepted sale takes its quantity out of that       *
      *        : store's book stock through ESTPOSTA (ESTOQUE.DAT,     *
      *        : journalled on ESTMOV.LOG) and a return puts it back;  *
      *        : items of a line without a store move no stock and are *
      *        : counted on the register.                              *
      *        : Every accepted sale or return now also leaves a       *
      *        : fixed-position ACEITA: line on VENDAS.REG (tipo,      *
      *        : date, salesperson, client, exact value) - the dated   *
      *        : trace the monthly statistics run VENDEST totals from. *
      *        : Territories: with TERRIT.DAT (TERRMAINT) present, a   *
      *        : sale whose client's house account or city belongs to  *
      *        : another active salesperson follows TERRREGRA.TAB -    *
      *        : "D" pays the owner (the owner becomes the line's      *
      *        : earner), "Snnn" splits the commission (seller keeps   *
      *        : nnn pct, default 050; the owner's share is an extra   *
      *        : COMISSAO line with a zero sale value), "R" (the       *
      *        : default) holds the sale on TERRPEND.TXT for TERRDEC.  *
      *        : A supervisor's decision in an eighth header field     *
      *        : overrides the table. Every such sale is logged on     *
      *        : TERREXC.TXT for RELTERR.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SalesBatch".
           ACCESS MODE             DYNAMIC
           RECORD KEY              CL-CODIGO
           FILE STATUS             WS-CRED-STATUS.
      *ECONOMIC GROUPS MAINTAINED BY GRUPOMAINT - THE GROUP RECORD
      *CARRIES THE GROUP LIMIT, THE MEMBER FILE LINKS EACH CODIGO TO
      *ITS GROUP
           SELECT OPTIONAL GRUPO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              GR-ID
           FILE STATUS             WS-GRUPO-STATUS.
           SELECT OPTIONAL MEMBRO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              GM-CODIGO
           FILE STATUS             WS-MEMBRO-STATUS.
      *RECEIVABLES FILE MAINTAINED BY CTASREC - READ FOR THE CREDIT
      *CHECK, AND WRITTEN WHEN THE FATURAR RUN OPTION POSTS EACH
      *ACCEPTED SALE AS AN INVOICE
           SELECT OPTIONAL TAXA-FILE ASSIGN TO "IMPOSTO.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TAXA-STATUS.
      *CLIENT-CREDIT MOVEMENT FEED (CTASREC, BANCORET, CREDCLI) - A
      *BILLED RETURN BECOMES A CREDIT NOTE, LOGGED HERE AS A "D" LINE
           SELECT OPTIONAL CREDITO-FILE ASSIGN TO "CREDITOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CREDITO-STATUS.
      *COMMISSION MODE PER SALESPERSON - "V" PAID ON THE SALE (THE
      *OLD BEHAVIOUR, AND THE DEFAULT WITHOUT THE TABLE), "R" PAID
      *ONLY WHEN THE CLIENT PAYS THE INVOICE
           SELECT OPTIONAL MODO-FILE ASSIGN TO "COMISMOD.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MODO-STATUS.
      *BELOW-LIST TOLERANCE - SAME CONVENTION AS IMPOSTO.TAB (0500 =
      *5.00 PCT UNDER THE PRICE IN FORCE BEFORE A LINE IS FLAGGED)
           SELECT OPTIONAL TOLER-FILE ASSIGN TO "PRECOTOL.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TOLER-STATUS.
      *PENDING COMMISSION OF THE "R" SALESPEOPLE, ONE RECORD PER
      *INVOICE, RELEASED BY COMLIBER WHEN THE INVOICE IS PAID
           SELECT OPTIONAL PEND-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CP-CHAVE
           FILE STATUS             WS-PEND-STATUS.
      *PRODUCT REFERENCE FILE (PRODMAINT) - THE ITEM LINES OF A SALE
      *ARE CHECKED AGAINST IT AND PRICED AGAINST ITS LIST PRICE
           SELECT OPTIONAL PROD-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              PR-ITEM-ID
           FILE STATUS             WS-PROD-STATUS.
      *ITEM FEED - ONE LINE PER ITEM OF EVERY ACCEPTED SALE OR RETURN,
      *KEPT WITH COMISSAO.TXT UNDER THE SAME CYCLE RULES
           SELECT OPTIONAL ITEM-FILE ASSIGN TO "VENDITEM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ITEM-STATUS.
      *ITEM DETAIL OF EVERY INVOICE AND CREDIT NOTE POSTED UNDER
      *FATURAR, KEYED BY THE CONTAS.DAT KEY PLUS THE LINE NUMBER
           SELECT OPTIONAL FATITEM-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FI-CHAVE
           FILE STATUS             WS-FATITEM-STATUS.
      *SALES TERRITORIES (TERRMAINT) - THE OWNER OF THE CLIENT'S
      *HOUSE ACCOUNT OR CITY. NO FILE MEANS NO TERRITORY CONTROL
           SELECT OPTIONAL TERR-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              TE-CHAVE
           FILE STATUS             WS-TERR-STATUS.
      *OUT-OF-TERRITORY RULE - ONE LINE: "D" PAYS THE OWNER, "Snnn"
      *SPLITS THE COMMISSION (THE SELLER KEEPS nnn PCT), "R" HOLDS
      *THE SALE FOR A SUPERVISOR (THE DEFAULT WITHOUT THE TABLE)
           SELECT OPTIONAL TERRREGRA-FILE ASSIGN TO "TERRREGRA.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TREGRA-STATUS.
      *EVERY OUT-OF-TERRITORY SALE AND WHAT WAS DONE WITH IT, FOR
      *THE RELTERR EXCEPTIONS REPORT
           SELECT OPTIONAL TERREXC-FILE ASSIGN TO "TERREXC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TEXC-STATUS.
      *HELD SALES, HEADER AND ITEM LINES AS CAPTURED - TERRDEC PUTS
      *THEM BACK ON VENDAS.TXT WITH THE SUPERVISOR'S DECISION
           SELECT OPTIONAL TERRPEND-FILE ASSIGN TO "TERRPEND.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENDAS-FILE.
       01 VENDAS-LINE           PIC X(60).

       FD ARQCLI LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ARQCLI.DAT".
      *EXISTING ARQCLI.DAT NEEDS A ONE-TIME RELOAD AT CUTOVER
          02 FD-TELEFONE      PIC X(15).
          02 FD-EMAIL         PIC X(40).
      *TAXPAYER DOCUMENT - FD-TIPO-DOC "F" = CPF (11 DIGITS), "J" =
      *CNPJ (14 DIGITS); FD-CPF-CNPJ HOLDS THE DIGITS ONLY, LEFT-
      *JUSTIFIED. BLANK ON RECORDS WRITTEN BEFORE THE FIELDS
      *EXISTED. THE RECORD GREW BY 15 BYTES, SO AN
      *EXISTING ARQCLI.DAT NEEDS A ONE-TIME RELOAD AT CUTOVER
          02 FD-TIPO-DOC      PIC X(01).
             88 FD-DOC-CPF    VALUE "F".
             88 FD-DOC-CNPJ   VALUE "J".
          02 FD-CPF-CNPJ      PIC X(14).

      *ONE RESULT LINE PER ACCEPTED SALE:
      *VENDEDOR;CODIGO;VALOR;COMISSAO;CODE
          02 EM-SALARIO       PIC 9(05).
          02 EM-SITUACAO      PIC X(01).
             88 EM-TERMINATED VALUE "T".
      *DEPENDANTS FOR THE IRRF DEDUCTION
          02 EM-DEPENDENTES   PIC 9(02).
      *HIRE DATE (CCYYMMDD) - THE 13TH SALARY IS PRORATED FROM IT
          02 EM-ADMISSAO      PIC 9(08).
      *COST CENTER (CCUSTO.DAT) - PAYROLL TOTALS LABOR COST BY IT
          02 EM-CENTRO        PIC X(04).

       FD SUMMARY-FILE.
       01 SUMMARY-LINE          PIC X(40).
      *INVOICE CTASREC POSTS FOR THE CLIENT (000 = DUE ON ISSUE)
          02 CL-PRAZO-DIAS    PIC 9(03).

      *SAME LAYOUTS GRUPOMAINT (GrupoMaint.cob) MAINTAINS
       FD GRUPO-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "GRUPO.DAT".
       01 REG-GRUPO.
          02 GR-ID            PIC 9(04).
          02 GR-NOME          PIC X(30).
          02 GR-LIMITE        PIC 9(09)V99.

       FD MEMBRO-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "GRUPOMEM.DAT".
       01 REG-MEMBRO.
          02 GM-CODIGO        PIC 9(06).
          02 GM-GRUPO         PIC 9(04).

      *SAME LAYOUT CTASREC (ContasReceber.cob) MAINTAINS
       FD CONTAS-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CONTAS.DAT".
          02 CR-PAGO           PIC 9(07)V99.
          02 CR-STATUS         PIC X(01).
             88 CR-ABERTA      VALUE "A".
      *CREDIT NOTE - MONEY OWED TO THE CLIENT, NOT AN INVOICE
             88 CR-NOTA-CREDITO VALUE "C" "U".
          02 CR-DATA-PGTO      PIC 9(08).
          02 CR-PAGO-INTF      PIC 9(07)V99.
      *DUE DATE STAMPED AT POSTING FROM THE CLIENT'S PAYMENT TERMS
       FD TAXA-FILE.
       01 TAXA-LINE             PIC X(10).

       FD CREDITO-FILE.
       01 CREDITO-LINE          PIC X(60).

      *ONE LINE PER SALESPERSON: ID;MODO - ID 00000 SETS THE COMPANY
      *DEFAULT FOR EVERYONE NOT LISTED
       FD MODO-FILE.
       01 MODO-LINE             PIC X(20).

       FD TOLER-FILE.
       01 TOLER-LINE            PIC X(10).

      *SAME LAYOUT COMLIBER (ComLibera.cob) MAINTAINS
       FD PEND-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "COMPEND.DAT".
       01 REG-PEND.
          02 CP-CHAVE.
             03 CP-CODIGO      PIC 9(06).
             03 CP-FATURA      PIC 9(06).
          02 CP-VENDEDOR       PIC 9(05).
          02 CP-VALOR          PIC 9(07)V99.
          02 CP-COMISSAO       PIC 9(07)V99.
          02 CP-DATA-VENDA     PIC 9(08).
          02 CP-SITUACAO       PIC X(01).
             88 CP-PENDENTE    VALUE "P".
             88 CP-LIBERADA    VALUE "L".
             88 CP-ENVIADA     VALUE "E".
          02 CP-DATA-LIB       PIC 9(08).
          02 CP-PROG-LIB       PIC X(08).

      *SAME LAYOUT PRODMAINT (ProdMaint.cob) MAINTAINS
       FD PROD-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PRODMAST.DAT".
       01 REG-PROD.
          02 PR-ITEM-ID       PIC X(10).
          02 PR-DESCRICAO     PIC X(30).
          02 PR-PRECO         PIC 9(07)V99.

      *VENDEDOR;CODIGO;DATA;TIPO;ITEM-ID;QTDE;PRECO;TOTAL;FATURA -
      *PRECO AND TOTAL WITH 2 IMPLIED DECIMALS, FATURA ZERO WHEN THE
      *SALE WAS NOT BILLED
      *SAME LAYOUT TERRMAINT (TerrMaint.cob) MAINTAINS
       FD TERR-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "TERRIT.DAT".
       01 REG-TERR.
          02 TE-CHAVE.
             03 TE-TIPO       PIC X(01).
             03 TE-VALOR      PIC X(20).
          02 TE-VENDEDOR      PIC 9(05).
          02 TE-DESCRICAO     PIC X(30).
          02 TE-DATA-ALT      PIC 9(08).

       FD TERRREGRA-FILE.
       01 TERRREGRA-LINE        PIC X(10).

      *DATA;VENDEDOR;DONO;CODIGO;VALOR;TIPO;ACAO;ORIGEM;PCT - ACAO
      *"V" SELLER PAID IN FULL, "D" OWNER PAID, "S" SPLIT, "R" HELD;
      *ORIGEM "T" THE TABLE RULE, "S" A SUPERVISOR'S DECISION
       FD TERREXC-FILE.
       01 TERREXC-LINE          PIC X(60).

       FD TERRPEND-FILE.
       01 TERRPEND-LINE         PIC X(60).

       FD ITEM-FILE.
       01 ITEM-LINE             PIC X(80).

       FD FATITEM-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "FATITEM.DAT".
       01 REG-FATITEM.
          02 FI-CHAVE.
             03 FI-CODIGO      PIC 9(06).
             03 FI-FATURA      PIC 9(06).
             03 FI-SEQ         PIC 9(02).
          02 FI-ITEM-ID        PIC X(10).
          02 FI-QTDE           PIC 9(05).
          02 FI-PRECO          PIC 9(05)V99.
          02 FI-TOTAL          PIC 9(07)V99.
          02 FI-PRECO-LISTA    PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       01 WS-VENDAS-STATUS      PIC X(02) VALUE SPACES.
          88 WS-VENDAS-OK       VALUE "00".
       01 WS-CRED-ATIVO         PIC X     VALUE "N".
       01 WS-CONTAS-ATIVO       PIC X     VALUE "N".
       01 WS-CRED-REJ           PIC X     VALUE "N".
      *CODIGO WHOSE OPEN ITEMS SALDO-ABERTO-PARA SUMS
       01 WS-SALDO-CODIGO       PIC 9(06) VALUE ZERO.

      *GROUP CREDIT CHECK FIELDS - THE MEMBER FILE IS LOADED ONCE AT
      *OPEN; THE CHECK ONLY ARMS WHEN GRUPOMAINT HAS LINKED SOMEONE
       01 WS-GRUPO-STATUS       PIC X(02) VALUE SPACES.
       01 WS-MEMBRO-STATUS      PIC X(02) VALUE SPACES.
       01 WS-GRP-ATIVO          PIC X     VALUE "N".
       01 WS-GRP-REJ            PIC X     VALUE "N".
       01 WS-GRP-ID             PIC 9(04) VALUE ZERO.
       01 WS-GRP-SALDO          PIC 9(11)V99 VALUE ZERO.
       01 WS-GM-COUNT           PIC 9(04) VALUE ZERO.
       01 WS-GM-IDX             PIC 9(04) VALUE ZERO.
       01 WS-GM-TABLE.
          05 WS-GM-ENTRY OCCURS 2000 TIMES.
             10 WS-GM-CODIGO    PIC 9(06).
             10 WS-GM-GRUPO     PIC 9(04).

      *CLOSED-PERIOD CONTROL (PERIODCTL/PERMAINT) - THE LAST ANSWER
      *IS CACHED SINCE A CAPTURE FILE IS USUALLY ALL ONE DATE
       01 WS-PER-REJ            PIC X     VALUE "N".

      *FATURAR RUN OPTION - "FATURAR" ON THE COMMAND LINE POSTS EACH
      *ACCEPTED SALE AS A CONTAS.DAT INVOICE, SO NOBODY RE-TYPES IT
      *INTO CTASREC AND NOTHING GOES UNBILLED, AND EACH ACCEPTED
      *RETURN AS A CREDIT NOTE (CR-STATUS "C") THE CLIENT CAN HAVE
      *APPLIED OR REFUNDED THROUGH CREDCLI; WITHOUT THE OPTION THE
      *RUN STAYS COMMISSION-ONLY
       01 WS-PARM-LINE          PIC X(20) VALUE SPACES.
       01 WS-FATURAR            PIC X     VALUE "N".
       01 WS-TAXA-STATUS        PIC X(02) VALUE SPACES.
       01 WS-TAXA-INT           PIC 9(04) VALUE ZERO.
       01 WS-TAXA-PCT           PIC 9(02)V99 VALUE ZERO.
       01 WS-TOLER-STATUS       PIC X(02) VALUE SPACES.
       01 WS-TOLER-INT          PIC 9(04) VALUE ZERO.
       01 WS-TOLER-PCT          PIC 9(02)V99 VALUE ZERO.
       01 WS-PRECO-MIN          PIC 9(07)V9999 VALUE ZERO.
       01 WS-FATURADAS          PIC 9(05) VALUE ZERO.
       01 WS-VENDAS-OK-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-MAXFAT             PIC 9(06) VALUE ZERO.
       01 WS-NOVA-FATURA        PIC 9(06) VALUE ZERO.
       01 WS-GRAVOU             PIC X     VALUE "N".
       01 WS-PRAZO-DIAS         PIC S9(05) VALUE ZERO.
       01 WS-CREDITO-STATUS     PIC X(02) VALUE SPACES.
       01 WS-CREDITO-ATIVO      PIC X     VALUE "N".
       01 WS-NOTAS-CREDITO      PIC 9(05) VALUE ZERO.
       01 WS-NOTA-EDIT          PIC 9(07).99.
      *FIXED-POSITION "ACEITA:" LINE EVERY ACCEPTED SALE OR RETURN
      *LEAVES ON VENDAS.REG - THE ONLY DATED, VALUED TRACE OF AN
      *UNBILLED SALE, READ BY THE MONTHLY STATISTICS RUN (VENDEST)
       01 WS-EST-EDIT           PIC 9(07).99.

      *REQUEST/RESPONSE AREAS FOR THE SHARED PRECOVIG PRICE LOOKUP
       01 WS-PVG-PEDIDO.
          05 WS-PVG-FUNC        PIC X(01) VALUE SPACE.
          05 WS-PVG-ITEM-ID     PIC X(10) VALUE SPACES.
          05 WS-PVG-DATA        PIC 9(08) VALUE ZERO.
       01 WS-PVG-RESPOSTA.
          05 WS-PVG-RC          PIC X(02) VALUE SPACES.
          05 WS-PVG-PRECO       PIC 9(07)V99 VALUE ZERO.
          05 WS-PVG-DATA-VIG    PIC 9(08) VALUE ZERO.

      *STOCK LEDGER - EVERY ITEM OF AN ACCEPTED SALE OR RETURN MOVES
      *THE BOOK QUANTITY OF ITS STORE THROUGH ESTPOSTA
       01 WS-EPS-PEDIDO.
          05 WS-EPS-FUNC       PIC X(01) VALUE SPACE.
          05 WS-EPS-TIPO       PIC X(01) VALUE SPACE.
          05 WS-EPS-LOJA       PIC 9(05) VALUE ZERO.
          05 WS-EPS-ITEM-ID    PIC X(10) VALUE SPACES.
          05 WS-EPS-QTDE       PIC S9(07) VALUE ZERO.
          05 WS-EPS-DATA       PIC 9(08) VALUE ZERO.
          05 WS-EPS-DOCUMENTO  PIC X(15) VALUE SPACES.
          05 WS-EPS-PROGRAMA   PIC X(08) VALUE "SALESBAT".
          05 WS-EPS-OPERADOR   PIC X(08) VALUE "BATCH".
          05 WS-EPS-OPER-NOME  PIC X(30) VALUE SPACES.
       01 WS-EPS-RESPOSTA.
          05 WS-EPS-RC         PIC X(02) VALUE SPACES.
          05 WS-EPS-SALDO      PIC S9(07) VALUE ZERO.
          05 WS-EPS-AJUSTE     PIC S9(07) VALUE ZERO.
          05 WS-EPS-DATA-INV   PIC 9(08) VALUE ZERO.
       01 WS-EST-USADO          PIC X     VALUE "N".
       01 WS-EST-DATA           PIC 9(08) VALUE ZERO.
       01 WS-ITENS-ESTOQUE      PIC 9(07) VALUE ZERO.
       01 WS-ITENS-SEM-LOJA     PIC 9(07) VALUE ZERO.
       01 WS-ITENS-EST-ERRO     PIC 9(07) VALUE ZERO.

      *FISCAL NUMBERING - EVERY INVOICE POSTED UNDER FATURAR DRAWS
      *ITS NOTA FISCAL FROM THE CLIENT'S BRANCH SERIES (NFEMITE)
       01 WS-NF-EMITIDAS        PIC 9(05) VALUE ZERO.
       01 WS-NFE-PEDIDO.
          05 WS-NFE-FUNC        PIC X(01) VALUE SPACE.
          05 WS-NFE-PROGRAMA    PIC X(08) VALUE "SALESBAT".
          05 WS-NFE-OPERADOR    PIC X(08) VALUE "BATCH".
          05 WS-NFE-CODIGO      PIC 9(06) VALUE ZERO.
          05 WS-NFE-FATURA      PIC 9(06) VALUE ZERO.
          05 WS-NFE-PARCELAS    PIC 9(02) VALUE ZERO.
          05 WS-NFE-DATA        PIC 9(08) VALUE ZERO.
          05 WS-NFE-VALOR       PIC 9(09)V99 VALUE ZERO.
          05 WS-NFE-IMPOSTO     PIC 9(09)V99 VALUE ZERO.
       01 WS-NFE-RESPOSTA.
          05 WS-NFE-RC          PIC X(02) VALUE SPACES.
          05 WS-NFE-FILIAL      PIC 9(02) VALUE ZERO.
          05 WS-NFE-SERIE       PIC 9(03) VALUE ZERO.
          05 WS-NFE-NUMERO      PIC 9(09) VALUE ZERO.

      *CYCLE CONTROL STATE - VC-FLAG "C" MEANS THE CYCLE COMPLETED,
      *"D" MEANS A RUN IS IN FLIGHT OR DIED MID-WAY
          05 WS-RB-COMISSAO     PIC X(12) VALUE SPACES.
          05 WS-RB-CODE         PIC X(02) VALUE SPACES.
       01 WS-COMISSAO-EOF2      PIC X     VALUE "N".
      *COMMISSION-ON-COLLECTION FIELDS - A SALE OF AN "R" SALESPERSON
      *BILLED UNDER FATURAR IS PARKED IN COMPEND.DAT AND ITS RESULT
      *LINE CARRIES CODE "01" (VOLUME ONLY, NO COMMISSION) UNTIL THE
      *INVOICE IS PAID
       01 WS-MODO-STATUS        PIC X(02) VALUE SPACES.
       01 WS-PEND-STATUS        PIC X(02) VALUE SPACES.
       01 WS-PEND-ATIVO         PIC X     VALUE "N".
       01 WS-PEND-EOF           PIC X     VALUE "N".
       01 WS-MOD-PADRAO         PIC X     VALUE "V".
       01 WS-MOD-VEND           PIC X     VALUE "V".
       01 WS-DIFERIDA           PIC X     VALUE "N".
       01 WS-MOTIVO-VENDA       PIC X(30) VALUE SPACES.
       01 WS-PENDENTES          PIC 9(05) VALUE ZERO.
       01 WS-NAO-DIFERIDAS      PIC 9(05) VALUE ZERO.
       01 WS-LIBERADAS          PIC 9(05) VALUE ZERO.
       01 WS-LIB-VALOR          PIC 9(09)V99 VALUE ZERO.
       01 WS-LIB-EDIT           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MOD-IN.
          05 WS-MI-ID           PIC X(05) VALUE SPACES.
          05 WS-MI-MODO         PIC X(01) VALUE SPACES.
       01 WS-MOD-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-MOD-IDX            PIC 9(03) VALUE ZERO.
       01 WS-MOD-TABLE.
          05 WS-MOD-ENTRY OCCURS 200 TIMES.
             10 WS-MOD-ID       PIC 9(05).
             10 WS-MOD-MODO     PIC X(01).
      *ITEM LINES - READ WITH THEIR HEADER INTO WS-LI-VENDA, THEN
      *CARRIED IN THE BATCH BESIDE THE SALE THEY BELONG TO. A BAD
      *ITEM REFUSES THE WHOLE SALE WITH CODE "93"
       01 WS-PROD-STATUS        PIC X(02) VALUE SPACES.
       01 WS-PROD-ATIVO         PIC X     VALUE "N".
       01 WS-ITEM-STATUS        PIC X(02) VALUE SPACES.
       01 WS-FATITEM-STATUS     PIC X(02) VALUE SPACES.
       01 WS-FATITEM-ATIVO      PIC X     VALUE "N".
       01 WS-CAB-LINHA          PIC X(60) VALUE SPACES.
       01 WS-ITEM-REJ           PIC X(30) VALUE SPACES.
       01 WS-LI-FORA            PIC X(60) VALUE SPACES.
       01 WS-LI-ESPERADOS       PIC 9(02) VALUE ZERO.
       01 WS-LI-LIDOS           PIC 9(02) VALUE ZERO.
       01 WS-LI-CAMPOS.
          05 WS-LI-MARCA        PIC X(01) VALUE SPACES.
          05 WS-LI-ID           PIC X(10) VALUE SPACES.
          05 WS-LI-QTDE-TXT     PIC X(05) VALUE SPACES.
          05 WS-LI-PRECO-TXT    PIC X(07) VALUE SPACES.
          05 WS-LI-PRECO-NUM REDEFINES WS-LI-PRECO-TXT
                                PIC 9(05)V99.
       01 WS-LI-LINHA           PIC 9(09)V99 VALUE ZERO.
       01 WS-LI-VALOR           PIC 9(05) VALUE ZERO.
       01 WS-LI-VENDA.
          05 WS-LI-COUNT        PIC 9(02) VALUE ZERO.
          05 WS-LI-TOTAL        PIC 9(07)V99 VALUE ZERO.
          05 WS-LI-ITEM OCCURS 20 TIMES.
             10 WS-LI-IT-ID     PIC X(10).
             10 WS-LI-IT-QTDE   PIC 9(05).
             10 WS-LI-IT-PRECO  PIC 9(05)V99.
             10 WS-LI-IT-LISTA  PIC 9(07)V99.
       01 WS-K                  PIC 9(02) VALUE ZERO.
       01 WS-ITENS-VENDIDOS     PIC 9(07) VALUE ZERO.
       01 WS-ITENS-ABAIXO         PIC 9(07) VALUE ZERO.
       01 WS-ITENS-FATURA       PIC 9(07) VALUE ZERO.
       01 WS-IT-TOTAL           PIC 9(07)V99 VALUE ZERO.
       01 WS-IT-FATURA          PIC 9(06) VALUE ZERO.
       01 WS-IT-PRECO-EDIT      PIC ZZZZ9.99.
       01 WS-IT-TOTAL-EDIT      PIC ZZZZZZZZ9.99.
       01 WS-IT-LISTA-EDIT      PIC ZZZZZZ9.99.
       01 WS-CR-EOF             PIC X     VALUE "N".
       01 WS-SALDO-ABERTO       PIC 9(09)V99 VALUE ZERO.
       01 WS-VENDA-VALOR        PIC 9(09)V99 VALUE ZERO.
          05 WS-V-VALOR-TXT     PIC X(05) VALUE SPACES.
          05 WS-V-DATA          PIC X(08) VALUE SPACES.
          05 WS-V-TIPO          PIC X(01) VALUE "V".
          05 WS-V-NITENS-TXT    PIC X(02) VALUE SPACES.
          05 WS-V-LOJA          PIC X(05) VALUE SPACES.
      *    SUPERVISOR'S OUT-OF-TERRITORY DECISION, WRITTEN BY TERRDEC
      *    ON A RELEASED SALE - "V", "D" OR "S" OVERRIDES THE TABLE
          05 WS-V-DECISAO       PIC X(01) VALUE SPACES.

      *SAME BATCH TABLE SHAPE Caller.cob PASSES TO Called.cob - THE
      *VENDEDOR OF EACH LOADED LINE IS KEPT ASIDE SO THE RESULT CAN
          05 WS-BATCH-CODIGO OCCURS 50 TIMES PIC 9(06).
          05 WS-BATCH-TIPO OCCURS 50 TIMES PIC X(01).
          05 WS-BATCH-DATA OCCURS 50 TIMES PIC X(08).
          05 WS-BATCH-LOJA OCCURS 50 TIMES PIC X(05).
      *THE ITEM LINES OF EACH LOADED SALE AND THEIR EXACT TOTAL - THE
      *VALUE AN INVOICE IS POSTED FOR (THE ENGINE SEES IT ROUNDED)
       01 WS-BATCH-ITENS.
          05 WS-BI-VENDA OCCURS 50 TIMES.
             10 WS-BI-COUNT     PIC 9(02).
             10 WS-BI-TOTAL     PIC 9(07)V99.
             10 WS-BI-ITEM OCCURS 20 TIMES.
                15 WS-BI-ID     PIC X(10).
                15 WS-BI-QTDE   PIC 9(05).
                15 WS-BI-PRECO  PIC 9(05)V99.
                15 WS-BI-LISTA  PIC 9(07)V99.

       01 WS-I                  PIC 9(03) VALUE ZERO.

      *OUT-OF-TERRITORY CONTROL - THE RULE FROM TERRREGRA.TAB, THE
      *OWNER FOUND FOR THE LINE BEING LOADED AND WHAT IS DONE WITH
      *IT. THE OWNER, ACTION AND SELLER'S PERCENTAGE RIDE WITH EACH
      *LOADED LINE SO THE RESULT CAN BE SPLIT AND LOGGED ONCE THE
      *ENGINE HAS PRICED THE COMMISSION
       01 WS-TERR-STATUS        PIC X(02) VALUE SPACES.
       01 WS-TREGRA-STATUS      PIC X(02) VALUE SPACES.
       01 WS-TEXC-STATUS        PIC X(02) VALUE SPACES.
       01 WS-TPEND-STATUS       PIC X(02) VALUE SPACES.
       01 WS-TERR-ATIVO         PIC X     VALUE "N".
       01 WS-TER-REGRA          PIC X     VALUE "R".
       01 WS-TER-PCT-PADRAO     PIC 9(03) VALUE 050.
       01 WS-TER-DONO           PIC 9(05) VALUE ZERO.
       01 WS-TER-ACAO           PIC X     VALUE SPACE.
       01 WS-TER-ORIGEM         PIC X     VALUE SPACE.
       01 WS-TER-PCT            PIC 9(03) VALUE ZERO.
       01 WS-TER-TOTAL          PIC 9(07)V99 VALUE ZERO.
       01 WS-TER-PARTE-VEND     PIC 9(07)V99 VALUE ZERO.
       01 WS-TER-PARTE-DONO     PIC 9(07)V99 VALUE ZERO.
       01 WS-TER-EDIT           PIC ZZZZZ9.99.
       01 WS-TER-FORA           PIC 9(05) VALUE ZERO.
       01 WS-TER-RETIDAS        PIC 9(05) VALUE ZERO.
       01 WS-TER-DONO-PAGO      PIC 9(05) VALUE ZERO.
       01 WS-TER-DIVIDIDAS      PIC 9(05) VALUE ZERO.
       01 WS-BATCH-TERR.
          05 WS-BT-LINHA OCCURS 50 TIMES.
             10 WS-BT-VENDEDOR  PIC X(05).
             10 WS-BT-DONO      PIC 9(05).
             10 WS-BT-ACAO      PIC X(01).
             10 WS-BT-ORIGEM    PIC X(01).
             10 WS-BT-PCT       PIC 9(03).
       01 WS-TER-ID             PIC X(10) VALUE SPACES.
       01 WS-TER-EXC.
          05 WS-TX-DATA         PIC X(08) VALUE SPACES.
          05 WS-TX-VENDEDOR     PIC X(05) VALUE SPACES.
          05 WS-TX-DONO         PIC 9(05) VALUE ZERO.
          05 WS-TX-CODIGO       PIC X(06) VALUE SPACES.
          05 WS-TX-VALOR        PIC X(05) VALUE SPACES.
          05 WS-TX-TIPO         PIC X(01) VALUE SPACES.
          05 WS-TX-ACAO         PIC X(01) VALUE SPACES.
          05 WS-TX-ORIGEM       PIC X(01) VALUE SPACES.
          05 WS-TX-PCT          PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       A1000-MAIN.
           DISPLAY "SALESBATCH STARTED.".
           IF WS-ACUMULA = "S"
              OPEN EXTEND COMISSAO-FILE
              OPEN EXTEND REGISTER-FILE
              OPEN EXTEND ITEM-FILE
           ELSE
              OPEN OUTPUT COMISSAO-FILE
              OPEN OUTPUT REGISTER-FILE
              OPEN OUTPUT ITEM-FILE
           END-IF.
           MOVE SPACES TO REGISTER-LINE.
           IF WS-RETOMADA = "S"
           IF WS-CONTAS-STATUS = "00"
              MOVE "S" TO WS-CONTAS-ATIVO
           END-IF.
           IF WS-FATURAR = "S"
              OPEN EXTEND CREDITO-FILE
              IF WS-CREDITO-STATUS = "00" OR WS-CREDITO-STATUS = "05"
                 MOVE "S" TO WS-CREDITO-ATIVO
              ELSE
                 DISPLAY "CREDITOS.TXT OPEN FAILED: " WS-CREDITO-STATUS
                 DISPLAY "DEVOLUCOES NAO GERARAO NOTA DE CREDITO"
              END-IF
           END-IF.
           PERFORM CARREGA-GRUPOS-PARA THRU CARREGA-GRUPOS-EXIT-PARA.
           MOVE ZERO TO WS-TAXA-PCT.
           OPEN INPUT TAXA-FILE.
           IF WS-TAXA-STATUS = "00"
              END-READ
           END-IF.
           CLOSE TAXA-FILE.
           MOVE ZERO TO WS-TOLER-PCT.
           OPEN INPUT TOLER-FILE.
           IF WS-TOLER-STATUS = "00"
              READ TOLER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF TOLER-LINE(1:4) IS NUMERIC
                       MOVE TOLER-LINE(1:4) TO WS-TOLER-INT
                       COMPUTE WS-TOLER-PCT = WS-TOLER-INT / 100
                    END-IF
              END-READ
           END-IF.
           CLOSE TOLER-FILE.
           PERFORM CARREGA-MODOS-PARA THRU CARREGA-MODOS-EXIT-PARA.
           PERFORM CARREGA-TERRITORIO-PARA
              THRU CARREGA-TERRITORIO-EXIT-PARA.
      *    PENDING COMMISSION ONLY ARISES ON A BILLED SALE
           IF WS-FATURAR = "S"
              OPEN I-O PEND-FILE
              IF WS-PEND-STATUS = "00" OR WS-PEND-STATUS = "05"
                 MOVE "S" TO WS-PEND-ATIVO
              ELSE
                 DISPLAY "COMPEND.DAT OPEN FAILED: " WS-PEND-STATUS
                 DISPLAY "COMISSAO POR RECEBIMENTO SERA PAGA NA VENDA"
              END-IF
              OPEN I-O FATITEM-FILE
              IF WS-FATITEM-STATUS = "00" OR WS-FATITEM-STATUS = "05"
                 MOVE "S" TO WS-FATITEM-ATIVO
              ELSE
                 DISPLAY "FATITEM.DAT OPEN FAILED: " WS-FATITEM-STATUS
                 DISPLAY "FATURAS SEM DETALHE DE ITENS NESTA RODADA"
              END-IF
           END-IF.
           OPEN INPUT PROD-FILE.
           IF WS-PROD-STATUS = "00"
              MOVE "S" TO WS-PROD-ATIVO
           ELSE
              DISPLAY "PRODMAST.DAT NAO ENCONTRADO - ITENS NAO"
              DISPLAY "VALIDADOS NESTA RODADA"
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.

                    WS-V-VALOR-TXT
                    WS-V-DATA
                    WS-V-TIPO
                    WS-V-NITENS-TXT
                    WS-V-LOJA
                    WS-V-DECISAO
           END-UNSTRING.
      *    LINES CAPTURED BEFORE THE TYPE COLUMN EXISTED HAVE NO
      *    FIFTH FIELD AND ARE PLAIN SALES
           IF WS-V-TIPO NOT = "D"
              MOVE "V" TO WS-V-TIPO
           END-IF.
      *    THE ITEM LINES ARE TAKEN OFF THE FILE BEFORE ANY CHECK CAN
      *    REFUSE THE SALE - THEY MUST NEVER BE READ AS SALES
           PERFORM LE-ITENS-PARA THRU LE-ITENS-EXIT-PARA.
           IF WS-ITEM-REJ NOT = SPACES
              PERFORM REJECT-ITEM-PARA THRU REJECT-ITEM-EXIT-PARA
              GO TO LOAD-LINE-EXIT-PARA
           END-IF.
           IF WS-V-CODIGO-TXT IS NOT NUMERIC
              PERFORM REJECT-PARA THRU REJECT-EXIT-PARA
              GO TO LOAD-LINE-EXIT-PARA
                 THRU REJECT-CREDITO-EXIT-PARA
              GO TO LOAD-LINE-EXIT-PARA
           END-IF.
           PERFORM VALIDA-GRUPO-PARA THRU VALIDA-GRUPO-EXIT-PARA.
           IF WS-GRP-REJ = "S"
              PERFORM REJECT-GRUPO-PARA
                 THRU REJECT-GRUPO-EXIT-PARA
              GO TO LOAD-LINE-EXIT-PARA
           END-IF.
           PERFORM VALIDA-PERIODO-PARA THRU VALIDA-PERIODO-EXIT-PARA.
           IF WS-PER-REJ = "S"
              PERFORM REJECT-PERIODO-PARA
                 THRU REJECT-PERIODO-EXIT-PARA
              GO TO LOAD-LINE-EXIT-PARA
           END-IF.
           PERFORM TERRITORIO-PARA THRU TERRITORIO-EXIT-PARA.
           IF WS-TER-ACAO = "R"
              PERFORM RETEM-TERRITORIO-PARA
                 THRU RETEM-TERRITORIO-EXIT-PARA
              GO TO LOAD-LINE-EXIT-PARA
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE WS-V-VENDEDOR TO WS-STUDENT-ID(WS-BATCH-COUNT).
           MOVE WS-V-VALOR-TXT TO WS-SALES(WS-BATCH-COUNT).
           MOVE WS-V-CODIGO-TXT TO WS-BATCH-CODIGO(WS-BATCH-COUNT).
           MOVE WS-V-TIPO TO WS-BATCH-TIPO(WS-BATCH-COUNT).
           MOVE WS-V-DATA TO WS-BATCH-DATA(WS-BATCH-COUNT).
           MOVE WS-V-LOJA TO WS-BATCH-LOJA(WS-BATCH-COUNT).
           MOVE WS-V-VENDEDOR(1:5) TO WS-BT-VENDEDOR(WS-BATCH-COUNT).
           MOVE WS-TER-DONO TO WS-BT-DONO(WS-BATCH-COUNT).
           MOVE WS-TER-ACAO TO WS-BT-ACAO(WS-BATCH-COUNT).
           MOVE WS-TER-ORIGEM TO WS-BT-ORIGEM(WS-BATCH-COUNT).
           MOVE WS-TER-PCT TO WS-BT-PCT(WS-BATCH-COUNT).
      *    PAYING THE OWNER MAKES THE OWNER THE LINE'S EARNER - THE
      *    ENGINE PRICES THE COMMISSION AT THE OWNER'S OWN GRADE
           IF WS-TER-ACAO = "D"
              MOVE SPACES TO WS-STUDENT-ID(WS-BATCH-COUNT)
              MOVE WS-TER-DONO TO WS-STUDENT-ID(WS-BATCH-COUNT)(1:5)
           END-IF.
      *    A HEADER-ONLY LINE IS BILLED FOR ITS TYPED VALOR
           IF WS-LI-COUNT = ZERO
              MOVE WS-V-VALOR-TXT TO WS-LI-VALOR
              MOVE WS-LI-VALOR TO WS-LI-TOTAL
           END-IF.
           MOVE WS-LI-VENDA TO WS-BI-VENDA(WS-BATCH-COUNT).
           IF WS-BATCH-COUNT = 50
              PERFORM CALL-ENGINE-PARA THRU CALL-ENGINE-EXIT-PARA
           END-IF.
                               BY REFERENCE WS-PARAMETERS-OUT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BATCH-COUNT
      *        A SALE IS BILLED BEFORE ITS RESULT LINE IS WRITTEN -
      *        THE LINE OF AN "R" SALESPERSON'S BILLED SALE CARRIES
      *        THE PENDING CODE INSTEAD OF "00"
               MOVE "N" TO WS-DIFERIDA
               MOVE "N" TO WS-GRAVOU
      *        A SPLIT SALE LEAVES ONLY THE SELLER'S SHARE IN THE
      *        RETURN VALUE BEFORE ANYTHING IS PAID OR PARKED
               IF WS-RETURN-CODE-OK(WS-I)
                  AND WS-BT-ACAO(WS-I) = "S"
                  PERFORM DIVIDE-COMISSAO-PARA
                     THRU DIVIDE-COMISSAO-EXIT-PARA
               END-IF
               IF WS-RETURN-CODE-OK(WS-I)
                  AND WS-BATCH-TIPO(WS-I) NOT = "D"
                  IF WS-FATURAR = "S"
                     PERFORM FATURA-VENDA-PARA
                        THRU FATURA-VENDA-EXIT-PARA
                  END-IF
                  PERFORM BUSCA-MODO-PARA THRU BUSCA-MODO-EXIT-PARA
                  IF WS-MOD-VEND = "R"
                     PERFORM PENDENTE-PARA THRU PENDENTE-EXIT-PARA
                  END-IF
               END-IF
               MOVE SPACES TO COMISSAO-LINE
      *        A RETURN CARRIES ITS COMMISSION NEGATED IN THE
      *        RESULT FILE, SO GLINTF AND THE SUMMARY CLAW IT BACK
                         INTO COMISSAO-LINE
                  END-STRING
               ELSE
                  IF WS-DIFERIDA = "S"
                     STRING WS-STUDENT-ID(WS-I) DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            WS-BATCH-CODIGO(WS-I) DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            WS-SALES(WS-I) DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            WS-RETURN-VALUE(WS-I) DELIMITED BY SIZE
                            ";01" DELIMITED BY SIZE
                            INTO COMISSAO-LINE
                     END-STRING
                  ELSE
                     STRING WS-STUDENT-ID(WS-I) DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            WS-BATCH-CODIGO(WS-I) DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            WS-SALES(WS-I) DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            WS-RETURN-VALUE(WS-I) DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            WS-RETURN-CODE(WS-I) DELIMITED BY SIZE
                            INTO COMISSAO-LINE
                     END-STRING
                  END-IF
               END-IF
               WRITE COMISSAO-LINE
               IF WS-RETURN-CODE-OK(WS-I)
                  ADD 1 TO WS-ACCEPT-COUNT
                  PERFORM GRAVA-ACEITA-PARA
                     THRU GRAVA-ACEITA-EXIT-PARA
                  IF WS-BATCH-TIPO(WS-I) NOT = "D"
                     ADD 1 TO WS-VENDAS-OK-COUNT
                  END-IF
                  IF WS-BATCH-TIPO(WS-I) = "D"
                     ADD 1 TO WS-DEVOL-COUNT
                            INTO REGISTER-LINE
                     END-STRING
                     WRITE REGISTER-LINE
                     IF WS-FATURAR = "S"
                        PERFORM NOTA-DEVOLUCAO-PARA
                           THRU NOTA-DEVOLUCAO-EXIT-PARA
                     END-IF
                  END-IF
                  IF WS-BI-COUNT(WS-I) > ZERO
                     PERFORM GRAVA-ITENS-PARA THRU GRAVA-ITENS-EXIT-PARA
                  END-IF
                  PERFORM SUM-COMMISSION-PARA
                     THRU SUM-COMMISSION-EXIT-PARA
                  IF WS-BT-ACAO(WS-I) NOT = SPACE
                     PERFORM GRAVA-TERRITORIO-PARA
                        THRU GRAVA-TERRITORIO-EXIT-PARA
                  END-IF
               ELSE
                  ADD 1 TO WS-REJECT-COUNT
                  MOVE SPACES TO REGISTER-LINE
       VALIDA-VENDEDOR-EXIT-PARA.
           EXIT.

      *TERRITORY FILE AND OUT-OF-TERRITORY RULE - WITHOUT TERRIT.DAT
      *NO SALE IS EVER OUT OF TERRITORY. A RULE LINE THAT CANNOT BE
      *READ LEAVES THE SAFE DEFAULT, HOLDING THE SALE
       CARREGA-TERRITORIO-PARA.
           OPEN INPUT TERR-FILE.
           IF WS-TERR-STATUS NOT = "00"
              CLOSE TERR-FILE
              GO TO CARREGA-TERRITORIO-EXIT-PARA
           END-IF.
           MOVE "S" TO WS-TERR-ATIVO.
           OPEN INPUT TERRREGRA-FILE.
           IF WS-TREGRA-STATUS = "00"
              READ TERRREGRA-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    EVALUATE TERRREGRA-LINE(1:1)
                       WHEN "D"
                       WHEN "R"
                          MOVE TERRREGRA-LINE(1:1) TO WS-TER-REGRA
                       WHEN "S"
                          MOVE "S" TO WS-TER-REGRA
                          IF TERRREGRA-LINE(2:3) IS NUMERIC
                             AND TERRREGRA-LINE(2:3) <= "100"
                             MOVE TERRREGRA-LINE(2:3)
                               TO WS-TER-PCT-PADRAO
                          END-IF
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-IF.
           CLOSE TERRREGRA-FILE.
           OPEN EXTEND TERREXC-FILE.
           IF WS-TEXC-STATUS NOT = "00" AND WS-TEXC-STATUS NOT = "05"
              DISPLAY "TERREXC.TXT OPEN FAILED: " WS-TEXC-STATUS
           END-IF.
           OPEN EXTEND TERRPEND-FILE.
           IF WS-TPEND-STATUS NOT = "00" AND WS-TPEND-STATUS NOT = "05"
              DISPLAY "TERRPEND.TXT OPEN FAILED: " WS-TPEND-STATUS
           END-IF.
           DISPLAY "REGRA FORA DO TERRITORIO: " WS-TER-REGRA
                   " (VENDEDOR FICA COM " WS-TER-PCT-PADRAO " PCT NA"
                   " DIVISAO)".
       CARREGA-TERRITORIO-EXIT-PARA.
           EXIT.

      *OWNER OF THE CLIENT'S TERRITORY - THE HOUSE ACCOUNT FIRST,
      *THEN THE CLIENT'S CITY (REG-ARQCLI IS STILL THE LINE'S
      *CLIENT). A SALE BY THE OWNER, OR WHERE THE OWNER IS UNKNOWN
      *OR TERMINATED, IS NOT AN EXCEPTION. OTHERWISE THE ACTION IS
      *THE SUPERVISOR'S DECISION CARRIED ON THE LINE, ELSE THE RULE
       TERRITORIO-PARA.
           MOVE SPACE TO WS-TER-ACAO.
           MOVE SPACE TO WS-TER-ORIGEM.
           MOVE ZERO TO WS-TER-DONO.
           MOVE ZERO TO WS-TER-PCT.
           IF WS-TERR-ATIVO NOT = "S"
              GO TO TERRITORIO-EXIT-PARA
           END-IF.
           MOVE "C" TO TE-TIPO.
           MOVE SPACES TO TE-VALOR.
           MOVE FD-CODIGO TO TE-VALOR(1:6).
           READ TERR-FILE KEY IS TE-CHAVE
              INVALID KEY
                 IF FD-CIDADE NOT = SPACES
                    MOVE "M" TO TE-TIPO
                    MOVE FUNCTION UPPER-CASE(FD-CIDADE) TO TE-VALOR
                    READ TERR-FILE KEY IS TE-CHAVE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE TE-VENDEDOR TO WS-TER-DONO
                    END-READ
                 END-IF
              NOT INVALID KEY
                 MOVE TE-VENDEDOR TO WS-TER-DONO
           END-READ.
           IF WS-TER-DONO = ZERO
              GO TO TERRITORIO-EXIT-PARA
           END-IF.
           IF WS-V-VENDEDOR(1:5) = WS-TER-DONO
              MOVE ZERO TO WS-TER-DONO
              GO TO TERRITORIO-EXIT-PARA
           END-IF.
           IF WS-EMP-ATIVO = "S"
              MOVE WS-TER-DONO TO EM-ID
              READ EMP-MASTER KEY IS EM-ID
                 INVALID KEY
                    MOVE ZERO TO WS-TER-DONO
                 NOT INVALID KEY
                    IF EM-TERMINATED
                       MOVE ZERO TO WS-TER-DONO
                    END-IF
              END-READ
           END-IF.
           IF WS-TER-DONO = ZERO
              GO TO TERRITORIO-EXIT-PARA
           END-IF.
           ADD 1 TO WS-TER-FORA.
           IF WS-V-DECISAO = "V" OR WS-V-DECISAO = "D"
              OR WS-V-DECISAO = "S"
              MOVE WS-V-DECISAO TO WS-TER-ACAO
              MOVE "S" TO WS-TER-ORIGEM
           ELSE
              MOVE WS-TER-REGRA TO WS-TER-ACAO
              MOVE "T" TO WS-TER-ORIGEM
           END-IF.
      *    WS-TER-PCT IS ALWAYS THE SELLER'S SHARE OF THE COMMISSION
           EVALUATE WS-TER-ACAO
              WHEN "V"
                 MOVE 100 TO WS-TER-PCT
              WHEN "S"
                 MOVE WS-TER-PCT-PADRAO TO WS-TER-PCT
              WHEN OTHER
                 MOVE ZERO TO WS-TER-PCT
           END-EVALUATE.
       TERRITORIO-EXIT-PARA.
           EXIT.

      *HOLDS ONE SALE FOR A SUPERVISOR - THE HEADER AS CAPTURED AND
      *ITS ITEM LINES GO TO TERRPEND.TXT; NOTHING IS PAID, BILLED OR
      *MOVED UNTIL TERRDEC RELEASES IT BACK ONTO VENDAS.TXT
       RETEM-TERRITORIO-PARA.
           ADD 1 TO WS-TER-RETIDAS.
           MOVE VENDAS-LINE TO TERRPEND-LINE.
           WRITE TERRPEND-LINE.
           PERFORM RETEM-ITEM-PARA THRU RETEM-ITEM-EXIT-PARA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-LI-COUNT.
           MOVE WS-V-DATA TO WS-TX-DATA.
           MOVE WS-V-VENDEDOR(1:5) TO WS-TX-VENDEDOR.
           MOVE WS-TER-DONO TO WS-TX-DONO.
           MOVE WS-V-CODIGO-TXT TO WS-TX-CODIGO.
           MOVE WS-V-VALOR-TXT TO WS-TX-VALOR.
           MOVE WS-V-TIPO TO WS-TX-TIPO.
           MOVE WS-TER-ACAO TO WS-TX-ACAO.
           MOVE WS-TER-ORIGEM TO WS-TX-ORIGEM.
           MOVE WS-TER-PCT TO WS-TX-PCT.
           PERFORM LOGA-TERRITORIO-PARA THRU LOGA-TERRITORIO-EXIT-PARA.
           MOVE SPACES TO REGISTER-LINE.
           STRING "RETIDA - TERRITORIO DO " DELIMITED BY SIZE
                  WS-TER-DONO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  VENDAS-LINE DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.
       RETEM-TERRITORIO-EXIT-PARA.
           EXIT.

      *SAME I;ITEM-ID;QTDE;PRECO LINE SalesEntry WRITES
       RETEM-ITEM-PARA.
           MOVE SPACES TO TERRPEND-LINE.
           STRING "I;" DELIMITED BY SIZE
                  WS-LI-IT-ID(WS-K) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-LI-IT-QTDE(WS-K) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-LI-IT-PRECO(WS-K) DELIMITED BY SIZE
                  INTO TERRPEND-LINE
           END-STRING.
           WRITE TERRPEND-LINE.
       RETEM-ITEM-EXIT-PARA.
           EXIT.

      *ONE TERREXC.TXT LINE FROM WS-TER-EXC
       LOGA-TERRITORIO-PARA.
           MOVE SPACES TO TERREXC-LINE.
           STRING WS-TX-DATA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TX-VENDEDOR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TX-DONO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TX-CODIGO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TX-VALOR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TX-TIPO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TX-ACAO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TX-ORIGEM DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TX-PCT DELIMITED BY SIZE
                  INTO TERREXC-LINE
           END-STRING.
           WRITE TERREXC-LINE.
       LOGA-TERRITORIO-EXIT-PARA.
           EXIT.

      *SELLER'S SHARE OF A SPLIT COMMISSION - ROUNDED, THE OWNER
      *TAKES THE REST SO THE TWO ALWAYS ADD UP TO THE ENGINE'S FIGURE
       DIVIDE-COMISSAO-PARA.
           COMPUTE WS-TER-TOTAL =
               FUNCTION NUMVAL(WS-RETURN-VALUE(WS-I)).
           COMPUTE WS-TER-PARTE-VEND ROUNDED =
               WS-TER-TOTAL * WS-BT-PCT(WS-I) / 100.
           COMPUTE WS-TER-PARTE-DONO =
               WS-TER-TOTAL - WS-TER-PARTE-VEND.
           MOVE WS-TER-PARTE-VEND TO WS-TER-EDIT.
           MOVE WS-TER-EDIT TO WS-RETURN-VALUE(WS-I).
       DIVIDE-COMISSAO-EXIT-PARA.
           EXIT.

      *AN ACCEPTED OUT-OF-TERRITORY SALE - LOGGED FOR RELTERR AND
      *SHOWN ON THE REGISTER; A SPLIT ALSO PAYS THE OWNER'S SHARE
       GRAVA-TERRITORIO-PARA.
           MOVE WS-BATCH-DATA(WS-I) TO WS-TX-DATA.
           MOVE WS-BT-VENDEDOR(WS-I) TO WS-TX-VENDEDOR.
           MOVE WS-BT-DONO(WS-I) TO WS-TX-DONO.
           MOVE WS-BATCH-CODIGO(WS-I) TO WS-TX-CODIGO.
           MOVE WS-SALES(WS-I) TO WS-TX-VALOR.
           MOVE WS-BATCH-TIPO(WS-I) TO WS-TX-TIPO.
           MOVE WS-BT-ACAO(WS-I) TO WS-TX-ACAO.
           MOVE WS-BT-ORIGEM(WS-I) TO WS-TX-ORIGEM.
           MOVE WS-BT-PCT(WS-I) TO WS-TX-PCT.
           PERFORM LOGA-TERRITORIO-PARA THRU LOGA-TERRITORIO-EXIT-PARA.
           MOVE SPACES TO REGISTER-LINE.
           EVALUATE WS-BT-ACAO(WS-I)
              WHEN "D"
                 ADD 1 TO WS-TER-DONO-PAGO
                 STRING "  FORA DO TERRITORIO: COMISSAO PAGA AO DONO "
                        DELIMITED BY SIZE
                        WS-BT-DONO(WS-I) DELIMITED BY SIZE
                        " (VENDEDOR " DELIMITED BY SIZE
                        WS-BT-VENDEDOR(WS-I) DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO REGISTER-LINE
                 END-STRING
                 WRITE REGISTER-LINE
              WHEN "S"
                 ADD 1 TO WS-TER-DIVIDIDAS
                 PERFORM GRAVA-PARTE-DONO-PARA
                    THRU GRAVA-PARTE-DONO-EXIT-PARA
              WHEN OTHER
                 STRING "  FORA DO TERRITORIO DO " DELIMITED BY SIZE
                        WS-BT-DONO(WS-I) DELIMITED BY SIZE
                        ": COMISSAO MANTIDA COM O VENDEDOR"
                        DELIMITED BY SIZE
                        INTO REGISTER-LINE
                 END-STRING
                 WRITE REGISTER-LINE
           END-EVALUATE.
       GRAVA-TERRITORIO-EXIT-PARA.
           EXIT.

      *THE OWNER'S SHARE OF A SPLIT IS ITS OWN RESULT LINE, WITH A
      *ZERO SALE VALUE SO THE VOLUME IS NOT COUNTED TWICE, NEGATED ON
      *A RETURN LIKE THE SELLER'S. IT IS PAID ON THE SALE EVEN WHEN
      *THE SELLER'S SHARE WAITS FOR COLLECTION - COMPEND.DAT HOLDS
      *ONE SALESPERSON PER INVOICE
       GRAVA-PARTE-DONO-PARA.
           MOVE WS-TER-PARTE-DONO TO WS-TER-EDIT.
           MOVE SPACES TO WS-TER-ID.
           MOVE WS-BT-DONO(WS-I) TO WS-TER-ID(1:5).
           MOVE SPACES TO COMISSAO-LINE.
           IF WS-BATCH-TIPO(WS-I) = "D"
              STRING WS-TER-ID DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     WS-BATCH-CODIGO(WS-I) DELIMITED BY SIZE
                     ";00000;-" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TER-EDIT) DELIMITED BY SIZE
                     ";00" DELIMITED BY SIZE
                     INTO COMISSAO-LINE
              END-STRING
           ELSE
              STRING WS-TER-ID DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     WS-BATCH-CODIGO(WS-I) DELIMITED BY SIZE
                     ";00000;" DELIMITED BY SIZE
                     WS-TER-EDIT DELIMITED BY SIZE
                     ";00" DELIMITED BY SIZE
                     INTO COMISSAO-LINE
              END-STRING
           END-IF.
           WRITE COMISSAO-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  FORA DO TERRITORIO: PARTE DO DONO "
                  DELIMITED BY SIZE
                  WS-BT-DONO(WS-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TER-EDIT DELIMITED BY SIZE
                  " (VENDEDOR FICA COM " DELIMITED BY SIZE
                  WS-BT-PCT(WS-I) DELIMITED BY SIZE
                  " PCT)" DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.
           IF WS-EMP-ATIVO NOT = "S"
              GO TO GRAVA-PARTE-DONO-EXIT-PARA
           END-IF.
           MOVE WS-TER-PARTE-DONO TO WS-COMM-VALOR.
           IF WS-BATCH-TIPO(WS-I) = "D"
              COMPUTE WS-COMM-VALOR = ZERO - WS-COMM-VALOR
           END-IF.
           MOVE "N" TO WS-SUM-FOUND.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SUM-COUNT OR WS-SUM-FOUND = "S"
               IF WS-SUM-ID(WS-S) = WS-BT-DONO(WS-I)
                  ADD WS-COMM-VALOR TO WS-SUM-VALOR(WS-S)
                  MOVE "S" TO WS-SUM-FOUND
               END-IF
           END-PERFORM.
           IF WS-SUM-FOUND = "N" AND WS-SUM-COUNT < 200
              ADD 1 TO WS-SUM-COUNT
              MOVE WS-BT-DONO(WS-I) TO WS-SUM-ID(WS-SUM-COUNT)
              MOVE WS-COMM-VALOR TO WS-SUM-VALOR(WS-SUM-COUNT)
              MOVE ZERO TO WS-SUM-VENDAS(WS-SUM-COUNT)
           END-IF.
       GRAVA-PARTE-DONO-EXIT-PARA.
           EXIT.

      *POSTS ONE ACCEPTED SALE AS A CONTAS.DAT INVOICE - THE NEXT
      *FREE CR-FATURA FOR THE CLIENT, THE SALE VALUE AND DATE, THE
      *DUE DATE FROM THE CLIENT'S TERMS AND THE TAX AT THE CURRENT
           PERFORM UNTIL WS-GRAVOU = "S" OR WS-NOVA-FATURA = ZERO
               MOVE WS-NOVA-FATURA TO CR-FATURA
               MOVE WS-BATCH-DATA(WS-I) TO CR-DATA
               MOVE WS-BI-TOTAL(WS-I) TO CR-VALOR
               MOVE ZERO TO CR-PAGO
               MOVE "A" TO CR-STATUS
               MOVE ZERO TO CR-DATA-PGTO
                     INTO REGISTER-LINE
              END-STRING
              WRITE REGISTER-LINE
              PERFORM NOTA-FISCAL-PARA THRU NOTA-FISCAL-EXIT-PARA
           ELSE
              MOVE SPACES TO REGISTER-LINE
              STRING "FATURAMENTO FALHOU: CLIENTE " DELIMITED BY SIZE
       FATURA-VENDA-EXIT-PARA.
           EXIT.

      *COMMISSION ON COLLECTION - THE SALE JUST BILLED (REG-CONTA
      *STILL HOLDS THE INVOICE) PARKS ITS COMMISSION IN COMPEND.DAT
      *UNTIL THE CLIENT PAYS. WITHOUT AN INVOICE TO WAIT ON (NO
      *FATURAR, BILLING FAILED) OR WITHOUT THE FILE THE COMMISSION
      *IS PAID ON THE SALE AS BEFORE, AND THE REGISTER SAYS SO
       PENDENTE-PARA.
           MOVE SPACES TO WS-MOTIVO-VENDA.
           IF WS-FATURAR NOT = "S"
              MOVE "SEM FATURAR" TO WS-MOTIVO-VENDA
           ELSE
              IF WS-GRAVOU NOT = "S"
                 MOVE "VENDA NAO FATURADA" TO WS-MOTIVO-VENDA
              ELSE
                 IF WS-PEND-ATIVO NOT = "S"
                    MOVE "COMPEND.DAT INDISPONIVEL" TO WS-MOTIVO-VENDA
                 END-IF
              END-IF
           END-IF.
           IF WS-MOTIVO-VENDA NOT = SPACES
              GO TO PENDENTE-VENDA-PARA
           END-IF.
           MOVE CR-CODIGO TO CP-CODIGO.
           MOVE CR-FATURA TO CP-FATURA.
           MOVE WS-STUDENT-ID(WS-I)(1:5) TO CP-VENDEDOR.
           MOVE CR-VALOR TO CP-VALOR.
           COMPUTE CP-COMISSAO =
               FUNCTION NUMVAL(WS-RETURN-VALUE(WS-I)).
           MOVE CR-DATA TO CP-DATA-VENDA.
           MOVE "P" TO CP-SITUACAO.
           MOVE ZERO TO CP-DATA-LIB.
           MOVE SPACES TO CP-PROG-LIB.
           WRITE REG-PEND
              INVALID KEY
                 MOVE "COMPEND.DAT JA TEM A FATURA" TO WS-MOTIVO-VENDA
                 GO TO PENDENTE-VENDA-PARA
           END-WRITE.
           MOVE "S" TO WS-DIFERIDA.
           ADD 1 TO WS-PENDENTES.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  COMISSAO PENDENTE ATE O RECEBIMENTO: VENDEDOR "
                  DELIMITED BY SIZE
                  CP-VENDEDOR DELIMITED BY SIZE
                  " FATURA " DELIMITED BY SIZE
                  CP-FATURA DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.
           GO TO PENDENTE-EXIT-PARA.
       PENDENTE-VENDA-PARA.
           ADD 1 TO WS-NAO-DIFERIDAS.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  COMISSAO PAGA NA VENDA (" DELIMITED BY SIZE
                  WS-MOTIVO-VENDA DELIMITED BY "  "
                  "): VENDEDOR " DELIMITED BY SIZE
                  WS-STUDENT-ID(WS-I) DELIMITED BY SPACE
                  " CLIENTE " DELIMITED BY SIZE
                  WS-BATCH-CODIGO(WS-I) DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.
       PENDENTE-EXIT-PARA.
           EXIT.

      *THE MODE OF THE LINE'S SALESPERSON - THEIR OWN COMISMOD.TAB
      *LINE, ELSE THE COMPANY DEFAULT
       BUSCA-MODO-PARA.
           MOVE WS-MOD-PADRAO TO WS-MOD-VEND.
           IF WS-STUDENT-ID(WS-I)(1:5) IS NOT NUMERIC
              MOVE "V" TO WS-MOD-VEND
              GO TO BUSCA-MODO-EXIT-PARA
           END-IF.
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
                   UNTIL WS-MOD-IDX > WS-MOD-COUNT
               IF WS-MOD-ID(WS-MOD-IDX) = WS-STUDENT-ID(WS-I)(1:5)
                  MOVE WS-MOD-MODO(WS-MOD-IDX) TO WS-MOD-VEND
               END-IF
           END-PERFORM.
       BUSCA-MODO-EXIT-PARA.
           EXIT.

      *LOADS COMISMOD.TAB INTO CORE - NO TABLE MEANS EVERYONE IS PAID
      *ON THE SALE. A MODE OTHER THAN "R" IS TAKEN AS "V"
       CARREGA-MODOS-PARA.
           OPEN INPUT MODO-FILE.
           IF WS-MODO-STATUS NOT = "00"
              GO TO CARREGA-MODOS-EXIT-PARA
           END-IF.
           PERFORM UNTIL WS-MODO-STATUS NOT = "00"
               READ MODO-FILE
                   AT END
                       MOVE "10" TO WS-MODO-STATUS
                   NOT AT END
                       MOVE SPACES TO WS-MOD-IN
                       UNSTRING MODO-LINE DELIMITED BY ";"
                           INTO WS-MI-ID
                                WS-MI-MODO
                       END-UNSTRING
                       IF WS-MI-MODO NOT = "R"
                          MOVE "V" TO WS-MI-MODO
                       END-IF
                       IF WS-MI-ID IS NUMERIC
                          IF WS-MI-ID = "00000"
                             MOVE WS-MI-MODO TO WS-MOD-PADRAO
                          ELSE
                             IF WS-MOD-COUNT < 200
                                ADD 1 TO WS-MOD-COUNT
                                MOVE WS-MI-ID TO WS-MOD-ID(WS-MOD-COUNT)
                                MOVE WS-MI-MODO
                                  TO WS-MOD-MODO(WS-MOD-COUNT)
                             END-IF
                          END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MODO-FILE.
       CARREGA-MODOS-EXIT-PARA.
           EXIT.

      *THE NOTA FISCAL OF THE INVOICE JUST WRITTEN (REG-CONTA STILL
      *HOLDS IT) - AN INVOICE LEFT WITHOUT ONE IS NAMED ON THE
      *REGISTER SO NOTAFISC CAN ISSUE IT LATER
       NOTA-FISCAL-PARA.
           MOVE "E" TO WS-NFE-FUNC.
           MOVE CR-CODIGO TO WS-NFE-CODIGO.
           MOVE CR-FATURA TO WS-NFE-FATURA.
           MOVE 1 TO WS-NFE-PARCELAS.
           MOVE CR-DATA TO WS-NFE-DATA.
           MOVE CR-VALOR TO WS-NFE-VALOR.
           MOVE CR-IMPOSTO TO WS-NFE-IMPOSTO.
           CALL "NFEMITE" USING WS-NFE-PEDIDO, WS-NFE-RESPOSTA.
           MOVE SPACES TO REGISTER-LINE.
           IF WS-NFE-RC = "00"
              ADD 1 TO WS-NF-EMITIDAS
              STRING "  NOTA FISCAL: FILIAL " DELIMITED BY SIZE
                     WS-NFE-FILIAL DELIMITED BY SIZE
                     " SERIE " DELIMITED BY SIZE
                     WS-NFE-SERIE DELIMITED BY SIZE
                     " NUMERO " DELIMITED BY SIZE
                     WS-NFE-NUMERO DELIMITED BY SIZE
                     INTO REGISTER-LINE
              END-STRING
           ELSE
              STRING "  SEM NOTA FISCAL (RC " DELIMITED BY SIZE
                     WS-NFE-RC DELIMITED BY SIZE
                     "): CLIENTE " DELIMITED BY SIZE
                     CR-CODIGO DELIMITED BY SIZE
                     " FATURA " DELIMITED BY SIZE
                     CR-FATURA DELIMITED BY SIZE
                     INTO REGISTER-LINE
              END-STRING
           END-IF.
           WRITE REGISTER-LINE.
       NOTA-FISCAL-EXIT-PARA.
           EXIT.

      *A BILLED RETURN - THE CLIENT IS OWED THE RETURNED VALUE WHETHER
      *OR NOT THE ORIGINAL INVOICE WAS ALREADY PAID, SO IT BECOMES A
      *CREDIT NOTE UNDER THE NEXT FREE CR-FATURA (SAME PROBE AS
      *FATURA-VENDA-PARA), DATED THE RETURN, NO TAX, AND A "D" LINE
      *ON CREDITOS.TXT FOR GLINTF
       NOTA-DEVOLUCAO-PARA.
           IF WS-CONTAS-ATIVO NOT = "S" OR WS-CREDITO-ATIVO NOT = "S"
              MOVE SPACES TO REGISTER-LINE
              STRING "NOTA DE CREDITO NAO EMITIDA: CLIENTE "
                     DELIMITED BY SIZE
                     WS-BATCH-CODIGO(WS-I) DELIMITED BY SIZE
                     " - CONTAS.DAT/CREDITOS.TXT INDISPONIVEL"
                     DELIMITED BY SIZE
                     INTO REGISTER-LINE
              END-STRING
              WRITE REGISTER-LINE
              GO TO NOTA-DEVOLUCAO-EXIT-PARA
           END-IF.
           PERFORM BUSCA-MAXFAT-PARA THRU BUSCA-MAXFAT-EXIT-PARA.
           MOVE WS-BATCH-CODIGO(WS-I) TO CR-CODIGO.
           COMPUTE WS-NOVA-FATURA = WS-MAXFAT + 1.
           MOVE "N" TO WS-GRAVOU.
           PERFORM UNTIL WS-GRAVOU = "S" OR WS-NOVA-FATURA = ZERO
               MOVE WS-NOVA-FATURA TO CR-FATURA
               MOVE WS-BATCH-DATA(WS-I) TO CR-DATA
               MOVE WS-BI-TOTAL(WS-I) TO CR-VALOR
               MOVE ZERO TO CR-PAGO
               MOVE "C" TO CR-STATUS
               MOVE ZERO TO CR-DATA-PGTO
               MOVE ZERO TO CR-PAGO-INTF
               MOVE WS-BATCH-DATA(WS-I) TO CR-DATA-VENC
               MOVE ZERO TO CR-IMPOSTO
               WRITE REG-CONTA
                  INVALID KEY
                     ADD 1 TO WS-NOVA-FATURA
                  NOT INVALID KEY
                     MOVE "S" TO WS-GRAVOU
               END-WRITE
           END-PERFORM.
           MOVE SPACES TO REGISTER-LINE.
           IF WS-GRAVOU NOT = "S"
              STRING "NOTA DE CREDITO FALHOU: CLIENTE "
                     DELIMITED BY SIZE
                     WS-BATCH-CODIGO(WS-I) DELIMITED BY SIZE
                     " - FATURAS ESGOTADAS" DELIMITED BY SIZE
                     INTO REGISTER-LINE
              END-STRING
              WRITE REGISTER-LINE
              GO TO NOTA-DEVOLUCAO-EXIT-PARA
           END-IF.
           ADD 1 TO WS-NOTAS-CREDITO.
           STRING "NOTA DE CREDITO: CLIENTE " DELIMITED BY SIZE
                  WS-BATCH-CODIGO(WS-I) DELIMITED BY SIZE
                  " NOTA " DELIMITED BY SIZE
                  CR-FATURA DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-SALES(WS-I) DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.
           MOVE CR-VALOR TO WS-NOTA-EDIT.
           MOVE SPACES TO CREDITO-LINE.
           STRING CR-CODIGO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CR-FATURA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-NOTA-EDIT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CR-DATA DELIMITED BY SIZE
                  ";D;000000" DELIMITED BY SIZE
                  INTO CREDITO-LINE
           END-STRING.
           WRITE CREDITO-LINE.
       NOTA-DEVOLUCAO-EXIT-PARA.
           EXIT.

      *THE CLIENT'S HIGHEST INVOICE NUMBER - A KEYED SCAN, LIKE THE
      *OPEN-BALANCE SCAN THE CREDIT CHECK RUNS
       BUSCA-MAXFAT-PARA.
      *          NO LIMIT RECORD - THE CLIENT IS NOT RESTRICTED
                 GO TO VALIDA-CREDITO-EXIT-PARA
           END-READ.
           MOVE WS-V-CODIGO-TXT TO WS-SALDO-CODIGO.
           PERFORM SALDO-ABERTO-PARA THRU SALDO-ABERTO-EXIT-PARA.
           MOVE WS-V-VALOR-TXT TO WS-VENDA-VALOR.
           IF WS-SALDO-ABERTO + WS-VENDA-VALOR > CL-LIMITE
           IF WS-CONTAS-ATIVO NOT = "S"
              GO TO SALDO-ABERTO-EXIT-PARA
           END-IF.
           MOVE WS-SALDO-CODIGO TO CR-CODIGO.
           MOVE ZERO TO CR-FATURA.
           START CONTAS-FILE KEY IS NOT LESS CR-CHAVE
               INVALID KEY
                   AT END
                       MOVE "Y" TO WS-CR-EOF
                   NOT AT END
                       IF CR-CODIGO NOT = WS-SALDO-CODIGO
                          MOVE "Y" TO WS-CR-EOF
                       ELSE
                          IF CR-ABERTA
       SALDO-ABERTO-EXIT-PARA.
           EXIT.

      *GROUP CREDIT CHECK - WHEN THE CLIENT IS LINKED TO AN ECONOMIC
      *GROUP WITH A LIMIT, THE OPEN CONTAS.DAT BALANCE OF EVERY
      *MEMBER PLUS THIS SALE'S VALOR MAY NOT EXCEED THE GROUP LIMIT.
      *CODE "94". A RETURN ONLY LOWERS THE EXPOSURE, SO IT PASSES.
       VALIDA-GRUPO-PARA.
           MOVE "N" TO WS-GRP-REJ.
           IF WS-GRP-ATIVO NOT = "S" OR WS-V-TIPO = "D"
              GO TO VALIDA-GRUPO-EXIT-PARA
           END-IF.
           MOVE ZERO TO WS-GRP-ID.
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-COUNT
                   OR WS-GRP-ID NOT = ZERO
               IF WS-GM-CODIGO(WS-GM-IDX) = WS-V-CODIGO-TXT
                  MOVE WS-GM-GRUPO(WS-GM-IDX) TO WS-GRP-ID
               END-IF
           END-PERFORM.
           IF WS-GRP-ID = ZERO
              GO TO VALIDA-GRUPO-EXIT-PARA
           END-IF.
           MOVE WS-GRP-ID TO GR-ID.
           READ GRUPO-FILE KEY IS GR-ID
              INVALID KEY
                 GO TO VALIDA-GRUPO-EXIT-PARA
           END-READ.
      *    A ZERO LIMIT TRACKS THE GROUP FOR REPORTING ONLY
           IF GR-LIMITE = ZERO
              GO TO VALIDA-GRUPO-EXIT-PARA
           END-IF.
           MOVE ZERO TO WS-GRP-SALDO.
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-COUNT
               IF WS-GM-GRUPO(WS-GM-IDX) = WS-GRP-ID
                  MOVE WS-GM-CODIGO(WS-GM-IDX) TO WS-SALDO-CODIGO
                  PERFORM SALDO-ABERTO-PARA
                     THRU SALDO-ABERTO-EXIT-PARA
                  ADD WS-SALDO-ABERTO TO WS-GRP-SALDO
               END-IF
           END-PERFORM.
           MOVE WS-V-VALOR-TXT TO WS-VENDA-VALOR.
           IF WS-GRP-SALDO + WS-VENDA-VALOR > GR-LIMITE
              MOVE "S" TO WS-GRP-REJ
           END-IF.
       VALIDA-GRUPO-EXIT-PARA.
           EXIT.

      *LOADS THE GROUP MEMBERSHIP INTO CORE - ONE LOOKUP PER SALE
      *WOULD OTHERWISE MEAN ONE FULL SCAN OF GRUPOMEM.DAT PER SALE
       CARREGA-GRUPOS-PARA.
           OPEN INPUT GRUPO-FILE.
           IF WS-GRUPO-STATUS NOT = "00"
              GO TO CARREGA-GRUPOS-EXIT-PARA
           END-IF.
           OPEN INPUT MEMBRO-FILE.
           IF WS-MEMBRO-STATUS NOT = "00"
              CLOSE GRUPO-FILE
              GO TO CARREGA-GRUPOS-EXIT-PARA
           END-IF.
           PERFORM UNTIL WS-MEMBRO-STATUS NOT = "00"
               READ MEMBRO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-MEMBRO-STATUS
                   NOT AT END
                       IF WS-GM-COUNT < 2000
                          ADD 1 TO WS-GM-COUNT
                          MOVE GM-CODIGO TO WS-GM-CODIGO(WS-GM-COUNT)
                          MOVE GM-GRUPO TO WS-GM-GRUPO(WS-GM-COUNT)
                       ELSE
                          DISPLAY "AVISO: GRUPOMEM.DAT COM MAIS DE "
                                  "2000 MEMBROS - EXCEDENTES IGNORADOS"
                          MOVE "10" TO WS-MEMBRO-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEMBRO-FILE.
           IF WS-GM-COUNT > ZERO
              MOVE "S" TO WS-GRP-ATIVO
           ELSE
              CLOSE GRUPO-FILE
           END-IF.
       CARREGA-GRUPOS-EXIT-PARA.
           EXIT.

      *WRITES THE GROUP-LIMIT REFUSAL WITH ITS CODE, LIKE THE CLIENT
      *LIMIT REFUSAL
       REJECT-GRUPO-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO COMISSAO-LINE.
           STRING WS-V-VENDEDOR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-V-CODIGO-TXT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-V-VALOR-TXT DELIMITED BY SIZE
                  ";;94" DELIMITED BY SIZE
                  INTO COMISSAO-LINE
           END-STRING.
           WRITE COMISSAO-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "LIMITE DO GRUPO " DELIMITED BY SIZE
                  WS-GRP-ID DELIMITED BY SIZE
                  " EXCEDIDO (CODE 94): " DELIMITED BY SIZE
                  VENDAS-LINE DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.
       REJECT-GRUPO-EXIT-PARA.
           EXIT.

      *WRITES THE CREDIT REFUSAL WITH ITS CODE, LIKE AN ENGINE
      *REFUSAL, SO THE DOWNSTREAM READER SEES ONE CODE COLUMN
       REJECT-CREDITO-PARA.
       REJECT-VENDEDOR-EXIT-PARA.
           EXIT.

      *THE ITEM LINES BEHIND A HEADER - EXACTLY NITENS LINES ARE
      *TAKEN OFF THE FILE WHATEVER THEY HOLD, SO A CHECKPOINT ALWAYS
      *FALLS ON A SALE BOUNDARY. EACH ITEM MUST BE ON PRODMAST.DAT
      *WITH A QUANTITY AND A PRICE; THE SALE VALOR BECOMES THE SUM OF
      *THE LINES. VENDAS-LINE IS GIVEN BACK ITS HEADER FOR THE
      *REGISTER
       LE-ITENS-PARA.
           MOVE SPACES TO WS-ITEM-REJ.
           MOVE SPACES TO WS-LI-FORA.
           MOVE ZERO TO WS-LI-COUNT.
           MOVE ZERO TO WS-LI-TOTAL.
           MOVE ZERO TO WS-LI-LIDOS.
           IF WS-V-NITENS-TXT = SPACES
              GO TO LE-ITENS-EXIT-PARA
           END-IF.
           IF WS-V-NITENS-TXT IS NOT NUMERIC
              MOVE "NUMERO DE ITENS INVALIDO" TO WS-ITEM-REJ
              GO TO LE-ITENS-EXIT-PARA
           END-IF.
           MOVE WS-V-NITENS-TXT TO WS-LI-ESPERADOS.
           IF WS-LI-ESPERADOS = ZERO
              GO TO LE-ITENS-EXIT-PARA
           END-IF.
           MOVE VENDAS-LINE TO WS-CAB-LINHA.
           PERFORM LE-ITEM-PARA THRU LE-ITEM-EXIT-PARA
               UNTIL WS-LI-LIDOS >= WS-LI-ESPERADOS
                  OR WS-VENDAS-EOF.
           MOVE WS-CAB-LINHA TO VENDAS-LINE.
           IF WS-ITEM-REJ = SPACES
              AND WS-LI-LIDOS < WS-LI-ESPERADOS
              MOVE "ITENS FALTANDO NO ARQUIVO" TO WS-ITEM-REJ
           END-IF.
           IF WS-ITEM-REJ NOT = SPACES
              GO TO LE-ITENS-EXIT-PARA
           END-IF.
           IF WS-LI-TOTAL > 99999
              MOVE "VENDA ACIMA DE 99999" TO WS-ITEM-REJ
              GO TO LE-ITENS-EXIT-PARA
           END-IF.
           COMPUTE WS-LI-VALOR ROUNDED = WS-LI-TOTAL.
           MOVE WS-LI-VALOR TO WS-V-VALOR-TXT.
       LE-ITENS-EXIT-PARA.
           EXIT.

       LE-ITEM-PARA.
           READ VENDAS-FILE
               AT END
                   GO TO LE-ITEM-EXIT-PARA
           END-READ.
           ADD 1 TO WS-LIDAS-ARQ.
           ADD 1 TO WS-LI-LIDOS.
      *    ONCE THE SALE IS REFUSED THE REST ARE ONLY CONSUMED
           IF WS-ITEM-REJ NOT = SPACES
              GO TO LE-ITEM-EXIT-PARA
           END-IF.
           MOVE SPACES TO WS-LI-CAMPOS.
           UNSTRING VENDAS-LINE DELIMITED BY ";"
               INTO WS-LI-MARCA
                    WS-LI-ID
                    WS-LI-QTDE-TXT
                    WS-LI-PRECO-TXT
           END-UNSTRING.
           IF WS-LI-MARCA NOT = "I"
              MOVE "LINHA DE ITEM ESPERADA" TO WS-ITEM-REJ
              MOVE VENDAS-LINE TO WS-LI-FORA
              GO TO LE-ITEM-EXIT-PARA
           END-IF.
           IF WS-LI-COUNT >= 20
              MOVE "MAIS DE 20 ITENS" TO WS-ITEM-REJ
              GO TO LE-ITEM-EXIT-PARA
           END-IF.
           IF WS-LI-ID = SPACES
              OR WS-LI-QTDE-TXT IS NOT NUMERIC
              OR WS-LI-PRECO-TXT IS NOT NUMERIC
              MOVE "LINHA DE ITEM INVALIDA" TO WS-ITEM-REJ
              GO TO LE-ITEM-EXIT-PARA
           END-IF.
           IF WS-LI-QTDE-TXT = "00000" OR WS-LI-PRECO-NUM = ZERO
              MOVE "ITEM SEM QUANTIDADE OU PRECO" TO WS-ITEM-REJ
              GO TO LE-ITEM-EXIT-PARA
           END-IF.
           ADD 1 TO WS-LI-COUNT.
           MOVE WS-LI-ID TO WS-LI-IT-ID(WS-LI-COUNT).
           MOVE WS-LI-QTDE-TXT TO WS-LI-IT-QTDE(WS-LI-COUNT).
           MOVE WS-LI-PRECO-NUM TO WS-LI-IT-PRECO(WS-LI-COUNT).
           MOVE ZERO TO WS-LI-IT-LISTA(WS-LI-COUNT).
           IF WS-PROD-ATIVO = "S"
              MOVE WS-LI-ID TO PR-ITEM-ID
              READ PROD-FILE KEY IS PR-ITEM-ID
                 INVALID KEY
                    STRING "ITEM " DELIMITED BY SIZE
                           WS-LI-ID DELIMITED BY SPACE
                           " NAO CADASTRADO" DELIMITED BY SIZE
                           INTO WS-ITEM-REJ
                    END-STRING
                    GO TO LE-ITEM-EXIT-PARA
              END-READ
              MOVE PR-PRECO TO WS-LI-IT-LISTA(WS-LI-COUNT)
      *       THE PRICE IN FORCE ON THE SALE DATE, WHEN THERE IS A
      *       DATED ONE - A BAD DATE IS REFUSED FURTHER ON ANYWAY
              IF WS-V-DATA IS NUMERIC
                 MOVE "B" TO WS-PVG-FUNC
                 MOVE WS-LI-ID TO WS-PVG-ITEM-ID
                 MOVE WS-V-DATA TO WS-PVG-DATA
                 CALL "PRECOVIG" USING WS-PVG-PEDIDO, WS-PVG-RESPOSTA
                 IF WS-PVG-RC = "00"
                    MOVE WS-PVG-PRECO TO WS-LI-IT-LISTA(WS-LI-COUNT)
                 END-IF
              END-IF
           END-IF.
           COMPUTE WS-LI-LINHA = WS-LI-IT-QTDE(WS-LI-COUNT)
                               * WS-LI-IT-PRECO(WS-LI-COUNT).
           IF WS-LI-TOTAL + WS-LI-LINHA > 99999
              MOVE "VENDA ACIMA DE 99999" TO WS-ITEM-REJ
              GO TO LE-ITEM-EXIT-PARA
           END-IF.
           ADD WS-LI-LINHA TO WS-LI-TOTAL.
       LE-ITEM-EXIT-PARA.
           EXIT.

      *WRITES THE ITEM REFUSAL WITH ITS CODE, LIKE THE CREDIT AND
      *EMPLOYEE REFUSALS
       REJECT-ITEM-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO COMISSAO-LINE.
           STRING WS-V-VENDEDOR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-V-CODIGO-TXT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-V-VALOR-TXT DELIMITED BY SIZE
                  ";;93" DELIMITED BY SIZE
                  INTO COMISSAO-LINE
           END-STRING.
           WRITE COMISSAO-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "ITENS RECUSADOS (CODE 93) " DELIMITED BY SIZE
                  WS-ITEM-REJ DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
                  VENDAS-LINE DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.
           IF WS-LI-FORA NOT = SPACES
              MOVE SPACES TO REGISTER-LINE
              STRING "  LINHA FORA DE LUGAR DESCARTADA: "
                     DELIMITED BY SIZE
                     WS-LI-FORA DELIMITED BY SIZE
                     INTO REGISTER-LINE
              END-STRING
              WRITE REGISTER-LINE
           END-IF.
       REJECT-ITEM-EXIT-PARA.
           EXIT.

      *THE ITEMS OF ONE ACCEPTED SALE OR RETURN - LISTED ON THE
      *REGISTER, WRITTEN TO THE ITEM FEED AND, WHEN AN INVOICE OR
      *CREDIT NOTE WAS JUST POSTED (REG-CONTA STILL HOLDS IT), KEPT
      *AGAINST IT IN FATITEM.DAT
      *ONE LINE PER ACCEPTED SALE OR RETURN, AT FIXED POSITIONS:
      *TIPO 14, DATA 21-28, VENDEDOR 39-43, CLIENTE 53-58 AND THE
      *EXACT VALUE (ITEM TOTAL OR TYPED VALOR) 66-75, PERIOD DECIMAL
       GRAVA-ACEITA-PARA.
           MOVE WS-BI-TOTAL(WS-I) TO WS-EST-EDIT.
           MOVE SPACES TO REGISTER-LINE.
           STRING "ACEITA: TIPO " DELIMITED BY SIZE
                  WS-BATCH-TIPO(WS-I) DELIMITED BY SIZE
                  " DATA " DELIMITED BY SIZE
                  WS-BATCH-DATA(WS-I) DELIMITED BY SIZE
                  " VENDEDOR " DELIMITED BY SIZE
                  WS-STUDENT-ID(WS-I)(1:5) DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  WS-BATCH-CODIGO(WS-I) DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-EST-EDIT DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.
       GRAVA-ACEITA-EXIT-PARA.
           EXIT.

       GRAVA-ITENS-PARA.
           MOVE ZERO TO WS-IT-FATURA.
           IF WS-FATURAR = "S" AND WS-GRAVOU = "S"
              MOVE CR-FATURA TO WS-IT-FATURA
           END-IF.
           PERFORM GRAVA-ITEM-PARA THRU GRAVA-ITEM-EXIT-PARA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-BI-COUNT(WS-I).
       GRAVA-ITENS-EXIT-PARA.
           EXIT.

       GRAVA-ITEM-PARA.
           ADD 1 TO WS-ITENS-VENDIDOS.
           COMPUTE WS-IT-TOTAL = WS-BI-QTDE(WS-I, WS-K)
                               * WS-BI-PRECO(WS-I, WS-K).
           MOVE WS-BI-PRECO(WS-I, WS-K) TO WS-IT-PRECO-EDIT.
           MOVE WS-IT-TOTAL TO WS-IT-TOTAL-EDIT.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  ITEM " DELIMITED BY SIZE
                  WS-BI-ID(WS-I, WS-K) DELIMITED BY SIZE
                  " QTDE " DELIMITED BY SIZE
                  WS-BI-QTDE(WS-I, WS-K) DELIMITED BY SIZE
                  " X " DELIMITED BY SIZE
                  WS-IT-PRECO-EDIT DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  WS-IT-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REGISTER-LINE
           END-STRING.
      *    A PRICE BELOW THE ONE IN FORCE BY MORE THAN THE
      *    TOLERANCE IS ALLOWED BUT SHOWN
           COMPUTE WS-PRECO-MIN = WS-BI-LISTA(WS-I, WS-K)
                                * (100 - WS-TOLER-PCT) / 100.
           IF WS-BI-LISTA(WS-I, WS-K) > ZERO
              AND WS-BI-PRECO(WS-I, WS-K) < WS-PRECO-MIN
              ADD 1 TO WS-ITENS-ABAIXO
              MOVE WS-BI-LISTA(WS-I, WS-K) TO WS-IT-LISTA-EDIT
              MOVE " *ABAIXO " TO REGISTER-LINE(55:9)
              MOVE WS-IT-LISTA-EDIT TO REGISTER-LINE(64:10)
           END-IF.
           WRITE REGISTER-LINE.
           MOVE SPACES TO ITEM-LINE.
           STRING WS-STUDENT-ID(WS-I) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-BATCH-CODIGO(WS-I) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-BATCH-DATA(WS-I) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-BATCH-TIPO(WS-I) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-BI-ID(WS-I, WS-K) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-BI-QTDE(WS-I, WS-K) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-BI-PRECO(WS-I, WS-K) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-IT-TOTAL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-IT-FATURA DELIMITED BY SIZE
                  INTO ITEM-LINE
           END-STRING.
           WRITE ITEM-LINE.
           PERFORM POSTA-ESTOQUE-PARA THRU POSTA-ESTOQUE-EXIT-PARA.
           IF WS-IT-FATURA = ZERO OR WS-FATITEM-ATIVO NOT = "S"
              GO TO GRAVA-ITEM-EXIT-PARA
           END-IF.
           MOVE CR-CODIGO TO FI-CODIGO.
           MOVE WS-IT-FATURA TO FI-FATURA.
           MOVE WS-K TO FI-SEQ.
           MOVE WS-BI-ID(WS-I, WS-K) TO FI-ITEM-ID.
           MOVE WS-BI-QTDE(WS-I, WS-K) TO FI-QTDE.
           MOVE WS-BI-PRECO(WS-I, WS-K) TO FI-PRECO.
           MOVE WS-IT-TOTAL TO FI-TOTAL.
           MOVE WS-BI-LISTA(WS-I, WS-K) TO FI-PRECO-LISTA.
           WRITE REG-FATITEM
              INVALID KEY
                 DISPLAY "FATITEM.DAT JA TEM " FI-CODIGO "/"
                         FI-FATURA " ITEM " FI-SEQ
              NOT INVALID KEY
                 ADD 1 TO WS-ITENS-FATURA
           END-WRITE.
       GRAVA-ITEM-EXIT-PARA.
           EXIT.

      *A SALE TAKES THE QUANTITY OUT OF THE STORE'S STOCK, A RETURN
      *PUTS IT BACK. A LINE CAPTURED WITHOUT A STORE (BEFORE THE
      *LOJA COLUMN EXISTED) MOVES NO STOCK AND IS ONLY COUNTED
       POSTA-ESTOQUE-PARA.
           IF WS-BATCH-LOJA(WS-I) IS NOT NUMERIC
              OR WS-BATCH-LOJA(WS-I) = "00000"
              ADD 1 TO WS-ITENS-SEM-LOJA
              GO TO POSTA-ESTOQUE-EXIT-PARA
           END-IF.
           MOVE "S" TO WS-EST-USADO.
           MOVE "M" TO WS-EPS-FUNC.
           MOVE WS-BATCH-TIPO(WS-I) TO WS-EPS-TIPO.
           MOVE WS-BATCH-LOJA(WS-I) TO WS-EPS-LOJA.
           MOVE WS-BI-ID(WS-I, WS-K) TO WS-EPS-ITEM-ID.
           IF WS-BATCH-TIPO(WS-I) = "D"
              MOVE WS-BI-QTDE(WS-I, WS-K) TO WS-EPS-QTDE
           ELSE
              COMPUTE WS-EPS-QTDE = ZERO - WS-BI-QTDE(WS-I, WS-K)
           END-IF.
           IF WS-BATCH-DATA(WS-I) IS NUMERIC
              MOVE WS-BATCH-DATA(WS-I) TO WS-EPS-DATA
           ELSE
              ACCEPT WS-EST-DATA FROM DATE YYYYMMDD
              MOVE WS-EST-DATA TO WS-EPS-DATA
           END-IF.
      *    THE DOCUMENT IS THE CLIENT AND, WHEN ONE WAS POSTED, THE
      *    INVOICE OR CREDIT NOTE
           MOVE SPACES TO WS-EPS-DOCUMENTO.
           STRING "C" DELIMITED BY SIZE
                  WS-BATCH-CODIGO(WS-I) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-IT-FATURA DELIMITED BY SIZE
                  INTO WS-EPS-DOCUMENTO
           END-STRING.
           CALL "ESTPOSTA" USING WS-EPS-PEDIDO, WS-EPS-RESPOSTA.
           IF WS-EPS-RC = "00"
              ADD 1 TO WS-ITENS-ESTOQUE
           ELSE
              ADD 1 TO WS-ITENS-EST-ERRO
              MOVE SPACES TO REGISTER-LINE
              STRING "  ESTOQUE NAO ATUALIZADO - LOJA "
                     DELIMITED BY SIZE
                     WS-BATCH-LOJA(WS-I) DELIMITED BY SIZE
                     " ITEM " DELIMITED BY SIZE
                     WS-BI-ID(WS-I, WS-K) DELIMITED BY SIZE
                     " RC " DELIMITED BY SIZE
                     WS-EPS-RC DELIMITED BY SIZE
                     INTO REGISTER-LINE
              END-STRING
              WRITE REGISTER-LINE
           END-IF.
       POSTA-ESTOQUE-EXIT-PARA.
           EXIT.

       REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO REGISTER-LINE.
           IF WS-BATCH-TIPO(WS-I) = "D"
              COMPUTE WS-COMM-VALOR = ZERO - WS-COMM-VALOR
           END-IF.
      *    A PENDING COMMISSION ONLY REACHES THE SUMMARY WHEN THE
      *    INVOICE IS PAID - THE SALE STILL COUNTS IN THE VOLUME
           IF WS-DIFERIDA = "S"
              MOVE ZERO TO WS-COMM-VALOR
           END-IF.
           MOVE "N" TO WS-SUM-FOUND.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SUM-COUNT OR WS-SUM-FOUND = "S"
                    WS-RB-COMISSAO
                    WS-RB-CODE
           END-UNSTRING.
           IF (WS-RB-CODE NOT = "00" AND WS-RB-CODE NOT = "01")
              OR WS-RB-VENDEDOR(1:5) IS NOT NUMERIC
              GO TO REBUILD-LINHA-EXIT-PARA
           END-IF.
           COMPUTE WS-COMM-VALOR =
               FUNCTION NUMVAL(WS-RB-COMISSAO).
      *    "01" IS A SALE WHOSE COMMISSION WAITS IN COMPEND.DAT -
      *    VOLUME ONLY HERE, THE COMMISSION COMES IN ON RELEASE
           IF WS-RB-CODE = "01"
              MOVE ZERO TO WS-COMM-VALOR
           END-IF.
           MOVE "N" TO WS-SUM-FOUND.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SUM-COUNT OR WS-SUM-FOUND = "S"
              MOVE ZERO TO WS-SUM-VALOR(WS-S)
              MOVE ZERO TO WS-SUM-VENDAS(WS-S)
           END-IF.
      *    WS-S WAS STEPPED ONE PAST THE MATCH BY THE SEARCH
           IF WS-SUM-FOUND = "S"
              SUBTRACT 1 FROM WS-S
           END-IF.
           ADD WS-COMM-VALOR TO WS-SUM-VALOR(WS-S).
      *    A NEGATIVE COMMISSION IN THE RESULT FILE IS A RETURN -
      *    ITS SALE VALUE SUBTRACTS FROM THE VOLUME
       REBUILD-LINHA-EXIT-PARA.
           EXIT.

      *COMMISSION RELEASED BY COLLECTIONS - EVERY COMPEND.DAT RECORD
      *RELEASED ("L") OR ALREADY IN AN UNPAID FEED ("E") IS ADDED TO
      *ITS SALESPERSON'S SUMMARY LINE, AND THE NEW RELEASES ARE
      *STAMPED "E" SO THE FILE SHOWS THEM ON THEIR WAY TO PAYROLL.
      *PAYROLL'S FINAL RUN TURNS THEM "G" WHEN IT CONSUMES THE FEED
       SOMA-LIBERADAS-PARA.
           OPEN I-O PEND-FILE.
           IF WS-PEND-STATUS NOT = "00"
              CLOSE PEND-FILE
              GO TO SOMA-LIBERADAS-EXIT-PARA
           END-IF.
           MOVE ZERO TO CP-CODIGO.
           MOVE ZERO TO CP-FATURA.
           START PEND-FILE KEY IS NOT LESS CP-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-PEND-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-PEND-EOF
           END-START.
           PERFORM UNTIL WS-PEND-EOF = "Y"
               READ PEND-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PEND-EOF
                   NOT AT END
                       IF CP-LIBERADA OR CP-ENVIADA
                          PERFORM SOMA-LIBERADA-PARA
                             THRU SOMA-LIBERADA-EXIT-PARA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEND-FILE.
       SOMA-LIBERADAS-EXIT-PARA.
           EXIT.

       SOMA-LIBERADA-PARA.
           MOVE "N" TO WS-SUM-FOUND.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SUM-COUNT OR WS-SUM-FOUND = "S"
               IF WS-SUM-ID(WS-S) = CP-VENDEDOR
                  MOVE "S" TO WS-SUM-FOUND
               END-IF
           END-PERFORM.
           IF WS-SUM-FOUND = "N"
              IF WS-SUM-COUNT >= 200
                 DISPLAY "AVISO: RESUMO CHEIO - COMISSAO LIBERADA DO "
                         "VENDEDOR " CP-VENDEDOR " FICA PARA A PROXIMA"
                 GO TO SOMA-LIBERADA-EXIT-PARA
              END-IF
              ADD 1 TO WS-SUM-COUNT
              MOVE WS-SUM-COUNT TO WS-S
              MOVE CP-VENDEDOR TO WS-SUM-ID(WS-S)
              MOVE ZERO TO WS-SUM-VALOR(WS-S)
              MOVE ZERO TO WS-SUM-VENDAS(WS-S)
           END-IF.
      *    WS-S WAS STEPPED ONE PAST THE MATCH BY THE SEARCH
           IF WS-SUM-FOUND = "S"
              SUBTRACT 1 FROM WS-S
           END-IF.
           ADD CP-COMISSAO TO WS-SUM-VALOR(WS-S).
           ADD 1 TO WS-LIBERADAS.
           ADD CP-COMISSAO TO WS-LIB-VALOR.
           IF CP-LIBERADA
              MOVE "E" TO CP-SITUACAO
              REWRITE REG-PEND
                 INVALID KEY
                    DISPLAY "COMPEND.DAT NAO REGRAVADO: "
                            CP-CODIGO "/" CP-FATURA
              END-REWRITE
           END-IF.
       SOMA-LIBERADA-EXIT-PARA.
           EXIT.

      *ONE SUMMARY LINE PER EMPLOYEE - THE EARNINGS FEED PAYROLL READS
       WRITE-SUMMARY-PARA.
           OPEN OUTPUT SUMMARY-FILE.
           CLOSE VENDAS-FILE.
           CLOSE ARQCLI.
           CLOSE COMISSAO-FILE.
           CLOSE ITEM-FILE.
           IF WS-PROD-ATIVO = "S"
              CLOSE PROD-FILE
              MOVE "X" TO WS-PVG-FUNC
              CALL "PRECOVIG" USING WS-PVG-PEDIDO, WS-PVG-RESPOSTA
           END-IF.
           IF WS-EST-USADO = "S"
              MOVE "X" TO WS-EPS-FUNC
              CALL "ESTPOSTA" USING WS-EPS-PEDIDO, WS-EPS-RESPOSTA
           END-IF.
           IF WS-FATITEM-ATIVO = "S"
              CLOSE FATITEM-FILE
           END-IF.
           IF WS-EMP-ATIVO = "S"
              CLOSE EMP-MASTER
           END-IF.
           IF WS-CONTAS-ATIVO = "S"
              CLOSE CONTAS-FILE
           END-IF.
           IF WS-CREDITO-ATIVO = "S"
              CLOSE CREDITO-FILE
           END-IF.
           IF WS-FATURAR = "S"
              MOVE "X" TO WS-NFE-FUNC
              CALL "NFEMITE" USING WS-NFE-PEDIDO, WS-NFE-RESPOSTA
           END-IF.
           IF WS-PEND-ATIVO = "S"
              CLOSE PEND-FILE
           END-IF.
           IF WS-GRP-ATIVO = "S"
              CLOSE GRUPO-FILE
           END-IF.
           IF WS-TERR-ATIVO = "S"
              CLOSE TERR-FILE
              CLOSE TERREXC-FILE
              CLOSE TERRPEND-FILE
           END-IF.
      *    WITH EARLIER CYCLES STILL IN THE RESULT FILE THE SUMMARY
      *    MUST COVER THEM TOO - IT IS REBUILT FROM THE WHOLE
      *    COMISSAO.TXT, SO PAYROLL SEES EVERY UNCONSUMED CYCLE
              PERFORM REBUILD-SUMMARY-PARA
                 THRU REBUILD-SUMMARY-EXIT-PARA
           END-IF.
           PERFORM SOMA-LIBERADAS-PARA THRU SOMA-LIBERADAS-EXIT-PARA.
           PERFORM WRITE-SUMMARY-PARA THRU WRITE-SUMMARY-EXIT-PARA.
           MOVE WS-LIDAS-ARQ TO WS-DONE-LINES.
           MOVE "C" TO WS-CTL-FLAG.
                  INTO REGISTER-LINE
           END-STRING.
           WRITE REGISTER-LINE.
           IF WS-ITENS-VENDIDOS > ZERO
              MOVE SPACES TO REGISTER-LINE
              STRING "ITENS: " DELIMITED BY SIZE
                     WS-ITENS-VENDIDOS DELIMITED BY SIZE
                     "  ABAIXO DO PRECO DE TABELA: " DELIMITED BY SIZE
                     WS-ITENS-ABAIXO DELIMITED BY SIZE
                     "  NAS FATURAS: " DELIMITED BY SIZE
                     WS-ITENS-FATURA DELIMITED BY SIZE
                     INTO REGISTER-LINE
              END-STRING
              WRITE REGISTER-LINE
              DISPLAY "ITENS VENDIDOS  : " WS-ITENS-VENDIDOS
                      "  ABAIXO DA TABELA: " WS-ITENS-ABAIXO
              MOVE SPACES TO REGISTER-LINE
              STRING "ESTOQUE BAIXADO: " DELIMITED BY SIZE
                     WS-ITENS-ESTOQUE DELIMITED BY SIZE
                     "  SEM LOJA: " DELIMITED BY SIZE
                     WS-ITENS-SEM-LOJA DELIMITED BY SIZE
                     "  COM ERRO: " DELIMITED BY SIZE
                     WS-ITENS-EST-ERRO DELIMITED BY SIZE
                     INTO REGISTER-LINE
              END-STRING
              WRITE REGISTER-LINE
              DISPLAY "ESTOQUE BAIXADO : " WS-ITENS-ESTOQUE
                      "  SEM LOJA: " WS-ITENS-SEM-LOJA
                      "  COM ERRO: " WS-ITENS-EST-ERRO
           END-IF.
           IF WS-JA-PROCESSADAS > ZERO
              MOVE SPACES TO REGISTER-LINE
              STRING "JA PROCESSADAS EM CICLO ANTERIOR OU ANTES DA "
              END-IF
              DISPLAY "VENDAS FATURADAS: " WS-FATURADAS
                      " DE " WS-VENDAS-OK-COUNT
              MOVE SPACES TO REGISTER-LINE
              STRING "NOTAS FISCAIS: " DELIMITED BY SIZE
                     WS-NF-EMITIDAS DELIMITED BY SIZE
                     " DE " DELIMITED BY SIZE
                     WS-FATURADAS DELIMITED BY SIZE
                     " FATURAS" DELIMITED BY SIZE
                     INTO REGISTER-LINE
              END-STRING
              WRITE REGISTER-LINE
              IF WS-NF-EMITIDAS NOT = WS-FATURADAS
                 MOVE SPACES TO REGISTER-LINE
                 MOVE "*** FATURAS SEM NOTA FISCAL - EMITIR NO NOTAFISC"
                      TO REGISTER-LINE
                 WRITE REGISTER-LINE
              END-IF
              DISPLAY "NOTAS FISCAIS   : " WS-NF-EMITIDAS
                      " DE " WS-FATURADAS
              MOVE SPACES TO REGISTER-LINE
              STRING "NOTAS DE CREDITO: " DELIMITED BY SIZE
                     WS-NOTAS-CREDITO DELIMITED BY SIZE
                     " DE " DELIMITED BY SIZE
                     WS-DEVOL-COUNT DELIMITED BY SIZE
                     " DEVOLUCOES ACEITAS" DELIMITED BY SIZE
                     INTO REGISTER-LINE
              END-STRING
              WRITE REGISTER-LINE
              IF WS-NOTAS-CREDITO NOT = WS-DEVOL-COUNT
                 MOVE SPACES TO REGISTER-LINE
                 MOVE "*** NOTAS DE CREDITO NAO CONFEREM COM DEVOLUCOES"
                      TO REGISTER-LINE
                 WRITE REGISTER-LINE
              END-IF
              DISPLAY "NOTAS DE CREDITO: " WS-NOTAS-CREDITO
                      " DE " WS-DEVOL-COUNT
           END-IF.
           IF WS-PENDENTES > ZERO OR WS-NAO-DIFERIDAS > ZERO
              OR WS-LIBERADAS > ZERO
              MOVE SPACES TO REGISTER-LINE
              STRING "COMISSOES PENDENTES DE RECEBIMENTO: "
                     DELIMITED BY SIZE
                     WS-PENDENTES DELIMITED BY SIZE
                     "  PAGAS NA VENDA: " DELIMITED BY SIZE
                     WS-NAO-DIFERIDAS DELIMITED BY SIZE
                     INTO REGISTER-LINE
              END-STRING
              WRITE REGISTER-LINE
              MOVE WS-LIB-VALOR TO WS-LIB-EDIT
              MOVE SPACES TO REGISTER-LINE
              STRING "COMISSOES LIBERADAS NO RESUMO: " DELIMITED BY SIZE
                     WS-LIBERADAS DELIMITED BY SIZE
                     " VALOR " DELIMITED BY SIZE
                     WS-LIB-EDIT DELIMITED BY SIZE
                     INTO REGISTER-LINE
              END-STRING
              WRITE REGISTER-LINE
              DISPLAY "COMISSOES PENDENTES: " WS-PENDENTES
                      "  LIBERADAS NO RESUMO: " WS-LIBERADAS
           END-IF.
           IF WS-TER-FORA > ZERO
              MOVE SPACES TO REGISTER-LINE
              STRING "FORA DO TERRITORIO: " DELIMITED BY SIZE
                     WS-TER-FORA DELIMITED BY SIZE
                     "  DONO PAGO: " DELIMITED BY SIZE
                     WS-TER-DONO-PAGO DELIMITED BY SIZE
                     "  DIVIDIDAS: " DELIMITED BY SIZE
                     WS-TER-DIVIDIDAS DELIMITED BY SIZE
                     "  RETIDAS: " DELIMITED BY SIZE
                     WS-TER-RETIDAS DELIMITED BY SIZE
                     INTO REGISTER-LINE
              END-STRING
              WRITE REGISTER-LINE
              DISPLAY "FORA DO TERRITORIO: " WS-TER-FORA
                      "  RETIDAS (TERRDEC): " WS-TER-RETIDAS
           END-IF.
           CLOSE REGISTER-FILE.
           DISPLAY "VENDAS LIDAS    : " WS-READ-COUNT.
