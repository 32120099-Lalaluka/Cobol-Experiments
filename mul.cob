002895         FILE STATUS IS WS-TAXRATE-STATUS.
002900         SELECT CREDIT-EXC-FILE ASSIGN TO 'credexc.rpt'
003000         ORGANIZATION IS LINE SEQUENTIAL.
003001         SELECT PRICETBL ASSIGN TO 'pricetbl.txt'
003002         ORGANIZATION IS INDEXED
003003         ACCESS MODE IS DYNAMIC
003004         RECORD KEY IS PT-KEY
003005         FILE STATUS IS WS-PRICETBL-STATUS.
003007         SELECT CUSTXREF ASSIGN TO 'custxref.txt'
003009         ORGANIZATION IS INDEXED
003011         ACCESS MODE IS RANDOM
003013         RECORD KEY IS XR-OLD-ID
003015         FILE STATUS IS WS-XREF-STATUS.
003017         SELECT HISTORY-FILE ASSIGN TO 'invhist.txt'
003020         ORGANIZATION IS LINE SEQUENTIAL
003030         FILE STATUS IS WS-HISTORY-STATUS.
003040         SELECT AUDIT-FILE ASSIGN TO 'custmnt.aud'
003070         SELECT HISTORY-WORK ASSIGN TO 'invhist.tmp'
003080         ORGANIZATION IS LINE SEQUENTIAL
003090         FILE STATUS IS WS-HISTWORK-STATUS.
003091         SELECT INVOICE-PRINT ASSIGN TO 'invoice.prt'
003092         ORGANIZATION IS LINE SEQUENTIAL.
003093         SELECT OPEN-ITEM ASSIGN TO 'openitem.txt'
003094         ORGANIZATION IS INDEXED
003095         ACCESS MODE IS DYNAMIC
003096         RECORD KEY IS OI-INVOICE-NO
003097         ALTERNATE RECORD KEY IS OI-FENTRY-ID WITH DUPLICATES
003098         FILE STATUS IS WS-OPENITEM-STATUS.
003100
003200 DATA DIVISION.
003300     FILE SECTION.
006800                         CPY-CD-CREDIT-LIMIT BY CD-CREDIT-LIMIT
006900                         CPY-CD-CURR-BALANCE BY CD-CURR-BALANCE
006905                            CPY-CD-TAX-CODE BY CD-TAX-CODE
006907                          CPY-CD-HOLD-FLAG BY CD-HOLD-FLAG
006908                          CPY-CD-DUN-STAGE BY CD-DUN-STAGE
006909                            CPY-CD-DUN-DATE BY CD-DUN-DATE
006912                            CPY-CD-REP-CODE BY CD-REP-CODE.
006915     FD ITEMMST.
006920     COPY ITEMMST REPLACING CPY-IM-RECORD BY ITEMMST-FILE
006930                            CPY-IM-ITEM-CODE BY IM-ITEM-CODE
006940                            CPY-IM-DESC BY IM-DESC
006950                            CPY-IM-UNIT-PRICE BY IM-UNIT-PRICE
006960                            CPY-IM-ACTIVE BY IM-ACTIVE
006963                            CPY-IM-ON-HAND BY IM-ON-HAND
006966                          CPY-IM-REORDER-PT BY IM-REORDER-PT.
006970     FD TAXRATE.
006980     COPY TAXRATE REPLACING CPY-TX-RECORD BY TAXRATE-FILE
006985                            CPY-TX-CODE BY TX-CODE
006995                            CPY-TX-DESC BY TX-DESC.
007000     FD CREDIT-EXC-FILE.
007100     01 CREDIT-EXC-LINE PIC X(100).
007101     FD PRICETBL.
007102     COPY PRICETB REPLACING CPY-PT-RECORD BY PRICETBL-FILE
007103                            CPY-PT-KEY BY PT-KEY
007104                            CPY-PT-TYPE BY PT-TYPE
007105                            CPY-PT-FENTRY-ID BY PT-FENTRY-ID
007106                            CPY-PT-ITEM-CODE BY PT-ITEM-CODE
007107                            CPY-PT-FROM BY PT-FROM
007108                            CPY-PT-END-DATE BY PT-END-DATE
007109                          CPY-PT-UNIT-PRICE BY PT-UNIT-PRICE.
007110     FD CUSTXREF.
007111     COPY CUSTXRF REPLACING CPY-XR-RECORD BY XREF-RECORD
007112                            CPY-XR-OLD-ID BY XR-OLD-ID
007113                            CPY-XR-NEW-ID BY XR-NEW-ID
007114                            CPY-XR-MERGE-DATE BY XR-MERGE-DATE
007115                            CPY-XR-OPERATOR BY XR-OPERATOR.
007116     FD HISTORY-FILE.
007120     COPY INVHIST REPLACING CPY-IH-RECORD BY HISTORY-RECORD
007130                            CPY-IH-RUN-DATE BY IH-RUN-DATE
007140                            CPY-IH-FENTRY-ID BY IH-FENTRY-ID
007155                            CPY-IH-ITEM-CODE BY IH-ITEM-CODE
007160                            CPY-IH-QTY BY IH-QTY
007170                            CPY-IH-UNIT-PRICE BY IH-UNIT-PRICE
007180                            CPY-IH-EXTENDED BY IH-EXTENDED
007181                         CPY-IH-INVOICE-NO BY IH-INVOICE-NO
007182                            CPY-IH-PERIOD BY IH-PERIOD.
007183     FD HISTORY-WORK.
007184     COPY INVHIST REPLACING CPY-IH-RECORD BY HISTWORK-RECORD
007185                            CPY-IH-RUN-DATE BY WK-RUN-DATE
007187                            CPY-IH-FENTRY-ID BY WK-FENTRY-ID
007189                            CPY-IH-TYPE BY WK-TYPE
007191                            CPY-IH-ITEM-CODE BY WK-ITEM-CODE
007193                            CPY-IH-QTY BY WK-QTY
007195                            CPY-IH-UNIT-PRICE BY WK-UNIT-PRICE
007197                            CPY-IH-EXTENDED BY WK-EXTENDED
007198                         CPY-IH-INVOICE-NO BY WK-INVOICE-NO
007199                            CPY-IH-PERIOD BY WK-PERIOD.
007200     FD AUDIT-FILE.
007201     01 AUDIT-RECORD.
007203         05 AUD-DATE PIC 9(8).
007205         05 FILLER PIC X(1) VALUE SPACE.
007223         05 AUD-BEFORE-LIMIT PIC 9(9).99.
007225         05 FILLER PIC X(1) VALUE SPACE.
007227         05 AUD-AFTER-LIMIT PIC 9(9).99.
007230     FD INVOICE-PRINT.
007240     01 INVOICE-PRINT-LINE PIC X(80).
007244     FD OPEN-ITEM.
007248     COPY OPENITEM REPLACING CPY-OI-RECORD BY OPENITEM-FILE
007252                        CPY-OI-INVOICE-NO BY OI-INVOICE-NO
007256                          CPY-OI-FENTRY-ID BY OI-FENTRY-ID
007260                              CPY-OI-TYPE BY OI-TYPE
007264                          CPY-OI-INV-DATE BY OI-INV-DATE
007268                      CPY-OI-ORIG-AMOUNT BY OI-ORIG-AMOUNT
007272                      CPY-OI-PAID-AMOUNT BY OI-PAID-AMOUNT
007276                      CPY-OI-OPEN-AMOUNT BY OI-OPEN-AMOUNT
007280                    CPY-OI-LAST-PAY-DATE BY OI-LAST-PAY-DATE.
007290
007300     WORKING-STORAGE SECTION.
007400     77 WS-EOF PIC A(1) VALUE 'N'.
008800                            CPY-RCP-FUNCTION BY WS-RC-FUNCTION
008900                            CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
009000                            CPY-RCP-COND-CODE BY WS-RC-COND-CODE
009100                            CPY-RCP-RESULT BY WS-RC-RESULT
009110                            CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
009200     77 WS-EXTENDED-PRICE PIC 9(9)V99.
009300     77 WS-SIGNED-EXTENDED PIC S9(9)V99.
009400     77 WS-OVERFLOW-COUNT PIC 9(5) VALUE ZERO.
011700         05 WS-D-PRICE PIC ZZZZZZ9.99.
011800         05 FILLER PIC X(3) VALUE SPACES.
011900         05 WS-D-EXTENDED PIC ZZZZZZZZ9.99-.
011910         05 FILLER PIC X(2) VALUE SPACES.
011920         05 WS-D-RULE PIC X(8).
012000     01 WS-CUST-TOTAL-LINE.
012100         05 FILLER PIC X(19) VALUE
012200             "  CUSTOMER TOTAL...".
017000             "OVER-LIMIT CUSTOMERS.....".
017100         05 WS-XT-COUNT PIC ZZZZ9.
017200     77 WS-RUN-DATE PIC 9(8).
017201     COPY SYSPRMP REPLACING CPY-SPP-PARMS BY WS-SP-PARMS
017202                            CPY-SPP-FUNCTION BY WS-SP-FUNCTION
017203                            CPY-SPP-PARM-NAME BY WS-SP-PARM-NAME
017204                           CPY-SPP-PARM-VALUE BY WS-SP-PARM-VALUE
017205                            CPY-SPP-RESULT BY WS-SP-RESULT.
017206     77 WS-INVOICE-NO PIC 9(8) VALUE ZERO.
017207     77 WS-INVOICE-STARTED PIC A(1) VALUE 'N'.
017208     77 WS-INVOICE-COUNT PIC 9(5) VALUE ZERO.
017209     77 WS-INVOICE-DOCS PIC 9(5) VALUE ZERO.
017210     77 WS-BILL-ADDR-1 PIC X(30).
017211     77 WS-BILL-ADDR-2 PIC X(30).
017212     77 WS-DROP-LOW-INV PIC 9(8).
017213     77 WS-DROP-HIGH-INV PIC 9(8).
017214     01 WS-IP-TITLE-LINE.
017215         05 FILLER PIC X(40) VALUE "INVOICE".
017216         05 FILLER PIC X(14) VALUE "INVOICE NO:   ".
017217         05 WS-IP-NUMBER PIC 9(8).
017218     01 WS-IP-DATE-LINE.
017219         05 FILLER PIC X(40) VALUE SPACES.
017220         05 FILLER PIC X(14) VALUE "INVOICE DATE: ".
017221         05 WS-IP-DATE PIC 9(8).
017222     01 WS-IP-BILL-LINE.
017223         05 WS-IP-BILL-LABEL PIC X(10).
017224         05 WS-IP-BILL-TEXT PIC X(30).
017225     01 WS-IP-COLUMN-LINE.
017226         05 FILLER PIC X(10) VALUE "ITEM".
017227         05 FILLER PIC X(27) VALUE "DESCRIPTION".
017228         05 FILLER PIC X(3) VALUE "T".
017229         05 FILLER PIC X(7) VALUE "   QTY".
017230         05 FILLER PIC X(12) VALUE "  UNIT PRICE".
017231         05 FILLER PIC X(13) VALUE "       AMOUNT".
017232     01 WS-IP-DETAIL-LINE.
017233         05 WS-IP-ITEM PIC X(8).
017234         05 FILLER PIC X(2) VALUE SPACES.
017235         05 WS-IP-DESC PIC X(25).
017236         05 FILLER PIC X(2) VALUE SPACES.
017237         05 WS-IP-TYPE PIC X(1).
017238         05 FILLER PIC X(2) VALUE SPACES.
017239         05 WS-IP-QTY PIC ZZZZ9.
017240         05 FILLER PIC X(2) VALUE SPACES.
017241         05 WS-IP-PRICE PIC ZZZZZZ9.99.
017242         05 FILLER PIC X(2) VALUE SPACES.
017243         05 WS-IP-EXTENDED PIC ZZZZZZZZ9.99-.
017244     01 WS-IP-TAX-LINE.
017245         05 FILLER PIC X(10) VALUE SPACES.
017246         05 FILLER PIC X(6) VALUE "TAX @ ".
017247         05 WS-IP-TAX-CODE PIC X(3).
017248         05 FILLER PIC X(2) VALUE SPACES.
017249         05 WS-IP-TAX-DESC PIC X(25).
017250         05 FILLER PIC X(11) VALUE SPACES.
017251         05 WS-IP-TAX-AMOUNT PIC ZZZZZZZZZZ9.99-.
017252     01 WS-IP-TOTAL-LINE.
017253         05 FILLER PIC X(10) VALUE SPACES.
017254         05 FILLER PIC X(47) VALUE "INVOICE TOTAL".
017255         05 WS-IP-TOTAL PIC ZZZZZZZZZZ9.99-.
017257     01 WS-MERGED-REASON.
017259         05 FILLER PIC X(12) VALUE "MERGED INTO ".
017261         05 WS-MR-ID PIC 9(5).
017262     01 WS-SHORT-REASON.
017263         05 FILLER PIC X(21) VALUE "SHORT STOCK, ON HAND ".
017264         05 WS-SR-ON-HAND PIC 9(7).
017265     01 WS-SHORT-LINE.
017266         05 FILLER PIC X(2) VALUE SPACES.
017267         05 WS-SH-TYPE PIC X(1).
017268         05 FILLER PIC X(2) VALUE SPACES.
017269         05 WS-SH-QTY PIC ZZZZ9.
017270         05 FILLER PIC X(17) VALUE "  *SHORT STOCK*  ".
017271         05 WS-SH-ITEM PIC X(8).
017272         05 FILLER PIC X(10) VALUE "  ON HAND ".
017273         05 WS-SH-ON-HAND PIC ZZZZZZ9.
017274         05 FILLER PIC X(13) VALUE " - NOT BILLED".
017275     77 WS-SHORT-COUNT PIC 9(5) VALUE ZERO.
017276     77 WS-STOCK-FAIL-COUNT PIC 9(5) VALUE ZERO.
017277     77 WS-OPENITEM-STATUS PIC X(2).
017278     77 WS-PRICETBL-STATUS PIC X(2).
017279     77 WS-PRICETBL-OPEN PIC A(1) VALUE 'N'.
017280     77 WS-XREF-STATUS PIC X(2).
017281     77 WS-XREF-OPEN PIC A(1) VALUE 'N'.
017282     77 WS-MERGED-INTO PIC 9(5) VALUE ZERO.
017283     77 WS-PT-EOF PIC A(1).
017285     77 WS-PRICE-RULE PIC X(8).
017290     77 WS-CONTRACT-COUNT PIC 9(5) VALUE ZERO.
017295     77 WS-QTY-BREAK-COUNT PIC 9(5) VALUE ZERO.
017305     77 WS-RUN-PERIOD PIC 9(6).
017315     COPY PERCTLP REPLACING CPY-PCP-PARMS BY WS-PC-PARMS
017325                            CPY-PCP-FUNCTION BY WS-PC-FUNCTION
017335                            CPY-PCP-DATE BY WS-PC-DATE
017345                            CPY-PCP-PERIOD BY WS-PC-PERIOD
017355                            CPY-PCP-STATUS BY WS-PC-STATUS
017365                            CPY-PCP-RESULT BY WS-PC-RESULT.
017375
017400 LINKAGE SECTION.
017500     01 RUN-PARM.
017600         05 PARM-LENGTH PIC S9(4) COMP.
019300             GOBACK
019400         END-IF
019500     END-IF.
019507     PERFORM CHECK-POSTING-PERIOD.
019514     IF WS-PC-RESULT NOT = 'Y'
019521         DISPLAY "MUL: PERIOD " WS-RUN-PERIOD
019528             " IS CLOSED, NOTHING POSTED"
019535         IF WS-BATCH-MODE = 'Y'
019542             MOVE 'E' TO WS-RC-FUNCTION
019549             MOVE 12 TO WS-RC-COND-CODE
019556             CALL "RUNCTL" USING WS-RC-PARMS
019563         END-IF
019570         MOVE 12 TO RETURN-CODE
019577         GOBACK
019584     END-IF.
019600     OPEN INPUT FENTRY.
019700     IF WS-FENTRY-STATUS NOT = '00'
019800         DISPLAY "UNABLE TO OPEN input.txt, STATUS "
020700         DISPLAY "NO CUSTOMER DETAIL FILE (STATUS "
020800             WS-CUSTDTL-STATUS "), CREDIT CHECKING SKIPPED"
020900     END-IF.
020910     OPEN I-O ITEMMST.
020920     IF WS-ITEMMST-STATUS NOT = '00'
020930         DISPLAY "UNABLE TO OPEN itemmst.txt, STATUS "
020940             WS-ITEMMST-STATUS
020988         DISPLAY "NO TAX RATE FILE (STATUS "
020990             WS-TAXRATE-STATUS "), TAX NOT COMPUTED"
020992     END-IF.
021002     OPEN INPUT PRICETBL.
021012     IF WS-PRICETBL-STATUS = '00'
021022         MOVE 'Y' TO WS-PRICETBL-OPEN
021032     ELSE
021042         DISPLAY "NO PRICE TABLE (STATUS "
021052             WS-PRICETBL-STATUS "), ITEM MASTER PRICES USED"
021062     END-IF.
021064     OPEN INPUT CUSTXREF.
021066     IF WS-XREF-STATUS = '00'
021068         MOVE 'Y' TO WS-XREF-OPEN
021070     END-IF.
021072     PERFORM OPEN-OPEN-ITEMS.
021082     SORT SORT-WORK
021100         ON ASCENDING KEY SORT-FENTRY-ID
021200         INPUT PROCEDURE IS LOAD-SORT-FILE
021300         OUTPUT PROCEDURE IS PRINT-REGISTER.
021420     IF WS-TAXRATE-OPEN = 'Y'
021430         CLOSE TAXRATE
021440     END-IF.
021442     IF WS-PRICETBL-OPEN = 'Y'
021444         CLOSE PRICETBL
021446     END-IF.
021447     IF WS-XREF-OPEN = 'Y'
021448         CLOSE CUSTXREF
021449     END-IF.
021450     CLOSE OPEN-ITEM.
021500     IF WS-CUSTDTL-OPEN = 'Y'
021600         CLOSE CUSTDTL
021700     END-IF.
022300     END-IF.
022400 GOBACK.
022500
022509* NOTHING IS BILLED INTO A PERIOD ACCOUNTING HAS CLOSED, AND A
022518* RERUN FOR A DATE IN ONE MUST NOT REWRITE ITS HISTORY EITHER.
022527* EVERY HISTORY LINE CARRIES THE PERIOD IT WAS POSTED INTO.
022536 CHECK-POSTING-PERIOD.
022545     IF WS-BATCH-MODE = 'Y'
022546         MOVE WS-RC-BUS-DATE TO WS-RUN-DATE
022547     ELSE
022548         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
022549     END-IF.
022554     MOVE 'C' TO WS-PC-FUNCTION.
022563     MOVE WS-RUN-DATE TO WS-PC-DATE.
022572     CALL "PERCTL" USING WS-PC-PARMS.
022581     MOVE WS-PC-PERIOD TO WS-RUN-PERIOD.
022590
022600 WRITE-CONTROL-TOTALS.
022700     OPEN EXTEND CONTROL-FILE.
022800     IF WS-CONTROL-STATUS = '05' OR WS-CONTROL-STATUS = '35'
026500     OPEN OUTPUT REGISTER-FILE.
026600     OPEN OUTPUT REJECT-FILE.
026700     OPEN OUTPUT CREDIT-EXC-FILE.
026701     OPEN OUTPUT INVOICE-PRINT.
026704     PERFORM PURGE-TODAYS-HISTORY.
026710     OPEN EXTEND HISTORY-FILE.
026720     IF WS-HISTORY-STATUS = '05' OR WS-HISTORY-STATUS = '35'
029100     CLOSE REJECT-FILE.
029200     CLOSE CREDIT-EXC-FILE.
029210     CLOSE HISTORY-FILE.
029220     CLOSE INVOICE-PRINT.
029230     DISPLAY "MUL ISSUED " WS-INVOICE-COUNT " INVOICE(S)".
029240     DISPLAY "MUL PRICED " WS-CONTRACT-COUNT
029250         " LINE(S) AT CONTRACT, " WS-QTY-BREAK-COUNT
029260         " AT QUANTITY BREAK".
029265     DISPLAY "MUL REJECTED " WS-SHORT-COUNT
029270         " LINE(S) FOR SHORT STOCK".
029275     IF WS-STOCK-FAIL-COUNT GREATER THAN ZERO
029280         DISPLAY "MUL COULD NOT UPDATE ON-HAND FOR "
029285             WS-STOCK-FAIL-COUNT " LINE(S)"
029290     END-IF.
029300
029400 PROCESS-ONE-LINE.
029500     IF SORT-FENTRY-ID NOT = WS-CURR-ID
030200         EVALUATE TRUE
030300             WHEN SORT-FENTRY-ID IS NOT NUMERIC
030400                 MOVE "FENTRY-ID NOT NUMERIC" TO WS-REJECT-REASON
030410             WHEN WS-MERGED-INTO NOT = ZERO
030420                 MOVE WS-MERGED-INTO TO WS-MR-ID
030430                 MOVE WS-MERGED-REASON TO WS-REJECT-REASON
030500             WHEN WS-CUST-FOUND = 'I'
030600                 MOVE "CUSTOMER INACTIVE" TO WS-REJECT-REASON
030700             WHEN OTHER
032100 START-CUSTOMER.
032200     MOVE SORT-FENTRY-ID TO WS-CURR-ID.
032300     MOVE ZERO TO WS-CUST-TOTAL.
032310     MOVE ZERO TO WS-INVOICE-NO.
032320     MOVE 'N' TO WS-INVOICE-STARTED.
032400     IF SORT-FENTRY-ID IS NOT NUMERIC
032500         MOVE 'N' TO WS-CUST-FOUND
032600     ELSE
033700                 MOVE NAME TO WS-CUST-NAME
033800         END-READ
033900     END-IF.
033909     MOVE ZERO TO WS-MERGED-INTO.
033918     IF WS-CUST-FOUND = 'I' AND WS-XREF-OPEN = 'Y'
033927         MOVE SORT-FENTRY-ID TO XR-OLD-ID
033936         READ CUSTXREF
033945             INVALID KEY
033954                 CONTINUE
033963             NOT INVALID KEY
033972                 MOVE XR-NEW-ID TO WS-MERGED-INTO
033981         END-READ
033990     END-IF.
034000     IF WS-CUST-FOUND = 'Y'
034100         MOVE WS-CURR-ID TO WS-CH-ID
034200         MOVE WS-CUST-NAME TO WS-CH-NAME
034800     MOVE 'N' TO WS-HAS-DETAIL.
034810     MOVE SPACES TO WS-TAX-CODE.
034820     MOVE SPACE TO WS-HOLD-FLAG.
034830     MOVE SPACES TO WS-BILL-ADDR-1.
034840     MOVE SPACES TO WS-BILL-ADDR-2.
034900     IF WS-CUSTDTL-OPEN = 'Y'
035000         MOVE WS-CURR-ID TO CD-FENTRY-ID
035100         READ CUSTDTL
035700                 MOVE CD-CURR-BALANCE TO WS-CURR-BALANCE
035710                 MOVE CD-TAX-CODE TO WS-TAX-CODE
035720                 MOVE CD-HOLD-FLAG TO WS-HOLD-FLAG
035730                 MOVE CD-ADDR-1 TO WS-BILL-ADDR-1
035740                 MOVE CD-ADDR-2 TO WS-BILL-ADDR-2
035800         END-READ
035900     END-IF.
036000
036300         PERFORM CHECK-CREDIT-LIMIT
036400         MOVE WS-CUST-TOTAL TO WS-CT-TOTAL
036500         WRITE REGISTER-LINE FROM WS-CUST-TOTAL-LINE
036510         IF WS-INVOICE-STARTED = 'Y'
036520             PERFORM FINISH-INVOICE
036530         END-IF
036600     END-IF.
036610
036620 COMPUTE-CUSTOMER-TAX.
036646                 WRITE REGISTER-LINE FROM WS-TAX-LINE
036648                 ADD WS-CUST-TAX TO WS-CUST-TOTAL
036650                 ADD WS-CUST-TAX TO WS-TAX-TOTAL
036651                 IF WS-INVOICE-STARTED = 'Y'
036652                     MOVE WS-TAX-CODE TO WS-IP-TAX-CODE
036653                     MOVE TX-DESC TO WS-IP-TAX-DESC
036654                     MOVE WS-CUST-TAX TO WS-IP-TAX-AMOUNT
036655                     WRITE INVOICE-PRINT-LINE FROM WS-IP-TAX-LINE
036656                 END-IF
036658         END-READ
036659     END-IF.
036700
036800 CHECK-CREDIT-LIMIT.
036900     MOVE SPACES TO WS-CT-FLAG.
038546     IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
038548         OPEN OUTPUT AUDIT-FILE
038550     END-IF.
038552     MOVE WS-RUN-DATE TO AUD-DATE.
038554     ACCEPT AUD-TIME FROM TIME.
038556     MOVE "MUL" TO AUD-OPERATOR.
038558     MOVE 'H' TO AUD-TRANS-CODE.
038617     IF IM-ACTIVE = 'I'
038618         MOVE "ITEM INACTIVE" TO WS-REJECT-REASON
038619     ELSE
038620         PERFORM FIND-PRICE-OF-RECORD
038621         COMPUTE WS-PRICE-DIFF =
038622             SORT-UNIT-PRICE - WS-MASTER-PRICE
038623         IF WS-PRICE-DIFF LESS THAN ZERO
038624             COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
038625         END-IF
038626         IF WS-PRICE-DIFF GREATER THAN WS-PRICE-TOLERANCE
038627             PERFORM SET-PRICE-REJECT-REASON
038629         ELSE
038630             PERFORM CHECK-ITEM-STOCK
038631         END-IF
038632     END-IF.
038633
038634* A SALE MAY NOT TAKE AN ITEM BELOW ZERO ON HAND. THE LINE IS
038635* FLAGGED ON THE REGISTER UNDER ITS CUSTOMER AND REJECTED, SO
038636* NOTHING IS BILLED THAT THE WAREHOUSE CANNOT SHIP. CREDITS
038637* AND RETURNS NEVER REDUCE STOCK AND ARE NOT CHECKED. AN ITEM
038638* WITH NO REORDER POINT (SERVICES AND THE LIKE) IS NOT
038639* STOCK-CONTROLLED AND IS NEVER SHORT.
038640 CHECK-ITEM-STOCK.
038641     IF SORT-TYPE = 'S' AND IM-REORDER-PT GREATER THAN ZERO
038642         AND SORT-QTY GREATER THAN IM-ON-HAND
038643         MOVE IM-ON-HAND TO WS-SR-ON-HAND
038644         MOVE WS-SHORT-REASON TO WS-REJECT-REASON
038645         MOVE SORT-TYPE TO WS-SH-TYPE
038646         MOVE SORT-QTY TO WS-SH-QTY
038647         MOVE SORT-ITEM-CODE TO WS-SH-ITEM
038648         MOVE IM-ON-HAND TO WS-SH-ON-HAND
038649         WRITE REGISTER-LINE FROM WS-SHORT-LINE
038650         ADD 1 TO WS-SHORT-COUNT
038651     ELSE
038652         MOVE 'Y' TO WS-ITEM-OK
038653     END-IF.
038654
038655* THE PRICE OF RECORD IS THE CUSTOMER'S CONTRACT PRICE IN FORCE
038656* ON THE RUN DATE, ELSE THE HIGHEST QUANTITY-BREAK TIER THE
038657* LINE'S QUANTITY REACHES, ELSE THE ITEM MASTER PRICE. THE RULE
038658* USED IS SHOWN ON THE REGISTER LINE.
038659 FIND-PRICE-OF-RECORD.
038660     MOVE IM-UNIT-PRICE TO WS-MASTER-PRICE.
038661     MOVE "LIST" TO WS-PRICE-RULE.
038662     IF WS-PRICETBL-OPEN = 'Y'
038663         PERFORM FIND-CONTRACT-PRICE
038664         IF WS-PRICE-RULE = "LIST"
038665             PERFORM FIND-QTY-BREAK-PRICE
038666         END-IF
038667     END-IF.
038668
038669* CONTRACTS FOR THE CUSTOMER AND ITEM COME BACK IN START-DATE
038670* ORDER, SO WHERE TWO OVERLAP THE LATER ONE WINS.
038671 FIND-CONTRACT-PRICE.
038672     MOVE 'C' TO PT-TYPE.
038673     MOVE SORT-FENTRY-ID TO PT-FENTRY-ID.
038674     MOVE SORT-ITEM-CODE TO PT-ITEM-CODE.
038675     MOVE ZERO TO PT-FROM.
038677     MOVE 'N' TO WS-PT-EOF.
038679     START PRICETBL KEY IS NOT LESS THAN PT-KEY
038681         INVALID KEY MOVE 'Y' TO WS-PT-EOF
038683     END-START.
038685     PERFORM UNTIL WS-PT-EOF = 'Y'
038687         READ PRICETBL NEXT RECORD
038689             AT END MOVE 'Y' TO WS-PT-EOF
038691             NOT AT END
038693                 IF PT-TYPE NOT = 'C'
038695                     OR PT-FENTRY-ID NOT = SORT-FENTRY-ID
038697                     OR PT-ITEM-CODE NOT = SORT-ITEM-CODE
038699                     OR PT-FROM GREATER THAN WS-RUN-DATE
038701                     MOVE 'Y' TO WS-PT-EOF
038703                 ELSE
038705                     IF PT-END-DATE NOT LESS THAN WS-RUN-DATE
038707                         MOVE PT-UNIT-PRICE TO WS-MASTER-PRICE
038709                         MOVE "CONTRACT" TO WS-PRICE-RULE
038711                     END-IF
038713                 END-IF
038715         END-READ
038717     END-PERFORM.
038719
038721 FIND-QTY-BREAK-PRICE.
038723     MOVE 'Q' TO PT-TYPE.
038725     MOVE ZERO TO PT-FENTRY-ID.
038727     MOVE SORT-ITEM-CODE TO PT-ITEM-CODE.
038729     MOVE ZERO TO PT-FROM.
038731     MOVE 'N' TO WS-PT-EOF.
038733     START PRICETBL KEY IS NOT LESS THAN PT-KEY
038735         INVALID KEY MOVE 'Y' TO WS-PT-EOF
038737     END-START.
038739     PERFORM UNTIL WS-PT-EOF = 'Y'
038741         READ PRICETBL NEXT RECORD
038743             AT END MOVE 'Y' TO WS-PT-EOF
038745             NOT AT END
038747                 IF PT-TYPE NOT = 'Q'
038749                     OR PT-ITEM-CODE NOT = SORT-ITEM-CODE
038751                     OR PT-FROM GREATER THAN SORT-QTY
038753                     MOVE 'Y' TO WS-PT-EOF
038755                 ELSE
038757                     MOVE PT-UNIT-PRICE TO WS-MASTER-PRICE
038759                     MOVE "QTY BRK" TO WS-PRICE-RULE
038761                 END-IF
038763         END-READ
038765     END-PERFORM.
038767
038769 SET-PRICE-REJECT-REASON.
038771     EVALUATE WS-PRICE-RULE
038773         WHEN "CONTRACT"
038775             MOVE "KEYED PRICE OFF CONTRACT PRICE"
038777                 TO WS-REJECT-REASON
038779         WHEN "QTY BRK"
038781             MOVE "KEYED PRICE OFF QUANTITY BREAK"
038783                 TO WS-REJECT-REASON
038785         WHEN OTHER
038787             MOVE "KEYED PRICE OFF ITEM MASTER"
038789                 TO WS-REJECT-REASON
038791     END-EVALUATE.
038793
038795 PRICE-ONE-LINE.
038800     MOVE 'N' TO WS-OVERFLOW-FLAG.
038900     COMPUTE WS-EXTENDED-PRICE ROUNDED =
039000         SORT-QTY * WS-MASTER-PRICE
041800         MOVE SORT-TYPE TO WS-D-TYPE
041900         MOVE SORT-QTY TO WS-D-QTY
042000         MOVE WS-MASTER-PRICE TO WS-D-PRICE
042010         MOVE WS-PRICE-RULE TO WS-D-RULE
042020         IF WS-PRICE-RULE = "CONTRACT"
042030             ADD 1 TO WS-CONTRACT-COUNT
042040         END-IF
042050         IF WS-PRICE-RULE = "QTY BRK"
042060             ADD 1 TO WS-QTY-BREAK-COUNT
042070         END-IF
042100         MOVE WS-SIGNED-EXTENDED TO WS-D-EXTENDED
042200         WRITE REGISTER-LINE FROM WS-DETAIL-LINE
042300         ADD 1 TO WS-LINES-PRINTED
042302         IF WS-INVOICE-STARTED NOT = 'Y'
042304             PERFORM START-INVOICE
042306         END-IF
042308         PERFORM PRINT-INVOICE-LINE
042310         PERFORM WRITE-HISTORY-LINE
042320         PERFORM MOVE-ITEM-STOCK
042400     END-IF.
042401
042402* A SALE TAKES ITS QUANTITY OFF HAND AND A RETURN PUTS IT
042403* BACK. A CREDIT MEMO IS A PRICE CORRECTION ONLY - NO GOODS
042404* MOVE. THE ITEM RECORD IS STILL THE ONE LOOK-UP-ITEM READ.
042405* ON-HAND IS ONLY KEPT FOR STOCK-CONTROLLED ITEMS.
042406 MOVE-ITEM-STOCK.
042407     IF (SORT-TYPE = 'S' OR SORT-TYPE = 'R')
042408         AND IM-REORDER-PT GREATER THAN ZERO
042409         IF SORT-TYPE = 'S'
042410             SUBTRACT SORT-QTY FROM IM-ON-HAND
042411         ELSE
042412             ADD SORT-QTY TO IM-ON-HAND
042413         END-IF
042414         REWRITE ITEMMST-FILE
042415             INVALID KEY
042416                 DISPLAY "ON-HAND REWRITE FAILED FOR "
042417                     SORT-ITEM-CODE
042418                 ADD 1 TO WS-STOCK-FAIL-COUNT
042419         END-REWRITE
042420     END-IF.
042421
042422 WRITE-HISTORY-LINE.
042430     MOVE WS-RUN-DATE TO IH-RUN-DATE.
042440     MOVE SORT-FENTRY-ID TO IH-FENTRY-ID.
042450     MOVE SORT-TYPE TO IH-TYPE.
042460     MOVE SORT-QTY TO IH-QTY.
042470     MOVE WS-MASTER-PRICE TO IH-UNIT-PRICE.
042480     MOVE WS-SIGNED-EXTENDED TO IH-EXTENDED.
042485     MOVE WS-INVOICE-NO TO IH-INVOICE-NO.
042487     MOVE WS-RUN-PERIOD TO IH-PERIOD.
042490     WRITE HISTORY-RECORD.
042491
042492* THE INVOICE NUMBER IS TAKEN WHEN THE CUSTOMER'S FIRST LINE
042493* PRICES, NOT WHEN THE CUSTOMER BREAKS, SO A CUSTOMER WHOSE
042494* LINES ALL REJECT DOES NOT BURN A NUMBER.
042495 START-INVOICE.
042496     MOVE 'Y' TO WS-INVOICE-STARTED.
042497     ADD 1 TO WS-INVOICE-DOCS.
042498     MOVE 'N' TO WS-SP-FUNCTION.
042499     MOVE "INV-NUMBER" TO WS-SP-PARM-NAME.
042500     MOVE ZERO TO WS-SP-PARM-VALUE.
042501     CALL "SYSPARM" USING WS-SP-PARMS.
042502     IF WS-SP-RESULT = 'Y'
042503         MOVE WS-SP-PARM-VALUE TO WS-INVOICE-NO
042504         ADD 1 TO WS-INVOICE-COUNT
042505     ELSE
042506         MOVE ZERO TO WS-INVOICE-NO
042507         DISPLAY "NO INVOICE NUMBER AVAILABLE FOR " WS-CURR-ID
042508     END-IF.
042509     MOVE WS-INVOICE-NO TO WS-IP-NUMBER.
042510     IF WS-INVOICE-DOCS GREATER THAN 1
042511         WRITE INVOICE-PRINT-LINE FROM WS-IP-TITLE-LINE
042512             AFTER ADVANCING PAGE
042513     ELSE
042514         WRITE INVOICE-PRINT-LINE FROM WS-IP-TITLE-LINE
042515     END-IF.
042516     MOVE WS-RUN-DATE TO WS-IP-DATE.
042517     WRITE INVOICE-PRINT-LINE FROM WS-IP-DATE-LINE.
042518     MOVE SPACES TO INVOICE-PRINT-LINE.
042519     WRITE INVOICE-PRINT-LINE.
042520     MOVE "ACCOUNT:" TO WS-IP-BILL-LABEL.
042521     MOVE WS-CURR-ID TO WS-IP-BILL-TEXT.
042522     WRITE INVOICE-PRINT-LINE FROM WS-IP-BILL-LINE.
042523     MOVE "BILL TO:" TO WS-IP-BILL-LABEL.
042524     MOVE WS-CUST-NAME TO WS-IP-BILL-TEXT.
042525     WRITE INVOICE-PRINT-LINE FROM WS-IP-BILL-LINE.
042526     MOVE SPACES TO WS-IP-BILL-LABEL.
042527     IF WS-BILL-ADDR-1 NOT = SPACES
042528         MOVE WS-BILL-ADDR-1 TO WS-IP-BILL-TEXT
042529         WRITE INVOICE-PRINT-LINE FROM WS-IP-BILL-LINE
042530     END-IF.
042531     IF WS-BILL-ADDR-2 NOT = SPACES
042532         MOVE WS-BILL-ADDR-2 TO WS-IP-BILL-TEXT
042533         WRITE INVOICE-PRINT-LINE FROM WS-IP-BILL-LINE
042534     END-IF.
042535     MOVE SPACES TO INVOICE-PRINT-LINE.
042536     WRITE INVOICE-PRINT-LINE.
042537     WRITE INVOICE-PRINT-LINE FROM WS-IP-COLUMN-LINE.
042538
042539 PRINT-INVOICE-LINE.
042540     MOVE SORT-ITEM-CODE TO WS-IP-ITEM.
042541     MOVE IM-DESC TO WS-IP-DESC.
042542     MOVE SORT-TYPE TO WS-IP-TYPE.
042543     MOVE SORT-QTY TO WS-IP-QTY.
042544     MOVE WS-MASTER-PRICE TO WS-IP-PRICE.
042545     MOVE WS-SIGNED-EXTENDED TO WS-IP-EXTENDED.
042546     WRITE INVOICE-PRINT-LINE FROM WS-IP-DETAIL-LINE.
042547
042548 FINISH-INVOICE.
042549     MOVE SPACES TO INVOICE-PRINT-LINE.
042550     WRITE INVOICE-PRINT-LINE.
042551     MOVE WS-CUST-TOTAL TO WS-IP-TOTAL.
042552     WRITE INVOICE-PRINT-LINE FROM WS-IP-TOTAL-LINE.
042553     PERFORM POST-OPEN-ITEM.
042554
042555* EVERY NUMBERED INVOICE BECOMES AN OPEN ITEM FOR ITS FULL
042556* AMOUNT INCLUDING TAX, AND THE SAME AMOUNT IS POSTED TO THE
042557* CUSTOMER BALANCE SO THE OPEN ITEMS AND THE BALANCE MOVE
042558* TOGETHER.
042559 POST-OPEN-ITEM.
042560     IF WS-INVOICE-NO = ZERO
042561         DISPLAY "NO OPEN ITEM FOR UNNUMBERED INVOICE, "
042562             "CUSTOMER " WS-CURR-ID
042563     ELSE
042564         MOVE WS-INVOICE-NO TO OI-INVOICE-NO
042565         MOVE WS-CURR-ID TO OI-FENTRY-ID
042566         MOVE 'I' TO OI-TYPE
042567         MOVE WS-RUN-DATE TO OI-INV-DATE
042568         MOVE WS-CUST-TOTAL TO OI-ORIG-AMOUNT
042569         MOVE ZERO TO OI-PAID-AMOUNT
042570         MOVE WS-CUST-TOTAL TO OI-OPEN-AMOUNT
042571         MOVE ZERO TO OI-LAST-PAY-DATE
042572         WRITE OPENITEM-FILE
042573             INVALID KEY
042574                 DISPLAY "OPEN ITEM ALREADY ON FILE FOR INVOICE "
042575                     WS-INVOICE-NO ", BALANCE NOT POSTED"
042576             NOT INVALID KEY
042577                 PERFORM POST-CUSTOMER-BALANCE
042578         END-WRITE
042579     END-IF.
042580
042581 POST-CUSTOMER-BALANCE.
042582     IF WS-HAS-DETAIL = 'Y'
042583         ADD WS-CUST-TOTAL TO CD-CURR-BALANCE
042584         REWRITE CUSTDTL-FILE
042585             INVALID KEY
042586                 DISPLAY "BALANCE REWRITE FAILED FOR " WS-CURR-ID
042587         END-REWRITE
042588     ELSE
042589         DISPLAY "NO CUSTOMER DETAIL, BALANCE NOT POSTED FOR "
042590             WS-CURR-ID
042591     END-IF.
042592
042600 REJECT-ONE-LINE.
042700     MOVE SORT-TYPE TO WS-RJ-TYPE.
042800     MOVE SORT-FENTRY-ID TO WS-RJ-ID.
044200
044210* THE HISTORY FILE IS THE BILLING SYSTEM OF RECORD, SO A
044220* RERUN MUST NOT LEAVE DUPLICATES FROM AN EARLIER ATTEMPT -
044230* ANY REGISTER LINES ALREADY CARRYING TONIGHT'S RUN DATE ARE
044240* SIFTED OUT BEFORE THE REGISTER APPENDS THE FRESH ONES.
044250* LINES POSTED BY OTHER STEPS (FINANCE CHARGES) ARE KEPT.
044300 PURGE-TODAYS-HISTORY.
044400     MOVE ZERO TO WS-HIST-DROP-COUNT.
044500     MOVE ZERO TO WS-HIST-KEPT-COUNT.
044510     MOVE 99999999 TO WS-DROP-LOW-INV.
044520     MOVE ZERO TO WS-DROP-HIGH-INV.
044600     OPEN INPUT HISTORY-FILE.
044700     IF WS-HISTORY-STATUS NOT = '00'
044800         CONTINUE
046100             PERFORM REWRITE-HISTORY-FILE
046200             DISPLAY "MUL DROPPED " WS-HIST-DROP-COUNT
046300                 " PRIOR HISTORY LINE(S) FOR " WS-RUN-DATE
046310             IF WS-DROP-HIGH-INV GREATER THAN ZERO
046320                 PERFORM RELEASE-DROPPED-NUMBERS
046330             END-IF
046400         END-IF
046500     END-IF.
046600
046700 SIFT-ONE-HISTORY.
046800     IF IH-RUN-DATE = WS-RUN-DATE
046810         AND (IH-TYPE = 'S' OR IH-TYPE = 'C' OR IH-TYPE = 'R')
046900         ADD 1 TO WS-HIST-DROP-COUNT
046910         IF IH-INVOICE-NO IS NUMERIC
046920             AND IH-INVOICE-NO GREATER THAN ZERO
046930             IF IH-INVOICE-NO LESS THAN WS-DROP-LOW-INV
046940                 MOVE IH-INVOICE-NO TO WS-DROP-LOW-INV
046950             END-IF
046960             IF IH-INVOICE-NO GREATER THAN WS-DROP-HIGH-INV
046970                 MOVE IH-INVOICE-NO TO WS-DROP-HIGH-INV
046980             END-IF
046985             PERFORM REVERSE-DROPPED-INVOICE
046990         END-IF
046995         PERFORM REVERSE-DROPPED-STOCK
047000     ELSE
047100         ADD 1 TO WS-HIST-KEPT-COUNT
047200         MOVE HISTORY-RECORD TO HISTWORK-RECORD
048700     END-PERFORM.
048800     CLOSE HISTORY-FILE.
048900     CLOSE HISTORY-WORK.
049000
049010* THE INVOICES JUST SIFTED OUT WILL BE REISSUED BY THIS RUN.
049020* WHEN NOTHING HAS BEEN NUMBERED SINCE, THE COUNTER IS WOUND
049030* BACK SO THE RERUN REUSES THE SAME NUMBERS AND THE INVOICE
049040* SEQUENCE STAYS UNBROKEN.
049050 RELEASE-DROPPED-NUMBERS.
049060     MOVE 'G' TO WS-SP-FUNCTION.
049070     MOVE "INV-NUMBER" TO WS-SP-PARM-NAME.
049080     CALL "SYSPARM" USING WS-SP-PARMS.
049090     IF WS-SP-RESULT = 'Y'
049100         AND WS-SP-PARM-VALUE = WS-DROP-HIGH-INV
049110         MOVE 'P' TO WS-SP-FUNCTION
049120         COMPUTE WS-SP-PARM-VALUE = WS-DROP-LOW-INV - 1
049130         CALL "SYSPARM" USING WS-SP-PARMS
049140         DISPLAY "MUL RELEASED INVOICE NUMBERS " WS-DROP-LOW-INV
049150             " THRU " WS-DROP-HIGH-INV " FOR REUSE"
049160     END-IF.
049170
049180 OPEN-OPEN-ITEMS.
049190     OPEN I-O OPEN-ITEM.
049200     IF WS-OPENITEM-STATUS = '35'
049210         OPEN OUTPUT OPEN-ITEM
049220         CLOSE OPEN-ITEM
049230         OPEN I-O OPEN-ITEM
049240     END-IF.
049250     IF WS-OPENITEM-STATUS NOT = '00'
049260         DISPLAY "UNABLE TO OPEN openitem.txt, STATUS "
049270             WS-OPENITEM-STATUS
049280         MOVE 16 TO RETURN-CODE
049290         GOBACK
049300     END-IF.
049310
049320* A LINE SIFTED OUT FOR A RERUN TAKES ITS INVOICE'S OPEN ITEM
049330* AND BALANCE POSTING WITH IT (THE FIRST LINE OF THE INVOICE
049340* FINDS THE OPEN ITEM, THE REST FIND IT ALREADY GONE). AN
049350* INVOICE THAT HAS ALREADY BEEN PAID AGAINST IS LEFT ALONE.
049360 REVERSE-DROPPED-INVOICE.
049370     MOVE IH-INVOICE-NO TO OI-INVOICE-NO.
049380     READ OPEN-ITEM
049390         KEY IS OI-INVOICE-NO
049400         INVALID KEY
049410             CONTINUE
049420         NOT INVALID KEY
049430             IF OI-PAID-AMOUNT NOT = ZERO
049440                 DISPLAY "INVOICE " OI-INVOICE-NO
049450                     " HAS PAYMENTS APPLIED, OPEN ITEM KEPT"
049460             ELSE
049470                 PERFORM BACK-OUT-OPEN-ITEM
049480             END-IF
049490     END-READ.
049500
049510 BACK-OUT-OPEN-ITEM.
049520     IF WS-CUSTDTL-OPEN = 'Y'
049530         MOVE OI-FENTRY-ID TO CD-FENTRY-ID
049540         READ CUSTDTL
049550             INVALID KEY
049560                 CONTINUE
049570             NOT INVALID KEY
049580                 SUBTRACT OI-ORIG-AMOUNT FROM CD-CURR-BALANCE
049590                 REWRITE CUSTDTL-FILE
049600                     INVALID KEY
049610                         DISPLAY "BALANCE REWRITE FAILED FOR "
049620                             OI-FENTRY-ID
049630                 END-REWRITE
049640         END-READ
049650     END-IF.
049660     DELETE OPEN-ITEM RECORD
049670         INVALID KEY
049680             CONTINUE
049690     END-DELETE.
049700
049710* A SIFTED-OUT SALE OR RETURN GIVES BACK THE STOCK MOVEMENT IT
049720* MADE, SO THE RERUN RELIEVES THE ITEM AGAIN FROM WHERE IT
049730* STOOD BEFORE THE EARLIER ATTEMPT. ITEMS THAT ARE NOT
049735* STOCK-CONTROLLED WERE NEVER MOVED AND ARE LEFT ALONE.
049740 REVERSE-DROPPED-STOCK.
049750     IF IH-TYPE = 'S' OR IH-TYPE = 'R'
049760         MOVE IH-ITEM-CODE TO IM-ITEM-CODE
049770         READ ITEMMST
049780             INVALID KEY
049790                 CONTINUE
049800             NOT INVALID KEY
049805                 IF IM-REORDER-PT GREATER THAN ZERO
049810                     PERFORM RESTORE-DROPPED-STOCK
049820                 END-IF
049950         END-READ
049960     END-IF.
049970
049980 RESTORE-DROPPED-STOCK.
049990     IF IH-TYPE = 'S'
050000         ADD IH-QTY TO IM-ON-HAND
050010     ELSE
050020         IF IH-QTY GREATER THAN IM-ON-HAND
050030             MOVE ZERO TO IM-ON-HAND
050040         ELSE
050050             SUBTRACT IH-QTY FROM IM-ON-HAND
050060         END-IF
050070     END-IF.
050080     REWRITE ITEMMST-FILE
050090         INVALID KEY
050100             DISPLAY "ON-HAND REWRITE FAILED FOR "
050110                 IH-ITEM-CODE
050120     END-REWRITE.
