000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WEIGHTCONVERTER.
000030 AUTHOR. D HOLLOWAY.
000040 INSTALLATION. WAREHOUSE OPERATIONS - DOCK SYSTEMS.
000050 DATE-WRITTEN. 01/14/2019.
000060 DATE-COMPILED.
000070* --------------------------------------------------------------*
000080* MODIFICATION HISTORY
000090* --------------------------------------------------------------*
000100*    01/14/2019  DH   ORIGINAL PROGRAM - KG/LBS CONVERSION ONLY.
000110*    08/09/2026  DH   ADDED BATCH MODE AGAINST A TRANSACTION FILE
000120*                     SO THE DOCK CAN RUN A NIGHT'S TICKETS IN ONE
000130*                     JOB INSTEAD OF KEYING EACH ONE.
000140*    08/09/2026  DH   CHANGED CONVERTED-WEIGHT TO COMPUTE ROUNDED
000150*                     WITH FOUR DECIMAL PLACES SO BILLED FIGURES
000160*                     RECONCILE WITH CARRIER PAPERWORK.
000170*    08/09/2026  DH   EXPANDED THE CONVERSION MENU TO COVER STONE,
000180*                     OUNCES AND METRIC TONNES IN ADDITION TO THE
000190*                     ORIGINAL KG/LBS PAIR.
000200*    08/09/2026  DH   ADDED EDIT/VALIDATE LOGIC ON ALL OPERATOR
000210*                     ENTRIES SO A BAD KEYSTROKE RE-PROMPTS
000220*                     INSTEAD OF ABENDING OR POSTING GARBAGE.
000230*    08/09/2026  DH   PROGRAM NOW LOOPS BACK TO THE MAIN MENU
000240*                     AFTER EACH CONVERSION INSTEAD OF STOPPING
000250*                     SO ONE JOB CAN COVER A WHOLE SHIFT.
000260*    08/09/2026  DH   ADDED AUDIT TRAIL FILE - EVERY CONVERSION IS
000270*                     LOGGED WITH TIMESTAMP AND OPERATOR ID FOR
000280*                     DISCREPANCY TRACING.
000290*    08/09/2026  DH   CONVERSION FACTORS NOW LOADED FROM AN
000300*                     EXTERNAL PARAMETER FILE AT STARTUP INSTEAD
000310*                     OF BEING HARDCODED SO OPS CAN MAINTAIN IT.
000320*    08/09/2026  DH   ADDED THE DAILY SUMMARY REPORT (RPTFILE)
000330*                     WITH PAGE HEADERS, COUNTS AND TOTALS BY
000340*                     DIRECTION, AND A GRAND TOTAL LINE.
000350*    08/09/2026  DH   ADDED CHECKPOINT/RESTART TO BATCH MODE SO
000360*                     A LARGE RUN CAN RESUME AFTER AN ABEND
000370*                     INSTEAD OF REPROCESSING FROM RECORD ONE.
000380*    08/09/2026  DH   ADDED MANIFEST RECONCILIATION MODE TO FLAG
000390*                     KG VERSUS LBS PAIRS THAT DISAGREE BEYOND
000400*                     A SMALL TOLERANCE.
000410*    08/22/2026  DH   TICKET NUMBER, CARRIER CODE AND DOCK DOOR
000420*                     NOW CARRIED ON THE TRANSACTION, RESULT AND
000430*                     AUDIT RECORDS SO A BILLED WEIGHT CAN BE
000440*                     TRACED STRAIGHT BACK TO ITS SHIPMENT.
000450*    08/22/2026  DH   REJECTED BATCH TICKETS ARE NOW WRITTEN TO A
000460*                     REJECT FILE WITH A REASON CODE AND THE
000470*                     ORIGINAL RECORD IMAGE, AND A NEW MENU OPTION
000480*                     REPROCESSES A CORRECTED REJECT FILE THROUGH
000490*                     THE SAME CONVERSION PATH.
000500*    08/22/2026  DH   ADDED AUDIT TRAIL INQUIRY - THE AUDIT FILE
000510*                     CAN BE SEARCHED FROM THE MENU BY OPERATOR,
000520*                     DATE RANGE AND CONVERSION CODE WITH A COUNT
000530*                     AND TOTAL FOR THE SELECTION.
000540*    08/22/2026  DH   ADDED FREIGHT CHARGE RATING - A CARRIER RATE
000550*                     MASTER (RATEFILE) IS LOADED AT STARTUP AND A
000560*                     CHARGE IS COMPUTED ON THE CONVERTED WEIGHT,
000570*                     CARRIED ON THE BATCH RESULT RECORD AND
000580*                     WRITTEN TO A CHARGE EXTRACT (CHGFILE) FOR
000590*                     THE BILLING SYSTEM.
000600*    08/22/2026  DH   CONVERSION FACTORS ARE NOW EFFECTIVE-DATED.
000610*                     THE FACTORS FILE CARRIES AN EFFECTIVE-FROM
000620*                     DATE PER RECORD, THE SET IN FORCE FOR THE
000630*                     RUN DATE (ENTERABLE FOR RERUNS) IS SELECTED
000640*                     AT STARTUP, AND EVERY FACTOR USED IS LOGGED
000650*                     TO THE AUDIT TRAIL.
000660*    08/22/2026  DH   ADDED THE GROSS/TARE TICKET TYPE - A TYPE 2
000670*                     TICKET CARRIES A GROSS WEIGHT AND CONTAINER
000680*                     TYPE, THE TARE COMES OFF A CONTAINER TARE
000690*                     MASTER (TAREFILE), AND THE NET IS COMPUTED
000700*                     BEFORE CONVERSION WITH GROSS AND TARE SHOWN
000710*                     ON THE RESULT AND AUDIT RECORDS.
000720*    08/22/2026  DH   SESSION AND BATCH STATISTICS ARE NOW SAVED
000730*                     TO A DATED HISTORY FILE (STATFILE) AND A
000740*                     NEW TREND REPORT (TRNDFILE) SHOWS DAY-BY-
000750*                     DAY, WEEK-TO-DATE AND MONTH-TO-DATE VOLUME
000760*                     BY CONVERSION DIRECTION.
000770*    08/22/2026  DH   ANY-UNIT-TO-ANY-UNIT CONVERSION - OPERATOR
000780*                     AND BATCH TICKETS CAN NAME A FROM AND TO
000790*                     UNIT DIRECTLY (CODE 00) AND THE PROGRAM
000800*                     CHAINS THROUGH THE KG FACTOR TABLE IN ONE
000810*                     COMPUTATION, ONE RESULT AND ONE AUDIT ROW,
000820*                     INSTEAD OF TWO KEYINGS THROUGH KG.
000830*    08/22/2026  DH   OPERATOR SIGN-ON IS NOW VALIDATED AGAINST
000840*                     AN OPERATOR MASTER (OPERFILE) WITH NAME,
000850*                     AUTHORIZATION LEVEL AND ACTIVE FLAG, WITH
000860*                     A RETRY LIMIT, AND SUPERVISOR-ONLY OPTIONS
000870*                     ARE GATED BY LEVEL.
000880*    08/22/2026  DH   UNATTENDED MODE FOR THE NIGHTLY JOB STREAM.
000890*                     WHEN A CONTROL CARD (CTLFILE) IS PRESENT
000900*                     THE REQUESTED FUNCTION, OPERATOR AND RUN
000910*                     DATE COME OFF THE CARD, NOTHING PROMPTS,
000920*                     AND THE RETURN CODE TELLS THE SCHEDULER
000930*                     HOW THE NIGHT WENT (0 OK, 4 REJECTS ON THE
000940*                     BATCH, 8 FAILED, 12 NO OPERATOR MASTER).
000950*    09/01/2026  DH   ADDED SUPERVISOR MASTER FILE MAINTENANCE -
000960*                     CARRIER RATES, CONTAINER TARES AND OPERATORS
000970*                     CAN BE ADDED, CHANGED AND DEACTIVATED FROM A
000980*                     PROMPTED MENU INSTEAD OF HAND-EDITING THE
000990*                     FLAT FILES. THE MASTER IS REWRITTEN AND ALL
001000*                     CHANGES LOG TO THE AUDIT TRAIL. RATE AND
001010*                     TARE RECORDS NOW CARRY AN ACTIVE FLAG SO AN
001020*                     ENTRY CAN BE RETIRED WITHOUT DELETING IT.
001030*    09/01/2026  DH   ADDED THE CARRIER INVOICE AND SETTLEMENT
001040*                     RUN - THE CHARGE EXTRACT IS BROKEN BY
001050*                     CARRIER, EACH CARRIER GETS A SEQUENTIALLY
001060*                     NUMBERED INVOICE (INVFILE) WITH TICKET
001070*                     DETAIL AND TOTALS, AND A SETTLEMENT SUMMARY
001080*                     COVERS THE PERIOD ACROSS ALL CARRIERS. THE
001090*                     LAST INVOICE NUMBER IS KEPT ON INVNFILE.
001100*    09/01/2026  DH   HEADER/TRAILER CONTROL TOTALS ON THE BATCH.
001110*                     A TRANSACTION FILE OPENING WITH A TYPE H
001120*                     HEADER IS VERIFIED AGAINST ITS TYPE T
001130*                     TRAILER (RECORD COUNT AND WEIGHT HASH)
001140*                     BEFORE ANYTHING POSTS - AN OUT-OF-BALANCE
001150*                     FILE IS REFUSED WITH RETURN CODE 16 - AND
001160*                     A CLEAN BATCH NOW WRITES BALANCING TRAILERS
001170*                     ON THE RESULT AND CHARGE FILES.
001180*    09/01/2026  DH   SCALE WEIGHMENT IMPORT - A RAW DOCK SCALE
001190*                     CAPTURE FILE (SCALFILE) IS TRANSLATED INTO
001200*                     BALANCED TRANSACTION RECORDS AND RUN
001210*                     STRAIGHT THROUGH THE BATCH, WITH CAPTURES
001220*                     THAT WILL NOT MAP WRITTEN TO THE REJECT
001230*                     FILE, SO NOBODY RE-KEYS WEIGHMENTS.
001240*    09/01/2026  DH   DUPLICATE TICKET PROTECTION - TICKETS
001250*                     ALREADY ON THE AUDIT TRAIL FOR THE RUN DATE
001260*                     ARE LOADED BEFORE A BATCH OR REPROCESS RUN
001270*                     AND A TICKET THAT ALREADY CONVERTED REJECTS
001280*                     WITH REASON DT INSTEAD OF BILLING TWICE. A
001290*                     SUPERVISOR CAN ALLOW A LEGITIMATE RE-WEIGH
001300*                     AT THE PROMPT; UNATTENDED RUNS NEVER DO.
001310*    09/01/2026  DH   MONTH-END AUDIT ARCHIVE AND PURGE - ROWS
001320*                     OLDER THAN A KEEP-FROM MONTH ROLL INTO
001330*                     DATED MONTHLY ARCHIVE FILES (AUDT+YYYYMM)
001340*                     AND THE LIVE FILE IS REWRITTEN WITH JUST
001350*                     THE CURRENT PERIOD. THE AUDIT INQUIRY NOW
001360*                     REACHES INTO THE RIGHT ARCHIVES WHEN THE
001370*                     DATE RANGE FALLS IN A CLOSED MONTH.
001380*    09/01/2026  DH   THE CARRIER RATE, CONTAINER TARE AND
001390*                     OPERATOR MASTERS MOVED FROM 20-ENTRY IN-
001400*                     CORE TABLES TO INDEXED FILES READ BY KEY AT
001410*                     THE POINT OF USE, SO THERE IS NO CAPACITY
001420*                     CEILING AND MAINTENANCE UPDATES RECORDS IN
001430*                     PLACE. A CARRIER THE RATE MASTER DOES NOT
001440*                     KNOW IS NOW A HARD REJECT (REASON NC)
001450*                     INSTEAD OF AN UNRATED TICKET.
001460*    09/01/2026  DH   CONTAINER OVERLOAD CHECK - THE TARE MASTER
001470*                     NOW CARRIES A MAXIMUM GROSS PER CONTAINER
001480*                     TYPE. A TICKET OVER ITS MAXIMUM (OR WITH A
001490*                     NET AT OR BELOW ZERO) GOES ON A DATED
001500*                     EXCEPTIONS REPORT (EXCPFILE); OVERLOADS ARE
001510*                     HELD (HOLDFILE) OUT OF THE CHARGE EXTRACT
001520*                     UNTIL A SUPERVISOR RELEASES THEM FROM THE
001530*                     MENU.
001540*    09/01/2026  DH   CROSS-DOCK CONSOLIDATION - THE PER-DOCK
001550*                     RESULT AND CHARGE FILES MERGE INTO
001560*                     CORPORATE DAILY FILES (CORPOUT/CORPCHG) IN
001570*                     TICKET ORDER WITH FRESH TRAILERS, TICKET
001580*                     RANGES THAT COLLIDE BETWEEN DOCKS ARE
001590*                     FLAGGED, AND AN ACTIVITY REPORT (ACTFILE)
001600*                     BREAKS TICKETS, WEIGHT AND CHARGES BY DOCK
001610*                     DOOR WITH A FACILITY GRAND TOTAL.
001620*    09/01/2026  DH   OPERATOR PRODUCTIVITY REPORT (PRODFILE) -
001630*                     CONVERSIONS PER OPERATOR FOR A DATE RANGE,
001640*                     BUCKETED BY SHIFT ON THE AUDIT TIME, SPLIT
001650*                     INTERACTIVE VERSUS BATCH WITH CONVERTED
001660*                     WEIGHT, PLUS EACH OPERATOR'S SHARE OF THE
001670*                     REJECT FILE. REJECT RECORDS NOW CARRY THE
001680*                     OPERATOR AND DATE SO REJECTS CAN BE
001690*                     ATTRIBUTED; NAMES COME OFF THE OPERATOR
001700*                     MASTER.
001710*    10/14/2026  DH   CREDIT MEMO AND REBILL - A SUPERVISOR KEYS A
001720*                     CORRECTION AGAINST AN INVOICED TICKET
001730*                     (CORRFILE) TO REVERSE IT, OR REVERSE IT AND
001740*                     REBILL IT AT A CORRECTED WEIGHT, CARRIER OR
001750*                     CONTAINER. THE NEXT INVOICE RUN PRINTS THE
001760*                     CREDIT MEMO AGAINST THE ORIGINAL INVOICE AND
001770*                     THE REBILL LINE, AND LOGS BOTH LEGS ON THE
001780*                     AUDIT TRAIL. A PERMANENT REGISTER OF
001790*                     INVOICED TICKETS (INVREG) SHOWS THE INVOICE
001800*                     EACH TICKET WENT OUT ON, AND THE INVOICE RUN
001810*                     REFUSES ANY CHARGE RECORD ALREADY ON IT.
001820*    10/14/2026  DH   CARRIER FREIGHT BILL AUDIT - THE CARRIERS'
001830*                     OWN BILLS (FRBLFILE) ARE MATCHED TICKET AND
001840*                     CARRIER AGAINST THE CHARGES WE RATED, AND
001850*                     FBARPT LISTS WEIGHT VARIANCES, CHARGE
001860*                     VARIANCES BEYOND A PER-CARRIER TOLERANCE NOW
001870*                     KEPT ON THE RATE MASTER, TICKETS BILLED BUT
001880*                     NEVER WEIGHED HERE, AND TICKETS WEIGHED BUT
001890*                     NEVER BILLED.
001900*    10/14/2026  DH   GENERAL LEDGER JOURNAL - THE INVOICE RUN NOW
001910*                     WRITES A BALANCED JOURNAL (JRNLFILE) WITH A
001920*                     BATCH HEADER AND CONTROL TOTALS, DEBITING
001930*                     EACH CARRIER'S RECEIVABLE/PAYABLE ACCOUNT
001940*                     AND CREDITING FREIGHT REVENUE, ACCOUNTS KEPT
001950*                     PER CARRIER ON THE RATE MASTER. A JOURNAL
001960*                     THAT DOES NOT BALANCE TO THE SETTLEMENT
001970*                     STOPS THE RUN BEFORE ANYTHING GOES OUT.
001980*    10/14/2026  DH   SCALE CERTIFICATION - A SCALE MASTER
001990*                     (SCLMAST) CARRIES EACH DOCK SCALE'S LAST
002000*                     CERTIFICATION, NEXT-DUE DATE AND TOLERANCE,
002010*                     AND THE SCALE IMPORT HOLDS CAPTURES FROM A
002020*                     SCALE THAT IS PAST DUE, OUT OF SERVICE OR
002030*                     NOT ON THE MASTER. A NEW CALIBRATION CHECK
002040*                     RECORDS TEST-WEIGHT DRIFT TO A HISTORY FILE
002050*                     (CALHIST) AND TAKES A SCALE OUTSIDE ITS
002060*                     TOLERANCE OUT OF SERVICE, AND A HISTORY
002070*                     REPORT (CALRPT) SERVES THE STATE INSPECTOR.
002080*    10/14/2026  DH   BILL OF LADING VARIANCE - THE BOL NUMBER NOW
002090*                     RIDES ON THE TRANSACTION, RESULT, REJECT AND
002100*                     HOLD RECORDS. A NEW RUN ROLLS EACH BOL'S
002110*                     TICKETS UP INTO THE UNIT DECLARED ON THE
002120*                     SHIPMENT FILE (SHIPFILE), REPORTS WEIGHT
002130*                     VARIANCES AND MISSING TICKETS (BOLVRPT) AND
002140*                     SENDS UNDER-DECLARED SHIPMENTS TO BILLING ON
002150*                     A REWEIGH EXTRACT (RWGHFILE).
002160*    10/15/2026  DH   RATE CHANGE SIMULATION - A PROPOSED RATE
002170*                     FILE (PROPRATE) IN THE RATE MASTER LAYOUT IS
002180*                     RUN OVER A DATE RANGE OF CONVERTED TICKETS
002190*                     FROM THE AUDIT TRAIL AND ITS MONTHLY
002200*                     ARCHIVES, EACH TICKET PRICED BOTH WAYS
002210*                     THROUGH THE SAME CHARGE LOGIC. RSIMRPT SHOWS
002220*                     CURRENT AGAINST PROPOSED BY CARRIER WITH
002230*                     THE TICKETS MOVED ACROSS THE BREAK WEIGHT OR
002240*                     ONTO THE MINIMUM. NEITHER THE RATE MASTER
002250*                     NOR CHGFILE IS UPDATED.
002260*    10/15/2026  DH   HELD TICKETS ARE NOW STAMPED WITH THE
002270*                     OPERATOR, DATE AND TIME OF THE HOLD. A NEW
002280*                     AGING REPORT (AGNGRPT) WORKS THE REJECT AND
002290*                     HOLD FILES AS A QUEUE - EACH ITEM'S AGE,
002300*                     OWNER AND ESTIMATED CHARGE AT RISK, WITH
002310*                     TOTALS BY AGE, REASON, CARRIER AND DOCK DOOR
002320*                     AND AN ESCALATION FLAG PAST AGNG-ESCALATE-
002330*                     DAYS. EVERY UNATTENDED RUN PRODUCES IT AND
002340*                     ENDS RETURN CODE 4 WHEN ANYTHING IS FLAGGED.
002350*    10/15/2026  DH   TAMPER-EVIDENT AUDIT TRAIL - EVERY AUDIT
002360*                     ROW NOW CARRIES A SEQUENCE NUMBER AND A
002370*                     CHECK VALUE CHAINED FROM THE ROW BEFORE IT,
002380*                     CARRIED ACROSS RUNS BY THE CHAIN CONTROL
002390*                     FILE (AUDCHAIN). A NEW VERIFICATION RUN
002400*                     WALKS THE AUDT ARCHIVES AND THE LIVE FILE
002410*                     AND LISTS GAPS, OUT-OF-ORDER AND ALTERED
002420*                     ROWS AND BREAKS BETWEEN FILES ON AUDVRPT.
002430*    10/15/2026  DH   ELECTRONIC INVOICING - CARRIERS FLAGGED ON
002440*                     THE RATE MASTER GET EACH INVOICE AS AN
002450*                     EINV + CARRIER FILE (HEADER, TICKET LINES,
002460*                     TRAILER) AND A LOG ENTRY ON EINVLOG. THE
002470*                     CHARGE EXTRACT NOW CARRIES THE BILLED UNIT.
002480*                     A NEW ACKNOWLEDGMENT RUN READS THE CARRIERS'
002490*                     EACK FILES, MARKS EACH INVOICE ACCEPTED OR
002500*                     REJECTED WITH THE REASON, AND LISTS ON
002510*                     EINVRPT WHATEVER IS STILL UNACKNOWLEDGED
002520*                     PAST EINV-ACK-DAYS.
002530*    10/15/2026  DH   NET WEIGHT ANOMALY CHECK - AUDIT ROWS NOW
002540*                     CARRY THE CONTAINER TYPE. THE BATCH KEEPS A
002550*                     PROFILE FILE (NWPROF) OF TYPICAL NET WEIGHT
002560*                     AND SPREAD BY CARRIER, CONTAINER AND SCALE
002570*                     UNIT, REBUILT FROM AUDIT HISTORY WHEN IT IS
002580*                     OLDER THAN NWPF-REFRESH-DAYS, AND LISTS
002590*                     EVERY TICKET FAR OUTSIDE ITS PROFILE ON
002600*                     NWANRPT. THE TICKET STILL POSTS.
002610* --------------------------------------------------------------*
002620 
002630 ENVIRONMENT DIVISION.
002640 CONFIGURATION SECTION.
002650 SOURCE-COMPUTER. IBM-370.
002660 OBJECT-COMPUTER. IBM-370.
002670 
002680 INPUT-OUTPUT SECTION.
002690 FILE-CONTROL.
002700     SELECT TRAN-FILE ASSIGN TO TRANFILE
002710         ORGANIZATION IS LINE SEQUENTIAL
002720         FILE STATUS IS TRAN-STATUS.
002730 
002740     SELECT RESULT-FILE ASSIGN TO OUTFILE
002750         ORGANIZATION IS LINE SEQUENTIAL
002760         FILE STATUS IS RESULT-STATUS.
002770 
002780     SELECT AUDIT-FILE ASSIGN TO AUDITFILE
002790         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS AUDIT-STATUS.
002810 
002820     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
002830         ORGANIZATION IS LINE SEQUENTIAL
002840         FILE STATUS IS PARM-STATUS.
002850 
002860     SELECT CHECKPOINT-FILE ASSIGN TO CHKPFILE
002870         ORGANIZATION IS LINE SEQUENTIAL
002880         FILE STATUS IS CHKP-STATUS.
002890 
002900     SELECT REPORT-FILE ASSIGN TO RPTFILE
002910         ORGANIZATION IS LINE SEQUENTIAL
002920         FILE STATUS IS RPT-STATUS.
002930
002940     SELECT REJECT-FILE ASSIGN TO REJFILE
002950         ORGANIZATION IS LINE SEQUENTIAL
002960         FILE STATUS IS REJ-STATUS.
002970
002980     SELECT REPROCESS-FILE ASSIGN TO REPRFILE
002990         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS REPR-STATUS.
003010
003020     SELECT RATE-FILE ASSIGN TO RATEFILE
003030         ORGANIZATION IS INDEXED
003040         ACCESS MODE IS RANDOM
003050         RECORD KEY IS RATE-CARRIER-CODE
003060         FILE STATUS IS RATE-STATUS.
003070
003080     SELECT CHARGE-FILE ASSIGN TO CHGFILE
003090         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS CHG-STATUS.
003110
003120     SELECT TARE-FILE ASSIGN TO TAREFILE
003130         ORGANIZATION IS INDEXED
003140         ACCESS MODE IS RANDOM
003150         RECORD KEY IS TARE-CONTAINER-TYPE
003160         FILE STATUS IS TARE-STATUS.
003170
003180     SELECT STAT-HISTORY-FILE ASSIGN TO STATFILE
003190         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS STAT-HIST-STATUS.
003210
003220     SELECT TREND-FILE ASSIGN TO TRNDFILE
003230         ORGANIZATION IS LINE SEQUENTIAL
003240         FILE STATUS IS TRND-STATUS.
003250
003260     SELECT OPERATOR-FILE ASSIGN TO OPERFILE
003270         ORGANIZATION IS INDEXED
003280         ACCESS MODE IS RANDOM
003290         RECORD KEY IS OPER-ID
003300         FILE STATUS IS OPER-STATUS.
003310
003320     SELECT CONTROL-FILE ASSIGN TO CTLFILE
003330         ORGANIZATION IS LINE SEQUENTIAL
003340         FILE STATUS IS CTL-STATUS.
003350
003360     SELECT INVOICE-FILE ASSIGN TO INVFILE
003370         ORGANIZATION IS LINE SEQUENTIAL
003380         FILE STATUS IS INV-STATUS.
003390
003400     SELECT SCALE-FILE ASSIGN TO SCALFILE
003410         ORGANIZATION IS LINE SEQUENTIAL
003420         FILE STATUS IS SCAL-STATUS.
003430     SELECT SCALE-MASTER-FILE ASSIGN TO SCLMAST
003440         ORGANIZATION IS INDEXED
003450         ACCESS MODE IS RANDOM
003460         RECORD KEY IS SCM-SCALE-ID
003470         FILE STATUS IS SCLM-STATUS.
003480
003490     SELECT CALIBRATION-FILE ASSIGN TO CALHIST
003500         ORGANIZATION IS LINE SEQUENTIAL
003510         FILE STATUS IS CALH-STATUS.
003520
003530     SELECT CALIBRATION-REPORT-FILE ASSIGN TO CALRPT
003540         ORGANIZATION IS LINE SEQUENTIAL
003550         FILE STATUS IS CALR-STATUS.
003560
003570* MONTHLY AUDIT ARCHIVE - THE NAME IS BUILT AT RUN TIME AS
003580* AUDT + YYYYMM SO EACH CLOSED MONTH LIVES IN ITS OWN FILE.
003590     SELECT ARCHIVE-FILE ASSIGN USING ARCHIVE-FILE-NAME
003600         ORGANIZATION IS LINE SEQUENTIAL
003610         FILE STATUS IS ARCH-STATUS.
003620
003630* PER-DOCK INPUT FOR THE CONSOLIDATION RUN - THE NAME IS BUILT
003640* AT RUN TIME AS OUTFILE OR CHGFILE PLUS THE DOCK NUMBER.
003650     SELECT CONS-IN-FILE ASSIGN USING CONS-IN-NAME
003660         ORGANIZATION IS LINE SEQUENTIAL
003670         FILE STATUS IS CONS-IN-STATUS.
003680
003690     SELECT CORP-RESULT-FILE ASSIGN TO CORPOUT
003700         ORGANIZATION IS LINE SEQUENTIAL
003710         FILE STATUS IS CORPO-STATUS.
003720
003730     SELECT CORP-CHARGE-FILE ASSIGN TO CORPCHG
003740         ORGANIZATION IS LINE SEQUENTIAL
003750         FILE STATUS IS CORPC-STATUS.
003760
003770     SELECT ACTIVITY-FILE ASSIGN TO ACTFILE
003780         ORGANIZATION IS LINE SEQUENTIAL
003790         FILE STATUS IS ACT-STATUS.
003800
003810     SELECT PROD-FILE ASSIGN TO PRODFILE
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS PROD-STATUS.
003840
003850     SELECT EXCEPTION-FILE ASSIGN TO EXCPFILE
003860         ORGANIZATION IS LINE SEQUENTIAL
003870         FILE STATUS IS EXCP-STATUS.
003880
003890     SELECT HOLD-FILE ASSIGN TO HOLDFILE
003900         ORGANIZATION IS LINE SEQUENTIAL
003910         FILE STATUS IS HOLD-STATUS.
003920
003930     SELECT AUDIT-WORK-FILE ASSIGN TO AUDTEMP
003940         ORGANIZATION IS LINE SEQUENTIAL
003950         FILE STATUS IS AWRK-STATUS.
003960
003970     SELECT INVOICE-CONTROL-FILE ASSIGN TO INVNFILE
003980         ORGANIZATION IS LINE SEQUENTIAL
003990         FILE STATUS IS INVC-STATUS.
004000
004010* EVERY TICKET THAT HAS GONE OUT ON AN INVOICE, KEYED BY TICKET.
004020     SELECT INVOICE-REGISTER-FILE ASSIGN TO INVREG
004030         ORGANIZATION IS INDEXED
004040         ACCESS MODE IS RANDOM
004050         RECORD KEY IS REG-TICKET-NUMBER
004060         FILE STATUS IS IREG-STATUS.
004070
004080     SELECT CORRECTION-FILE ASSIGN TO CORRFILE
004090         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS CORR-STATUS.
004110     SELECT FREIGHT-BILL-FILE ASSIGN TO FRBLFILE
004120         ORGANIZATION IS LINE SEQUENTIAL
004130         FILE STATUS IS FRBL-STATUS.
004140
004150     SELECT FREIGHT-AUDIT-FILE ASSIGN TO FBARPT
004160         ORGANIZATION IS LINE SEQUENTIAL
004170         FILE STATUS IS FBA-STATUS.
004180     SELECT JOURNAL-FILE ASSIGN TO JRNLFILE
004190         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS JRNL-STATUS.
004210     SELECT SHIPMENT-FILE ASSIGN TO SHIPFILE
004220         ORGANIZATION IS LINE SEQUENTIAL
004230         FILE STATUS IS SHIP-STATUS.
004240
004250     SELECT BOL-VARIANCE-FILE ASSIGN TO BOLVRPT
004260         ORGANIZATION IS LINE SEQUENTIAL
004270         FILE STATUS IS BOLV-STATUS.
004280
004290     SELECT REWEIGH-FILE ASSIGN TO RWGHFILE
004300         ORGANIZATION IS LINE SEQUENTIAL
004310         FILE STATUS IS RWGH-STATUS.
004320     SELECT PROPOSED-RATE-FILE ASSIGN TO PROPRATE
004330         ORGANIZATION IS LINE SEQUENTIAL
004340         FILE STATUS IS PROP-STATUS.
004350
004360     SELECT RATE-SIM-FILE ASSIGN TO RSIMRPT
004370         ORGANIZATION IS LINE SEQUENTIAL
004380         FILE STATUS IS RSIM-STATUS.
004390     SELECT AGING-REPORT-FILE ASSIGN TO AGNGRPT
004400         ORGANIZATION IS LINE SEQUENTIAL
004410         FILE STATUS IS AGNG-STATUS.
004420* LAST SEQUENCE NUMBER AND CHECK VALUE WRITTEN TO THE AUDIT
004430* TRAIL, SAVED AT CLOSE DOWN AND AFTER AN ARCHIVE RUN.
004440     SELECT AUDIT-CHAIN-FILE ASSIGN TO AUDCHAIN
004450         ORGANIZATION IS LINE SEQUENTIAL
004460         FILE STATUS IS ACHN-STATUS.
004470
004480     SELECT AUDIT-VERIFY-FILE ASSIGN TO AUDVRPT
004490         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS AVFY-STATUS.
004510* ELECTRONIC INVOICE FILE FOR ONE CARRIER - THE NAME IS BUILT AT
004520* RUN TIME AS EINV + CARRIER CODE. EACH RUN'S INVOICES ARE ADDED
004530* TO THE END UNTIL THE CARRIER TRANSFER PICKS THE FILE UP.
004540     SELECT EINV-FILE ASSIGN USING EINV-FILE-NAME
004550         ORGANIZATION IS LINE SEQUENTIAL
004560         FILE STATUS IS EINV-STATUS.
004570
004580     SELECT EINV-LOG-FILE ASSIGN TO EINVLOG
004590         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS EILG-STATUS.
004610
004620     SELECT EINV-WORK-FILE ASSIGN TO EINVTEMP
004630         ORGANIZATION IS LINE SEQUENTIAL
004640         FILE STATUS IS EIWK-STATUS.
004650
004660* ACKNOWLEDGMENTS BACK FROM ONE CARRIER - EACK + CARRIER CODE.
004670     SELECT EACK-FILE ASSIGN USING EACK-FILE-NAME
004680         ORGANIZATION IS LINE SEQUENTIAL
004690         FILE STATUS IS EACK-STATUS.
004700
004710     SELECT EINV-REPORT-FILE ASSIGN TO EINVRPT
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS EIRP-STATUS.
004740     SELECT NET-PROFILE-FILE ASSIGN TO NWPROF
004750         ORGANIZATION IS LINE SEQUENTIAL
004760         FILE STATUS IS NWPF-STATUS.
004770
004780     SELECT NET-ANOMALY-FILE ASSIGN TO NWANRPT
004790         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS NWAN-STATUS.
004810 
004820 DATA DIVISION.
004830 FILE SECTION.
004840 FD  TRAN-FILE
004850     RECORDING MODE IS F.
004860* TYPE 1 IS A NET TICKET - TRAN-WEIGHT IS THE NET. TYPE 2 IS A
004870* GROSS/TARE TICKET - TRAN-WEIGHT CARRIES THE GROSS AND THE
004880* CONTAINER TYPE PICKS THE TARE OFF THE TARE MASTER.
004890* CONVERSION CODE 01-08 IS A MENU PAIR AS ALWAYS; CODE 00 TAKES
004900* THE FROM AND TO UNITS FROM THE UNIT FIELDS INSTEAD
004910* (1=KG 2=LBS 3=STONE 4=OUNCES 5=TONNES).
004920* THE BILL OF LADING NUMBER IS OPTIONAL - SEVERAL TICKETS MAY
004930* CARRY THE SAME BOL WHEN ONE SHIPMENT CROSSES THE DOCK IN PARTS.
004940 01  TRAN-RECORD.
004950     05  TRAN-RECORD-TYPE            PIC X(01).
004960     05  TRAN-TICKET-NUMBER          PIC X(10).
004970     05  TRAN-CARRIER-CODE           PIC X(04).
004980     05  TRAN-DOCK-DOOR              PIC X(03).
004990     05  TRAN-CONVERSION-CODE        PIC 9(02).
005000     05  TRAN-FROM-UNIT              PIC 9(02).
005010     05  TRAN-TO-UNIT                PIC 9(02).
005020     05  TRAN-WEIGHT                 PIC 9(06)V9(02).
005030     05  TRAN-CONTAINER-TYPE         PIC X(04).
005040     05  TRAN-BOL-NUMBER             PIC X(10).
005050* OPTIONAL CONTROL RECORDS FROM THE DOCK TRANSFER - WHEN THE
005060* FIRST RECORD IS TYPE H THE FILE MUST END WITH A TYPE T TRAILER
005070* CARRYING THE DETAIL RECORD COUNT AND A HASH TOTAL OF THE
005080* WEIGHTS, AND THE BATCH REFUSES TO POST UNTIL THEY BALANCE.
005090 01  TRAN-HEADER-RECORD.
005100     05  TRAN-HDR-TYPE               PIC X(01).
005110     05  TRAN-HDR-SOURCE             PIC X(08).
005120     05  FILLER                      PIC X(01).
005130     05  TRAN-HDR-DATE               PIC 9(08).
005140     05  FILLER                      PIC X(28).
005150 01  TRAN-TRAILER-RECORD.
005160     05  TRAN-TRL-TYPE               PIC X(01).
005170     05  TRAN-TRL-COUNT              PIC 9(08).
005180     05  FILLER                      PIC X(01).
005190     05  TRAN-TRL-HASH               PIC 9(12)V9(02).
005200     05  FILLER                      PIC X(22).
005210 
005220 FD  RESULT-FILE
005230     RECORDING MODE IS F.
005240 01  RESULT-RECORD.
005250     05  RESULT-TICKET-NUMBER        PIC X(10).
005260     05  FILLER                      PIC X(01) VALUE SPACE.
005270     05  RESULT-CARRIER-CODE         PIC X(04).
005280     05  FILLER                      PIC X(01) VALUE SPACE.
005290     05  RESULT-DOCK-DOOR            PIC X(03).
005300     05  FILLER                      PIC X(01) VALUE SPACE.
005310     05  RESULT-CONVERSION-CODE      PIC 9(02).
005320     05  FILLER                      PIC X(01) VALUE SPACE.
005330     05  RESULT-FROM-UNIT            PIC 9(02).
005340     05  FILLER                      PIC X(01) VALUE SPACE.
005350     05  RESULT-TO-UNIT              PIC 9(02).
005360     05  FILLER                      PIC X(02) VALUE SPACES.
005370     05  RESULT-WEIGHT               PIC Z(5)9.99.
005380     05  FILLER                      PIC X(02) VALUE SPACES.
005390     05  RESULT-GROSS-WEIGHT         PIC Z(5)9.99.
005400     05  FILLER                      PIC X(02) VALUE SPACES.
005410     05  RESULT-TARE-WEIGHT          PIC Z(5)9.99.
005420     05  FILLER                      PIC X(02) VALUE SPACES.
005430     05  RESULT-CONVERTED-WEIGHT     PIC Z(8)9.9999.
005440     05  FILLER                      PIC X(02) VALUE SPACES.
005450     05  RESULT-CHARGE               PIC Z(6)9.99.
005460     05  FILLER                      PIC X(01) VALUE SPACE.
005470     05  RESULT-BOL-NUMBER           PIC X(10).
005480
005490 FD  AUDIT-FILE
005500     RECORDING MODE IS F.
005510 01  AUDIT-RECORD.
005520     05  AUDIT-TIMESTAMP.
005530         10  AUDIT-DATE               PIC X(08).
005540         10  AUDIT-TIME               PIC X(06).
005550     05  FILLER                       PIC X(01) VALUE SPACE.
005560     05  AUDIT-OPERATOR-ID            PIC X(08).
005570     05  FILLER                       PIC X(01) VALUE SPACE.
005580     05  AUDIT-TICKET-NUMBER          PIC X(10).
005590     05  FILLER                       PIC X(01) VALUE SPACE.
005600     05  AUDIT-CARRIER-CODE           PIC X(04).
005610     05  FILLER                       PIC X(01) VALUE SPACE.
005620     05  AUDIT-DOCK-DOOR              PIC X(03).
005630     05  FILLER                       PIC X(01) VALUE SPACE.
005640     05  AUDIT-CONVERSION-CODE        PIC 9(02).
005650     05  FILLER                       PIC X(01) VALUE SPACE.
005660     05  AUDIT-FROM-UNIT              PIC 9(02).
005670     05  FILLER                       PIC X(01) VALUE SPACE.
005680     05  AUDIT-TO-UNIT                PIC 9(02).
005690     05  FILLER                       PIC X(01) VALUE SPACE.
005700     05  AUDIT-WEIGHT                 PIC Z(5)9.99.
005710     05  FILLER                       PIC X(01) VALUE SPACE.
005720     05  AUDIT-GROSS-WEIGHT           PIC Z(5)9.99.
005730     05  FILLER                       PIC X(01) VALUE SPACE.
005740     05  AUDIT-TARE-WEIGHT            PIC Z(5)9.99.
005750     05  FILLER                       PIC X(01) VALUE SPACE.
005760     05  AUDIT-CONVERTED-WEIGHT       PIC Z(8)9.9999.
005770     05  FILLER                       PIC X(01) VALUE SPACE.
005780     05  AUDIT-SEQUENCE-NUMBER        PIC 9(09).
005790     05  FILLER                       PIC X(01) VALUE SPACE.
005800     05  AUDIT-CHECK-VALUE            PIC 9(09).
005810* CONTAINER ON A GROSS/TARE CONVERSION - BLANK ON A NET TICKET,
005820* ON A LOG ROW AND ON ANY ROW WRITTEN BEFORE IT WAS CARRIED.
005830     05  FILLER                       PIC X(01) VALUE SPACE.
005840     05  AUDIT-CONTAINER-TYPE         PIC X(04).
005850 
005860 FD  PARAMETER-FILE
005870     RECORDING MODE IS F.
005880 01  PARAMETER-RECORD.
005890     05  PARM-FACTOR-CODE             PIC 9(02).
005900     05  FILLER                       PIC X(01).
005910     05  PARM-EFFECTIVE-DATE          PIC 9(08).
005920     05  FILLER                       PIC X(01).
005930     05  PARM-FACTOR-VALUE            PIC 9(05)V9(06).
005940 
005950 FD  CHECKPOINT-FILE
005960     RECORDING MODE IS F.
005970 01  CHECKPOINT-RECORD.
005980     05  CHKP-RECORD-COUNT            PIC 9(08).
005990 
006000 FD  REPORT-FILE
006010     RECORDING MODE IS F.
006020 01  REPORT-LINE                      PIC X(80).
006030
006040 FD  REJECT-FILE
006050     RECORDING MODE IS F.
006060* THE OPERATOR AND DATE WERE ADDED SO THE PRODUCTIVITY REPORT
006070* CAN ATTRIBUTE REJECT VOLUME - OLDER REJECT FILES WITHOUT THEM
006080* STILL REPROCESS, THEY JUST DO NOT COUNT AGAINST ANYONE. THE
006090* BOL NUMBER RIDES BEHIND THEM SO THE IMAGE KEEPS ITS LAYOUT.
006100 01  REJECT-RECORD.
006110     05  REJ-REASON-CODE              PIC X(02).
006120     05  FILLER                       PIC X(01) VALUE SPACE.
006130     05  REJ-RECORD-IMAGE             PIC X(36).
006140     05  FILLER                       PIC X(01) VALUE SPACE.
006150     05  REJ-OPERATOR-ID              PIC X(08).
006160     05  FILLER                       PIC X(01) VALUE SPACE.
006170     05  REJ-REJECT-DATE              PIC X(08).
006180     05  FILLER                       PIC X(01) VALUE SPACE.
006190     05  REJ-BOL-NUMBER               PIC X(10).
006200
006210 FD  REPROCESS-FILE
006220     RECORDING MODE IS F.
006230 01  REPROCESS-RECORD.
006240     05  RPR-REASON-CODE              PIC X(02).
006250     05  FILLER                       PIC X(01).
006260     05  RPR-RECORD-IMAGE             PIC X(36).
006270     05  FILLER                       PIC X(01).
006280     05  RPR-OPERATOR-ID              PIC X(08).
006290     05  FILLER                       PIC X(01).
006300     05  RPR-REJECT-DATE              PIC X(08).
006310     05  FILLER                       PIC X(01).
006320     05  RPR-BOL-NUMBER               PIC X(10).
006330
006340 FD  PROD-FILE
006350     RECORDING MODE IS F.
006360 01  PROD-LINE                        PIC X(80).
006370
006380 FD  RATE-FILE.
006390 01  RATE-RECORD.
006400     05  RATE-CARRIER-CODE            PIC X(04).
006410     05  FILLER                       PIC X(01).
006420     05  RATE-PER-UNIT                PIC 9(03)V9(04).
006430     05  FILLER                       PIC X(01).
006440     05  RATE-MINIMUM-CHARGE          PIC 9(05)V9(02).
006450     05  FILLER                       PIC X(01).
006460     05  RATE-BREAK-WEIGHT            PIC 9(06)V9(02).
006470     05  FILLER                       PIC X(01).
006480     05  RATE-BREAK-RATE              PIC 9(03)V9(04).
006490     05  FILLER                       PIC X(01).
006500     05  RATE-ACTIVE-FLAG             PIC X(01).
006510     05  FILLER                       PIC X(01).
006520* A CARRIER'S OWN FREIGHT BILL MAY DIFFER FROM OUR CHARGE BY UP
006530* TO THIS AMOUNT PER TICKET BEFORE THE BILL AUDIT REPORTS IT.
006540* ZERO, OR A LEGACY RECORD WITHOUT IT, AUDITS TO THE PENNY.
006550     05  RATE-CHARGE-TOLERANCE        PIC 9(05)V9(02).
006560     05  FILLER                       PIC X(01).
006570* GENERAL LEDGER ACCOUNTS FOR THE INVOICE RUN JOURNAL - THE
006580* CARRIER'S RECEIVABLE/PAYABLE ACCOUNT AND THE FREIGHT REVENUE
006590* ACCOUNT ITS CHARGES CREDIT. BLANK REVENUE TAKES THE HOUSE
006600* ACCOUNT; BLANK RECEIVABLE/PAYABLE POSTS TO SUSPENSE.
006610     05  RATE-GL-CARRIER-ACCT         PIC X(10).
006620     05  FILLER                       PIC X(01).
006630     05  RATE-GL-REVENUE-ACCT         PIC X(10).
006640     05  FILLER                       PIC X(01).
006650* Y SENDS THE CARRIER'S INVOICES ELECTRONICALLY AS WELL AS ON
006660* THE PRINTED INVOICE FILE. BLANK (A LEGACY RECORD) OR N DOES
006670* NOT.
006680     05  RATE-EINVOICE-FLAG           PIC X(01).
006690
006700 FD  CHARGE-FILE
006710     RECORDING MODE IS F.
006720 01  CHARGE-RECORD.
006730     05  CHG-TICKET-NUMBER            PIC X(10).
006740     05  FILLER                       PIC X(01) VALUE SPACE.
006750     05  CHG-CARRIER-CODE             PIC X(04).
006760     05  FILLER                       PIC X(01) VALUE SPACE.
006770     05  CHG-BILLED-WEIGHT            PIC Z(8)9.9999.
006780     05  FILLER                       PIC X(01) VALUE SPACE.
006790     05  CHG-CHARGE                   PIC Z(6)9.99.
006800* THE UNIT CODE THE WEIGHT WAS BILLED IN (THE TICKET'S TO UNIT)
006810* FOR THE ELECTRONIC INVOICE - BLANK ON OLDER EXTRACT ROWS. THE
006820* SPACE AROUND IT KEEPS THE 51-BYTE BALANCING TRAILER LINE
006830* WITHIN THE RECORD WITHOUT TRUNCATING THE CHARGE TOTAL.
006840     05  FILLER                       PIC X(01) VALUE SPACE.
006850     05  CHG-BILLED-UNIT              PIC X(02).
006860     05  FILLER                       PIC X(07) VALUE SPACES.
006870* ALTERNATE VIEW FOR THE INVOICE RUN, WHICH READS THE EXTRACT
006880* BACK IN - THE EDITED AMOUNTS ARE SPLIT AROUND THEIR DECIMAL
006890* POINTS SO THE DIGITS CAN BE PICKED UP NUMERICALLY AFTER THE
006900* LEADING SPACES ARE ZEROED.
006910 01  CHARGE-RECORD-SPLIT.
006920     05  CHG-SPLIT-TICKET             PIC X(10).
006930     05  FILLER                       PIC X(01).
006940     05  CHG-SPLIT-CARRIER            PIC X(04).
006950     05  FILLER                       PIC X(01).
006960     05  CHG-WEIGHT-INT               PIC 9(09).
006970     05  FILLER                       PIC X(01).
006980     05  CHG-WEIGHT-DEC               PIC 9(04).
006990     05  FILLER                       PIC X(01).
007000     05  CHG-CHARGE-INT               PIC 9(07).
007010     05  FILLER                       PIC X(01).
007020     05  CHG-CHARGE-DEC               PIC 9(02).
007030     05  FILLER                       PIC X(01).
007040     05  CHG-SPLIT-UNIT               PIC X(02).
007050
007060 FD  TARE-FILE.
007070 01  TARE-RECORD.
007080     05  TARE-CONTAINER-TYPE          PIC X(04).
007090     05  FILLER                       PIC X(01).
007100     05  TARE-WEIGHT                  PIC 9(06)V9(02).
007110     05  FILLER                       PIC X(01).
007120     05  TARE-ACTIVE-FLAG             PIC X(01).
007130     05  FILLER                       PIC X(01).
007140* MAXIMUM PLAUSIBLE GROSS FOR THE CONTAINER TYPE - A TICKET
007150* OVER THIS IS HELD AS AN OVERLOAD. ZERO MEANS NO CHECK.
007160     05  TARE-MAX-GROSS               PIC 9(06)V9(02).
007170
007180 FD  STAT-HISTORY-FILE
007190     RECORDING MODE IS F.
007200 01  STAT-HISTORY-RECORD.
007210     05  SH-DATE                      PIC 9(08).
007220     05  FILLER                       PIC X(01) VALUE SPACE.
007230     05  SH-DIRECTION                 PIC 9(02).
007240     05  FILLER                       PIC X(01) VALUE SPACE.
007250     05  SH-COUNT                     PIC 9(07).
007260     05  FILLER                       PIC X(01) VALUE SPACE.
007270     05  SH-TOTAL                     PIC 9(09)V9(04).
007280
007290 FD  TREND-FILE
007300     RECORDING MODE IS F.
007310 01  TREND-LINE                       PIC X(80).
007320
007330 FD  OPERATOR-FILE.
007340 01  OPERATOR-RECORD.
007350     05  OPER-ID                      PIC X(08).
007360     05  FILLER                       PIC X(01).
007370     05  OPER-NAME                    PIC X(20).
007380     05  FILLER                       PIC X(01).
007390     05  OPER-AUTH-LEVEL              PIC 9(01).
007400     05  FILLER                       PIC X(01).
007410     05  OPER-ACTIVE-FLAG             PIC X(01).
007420
007430* CONTROL CARD FOR UNATTENDED RUNS - FUNCTION B (BATCH CONVERT),
007440* R (PRINT DAILY SUMMARY REPORT) OR A (BOTH), THE OPERATOR THE
007450* RUN IS CHARGED TO, AND THE RUN DATE (ZEROS TAKE TODAY).
007460 FD  CONTROL-FILE
007470     RECORDING MODE IS F.
007480 01  CONTROL-RECORD.
007490     05  CTL-FUNCTION                 PIC X(01).
007500     05  FILLER                       PIC X(01).
007510     05  CTL-OPERATOR-ID              PIC X(08).
007520     05  FILLER                       PIC X(01).
007530     05  CTL-RUN-DATE                 PIC X(08).
007540
007550 FD  INVOICE-FILE
007560     RECORDING MODE IS F.
007570 01  INVOICE-LINE                     PIC X(80).
007580
007590* LAST INVOICE NUMBER ASSIGNED - READ AT THE START OF AN INVOICE
007600* RUN AND WRITTEN BACK AT THE END SO NUMBERS STAY SEQUENTIAL
007610* ACROSS RUNS.
007620 FD  INVOICE-CONTROL-FILE
007630     RECORDING MODE IS F.
007640 01  INVOICE-CONTROL-RECORD.
007650     05  INVC-LAST-NUMBER             PIC 9(06).
007660
007670* RAW CAPTURE DROPPED BY A DOCK SCALE - ONE RECORD PER
007680* WEIGHMENT. THE GROSS READING IS DIGITS WITH TWO IMPLIED
007690* DECIMALS IN KG, THE BADGE IS THE OPERATOR WHO WEIGHED, AND
007700* THE SCALE ID DOUBLES AS THE DOCK DOOR.
007710 FD  SCALE-FILE
007720     RECORDING MODE IS F.
007730 01  SCALE-RECORD.
007740     05  SCL-SCALE-ID                 PIC X(03).
007750     05  FILLER                       PIC X(01).
007760     05  SCL-TIMESTAMP.
007770         10  SCL-CAPTURE-DATE         PIC X(08).
007780         10  SCL-CAPTURE-TIME         PIC X(06).
007790     05  FILLER                       PIC X(01).
007800     05  SCL-GROSS-READING            PIC X(08).
007810     05  FILLER                       PIC X(01).
007820     05  SCL-BADGE-NUMBER             PIC X(08).
007830     05  FILLER                       PIC X(01).
007840     05  SCL-CARRIER-CODE             PIC X(04).
007850     05  FILLER                       PIC X(01).
007860     05  SCL-CONTAINER-TYPE           PIC X(04).
007870
007880 FD  ARCHIVE-FILE
007890     RECORDING MODE IS F.
007900 01  ARCHIVE-RECORD                   PIC X(122).
007910
007920 FD  AUDIT-WORK-FILE
007930     RECORDING MODE IS F.
007940 01  AUDIT-WORK-RECORD                PIC X(122).
007950
007960 FD  EXCEPTION-FILE
007970     RECORDING MODE IS F.
007980 01  EXCEPTION-RECORD                 PIC X(80).
007990
008000* PER-DOCK INPUT FOR THE CONSOLIDATION RUN - ONE FD SERVES ALL
008010* THE DOCK RESULT AND CHARGE FILES THROUGH THE RUNTIME-BUILT
008020* NAME.
008030 FD  CONS-IN-FILE
008040     RECORDING MODE IS F.
008050 01  CONS-IN-RECORD                   PIC X(100).
008060
008070 FD  CORP-RESULT-FILE
008080     RECORDING MODE IS F.
008090 01  CORP-RESULT-RECORD               PIC X(100).
008100
008110 FD  CORP-CHARGE-FILE
008120     RECORDING MODE IS F.
008130 01  CORP-CHARGE-RECORD               PIC X(51).
008140
008150 FD  ACTIVITY-FILE
008160     RECORDING MODE IS F.
008170 01  ACTIVITY-LINE                    PIC X(80).
008180
008190* TICKETS HELD OUT OF THE CHARGE EXTRACT UNTIL A SUPERVISOR
008200* RELEASES THEM - SAME IMAGE PLAN AS THE REJECT FILE, WITH THE
008210* BOL NUMBER CARRIED BEHIND THE IMAGE THE SAME WAY. THE OPERATOR,
008220* DATE AND TIME OF THE HOLD FOLLOW FOR THE AGING REPORT - HOLDS
008230* WRITTEN BEFORE THEY WERE ADDED AGE AS UNDATED.
008240 FD  HOLD-FILE
008250     RECORDING MODE IS F.
008260 01  HOLD-RECORD.
008270     05  HOLD-REASON-CODE             PIC X(02).
008280     05  FILLER                       PIC X(01).
008290     05  HOLD-RECORD-IMAGE            PIC X(36).
008300     05  FILLER                       PIC X(01).
008310     05  HOLD-BOL-NUMBER              PIC X(10).
008320     05  FILLER                       PIC X(01).
008330     05  HOLD-OPERATOR-ID             PIC X(08).
008340     05  FILLER                       PIC X(01).
008350     05  HOLD-HELD-DATE               PIC X(08).
008360     05  FILLER                       PIC X(01).
008370     05  HOLD-HELD-TIME               PIC X(06).
008380
008390* PERMANENT REGISTER OF INVOICED TICKETS. STATUS B = BILLED,
008400* R = REVERSED BY A CREDIT MEMO, C = CREDITED AND REBILLED. THE
008410* CARRIER, INVOICE AND AMOUNTS ARE ALWAYS THOSE OF THE CHARGE
008420* CURRENTLY STANDING; THE PRIOR INVOICE AND CREDIT MEMO NUMBERS
008430* TRACE THE LAST CORRECTION.
008440 FD  INVOICE-REGISTER-FILE.
008450 01  REGISTER-RECORD.
008460     05  REG-TICKET-NUMBER            PIC X(10).
008470     05  FILLER                       PIC X(01).
008480     05  REG-CARRIER-CODE             PIC X(04).
008490     05  FILLER                       PIC X(01).
008500     05  REG-INVOICE-NUMBER           PIC 9(06).
008510     05  FILLER                       PIC X(01).
008520     05  REG-INVOICE-DATE             PIC 9(08).
008530     05  FILLER                       PIC X(01).
008540     05  REG-BILLED-WEIGHT            PIC 9(09)V9(04).
008550     05  FILLER                       PIC X(01).
008560     05  REG-CHARGE                   PIC 9(07)V9(02).
008570     05  FILLER                       PIC X(01).
008580     05  REG-STATUS                   PIC X(01).
008590     05  FILLER                       PIC X(01).
008600     05  REG-PRIOR-INVOICE            PIC 9(06).
008610     05  FILLER                       PIC X(01).
008620     05  REG-CREDIT-MEMO              PIC 9(06).
008630
008640* CORRECTIONS WAITING FOR THE NEXT INVOICE RUN. ACTION R
008650* REVERSES THE TICKET; ACTION B REVERSES IT AND REBILLS IT AT
008660* THE CORRECTED FIGURES, WHICH WERE CONVERTED AND PRICED WHEN
008670* THE CORRECTION WAS KEYED. THE ORIGINAL INVOICE NUMBER IS KEPT
008680* SO A CORRECTION THE REGISTER HAS MOVED PAST IS NOT APPLIED
008690* TWICE.
008700 FD  CORRECTION-FILE
008710     RECORDING MODE IS F.
008720 01  CORRECTION-RECORD.
008730     05  CF-ACTION                    PIC X(01).
008740     05  FILLER                       PIC X(01).
008750     05  CF-TICKET-NUMBER             PIC X(10).
008760     05  FILLER                       PIC X(01).
008770     05  CF-ORIG-INVOICE              PIC 9(06).
008780     05  FILLER                       PIC X(01).
008790     05  CF-CARRIER-CODE              PIC X(04).
008800     05  FILLER                       PIC X(01).
008810     05  CF-DOCK-DOOR                 PIC X(03).
008820     05  FILLER                       PIC X(01).
008830     05  CF-CONVERSION-CODE           PIC 9(02).
008840     05  FILLER                       PIC X(01).
008850     05  CF-FROM-UNIT                 PIC 9(02).
008860     05  FILLER                       PIC X(01).
008870     05  CF-TO-UNIT                   PIC 9(02).
008880     05  FILLER                       PIC X(01).
008890     05  CF-WEIGHT                    PIC 9(06)V9(02).
008900     05  FILLER                       PIC X(01).
008910     05  CF-GROSS-WEIGHT              PIC 9(06)V9(02).
008920     05  FILLER                       PIC X(01).
008930     05  CF-TARE-WEIGHT               PIC 9(06)V9(02).
008940     05  FILLER                       PIC X(01).
008950     05  CF-CONTAINER-TYPE            PIC X(04).
008960     05  FILLER                       PIC X(01).
008970     05  CF-BILLED-WEIGHT             PIC 9(09)V9(04).
008980     05  FILLER                       PIC X(01).
008990     05  CF-CHARGE                    PIC 9(07)V9(02).
009000     05  FILLER                       PIC X(01).
009010     05  CF-OPERATOR-ID               PIC X(08).
009020     05  FILLER                       PIC X(01).
009030     05  CF-ENTRY-DATE                PIC 9(08).
009040
009050* CARRIER FREIGHT BILL - ONE LINE PER TICKET AS THE CARRIER
009060* BILLED IT, WEIGHT IN THE SAME BILLED UNITS AS OUR CHARGE
009070* EXTRACT AND THE AMOUNT TO TWO DECIMALS.
009080 FD  FREIGHT-BILL-FILE
009090     RECORDING MODE IS F.
009100 01  FREIGHT-BILL-RECORD.
009110     05  FB-CARRIER-CODE              PIC X(04).
009120     05  FILLER                       PIC X(01).
009130     05  FB-BILL-NUMBER               PIC X(10).
009140     05  FILLER                       PIC X(01).
009150     05  FB-BILL-DATE                 PIC 9(08).
009160     05  FILLER                       PIC X(01).
009170     05  FB-TICKET-NUMBER             PIC X(10).
009180     05  FILLER                       PIC X(01).
009190     05  FB-BILLED-WEIGHT             PIC 9(09)V9(04).
009200     05  FILLER                       PIC X(01).
009210     05  FB-CHARGE                    PIC 9(07)V9(02).
009220
009230 FD  FREIGHT-AUDIT-FILE
009240     RECORDING MODE IS F.
009250 01  FREIGHT-AUDIT-LINE               PIC X(80).
009260
009270* GENERAL LEDGER JOURNAL FROM THE INVOICE RUN - A BATCH HEADER,
009280* ONE DEBIT (D) OR CREDIT (C) LINE PER POSTING AND A TRAILER WITH
009290* THE LINE COUNT AND CONTROL TOTALS. AMOUNTS CARRY TWO IMPLIED
009300* DECIMALS. THE BATCH NUMBER IS THE LAST INVOICE OR CREDIT MEMO
009310* NUMBER ISSUED BY THE RUN.
009320 FD  JOURNAL-FILE
009330     RECORDING MODE IS F.
009340 01  JOURNAL-RECORD.
009350     05  JRN-RECORD-TYPE              PIC X(01).
009360     05  FILLER                       PIC X(01).
009370     05  JRN-BATCH-NUMBER             PIC 9(06).
009380     05  FILLER                       PIC X(01).
009390     05  JRN-LINE-NUMBER              PIC 9(05).
009400     05  FILLER                       PIC X(01).
009410     05  JRN-ACCOUNT                  PIC X(10).
009420     05  FILLER                       PIC X(01).
009430     05  JRN-DEBIT-CREDIT             PIC X(01).
009440     05  FILLER                       PIC X(01).
009450     05  JRN-AMOUNT                   PIC 9(09)V9(02).
009460     05  FILLER                       PIC X(01).
009470     05  JRN-REFERENCE                PIC 9(06).
009480     05  FILLER                       PIC X(01).
009490     05  JRN-CARRIER-CODE             PIC X(04).
009500     05  FILLER                       PIC X(01).
009510     05  JRN-DESCRIPTION              PIC X(20).
009520 01  JOURNAL-HEADER-RECORD.
009530     05  JRH-RECORD-TYPE              PIC X(01).
009540     05  FILLER                       PIC X(01).
009550     05  JRH-BATCH-NUMBER             PIC 9(06).
009560     05  FILLER                       PIC X(01).
009570     05  JRH-BATCH-DATE               PIC 9(08).
009580     05  FILLER                       PIC X(01).
009590     05  JRH-SOURCE                   PIC X(08).
009600     05  FILLER                       PIC X(01).
009610     05  JRH-OPERATOR-ID              PIC X(08).
009620     05  FILLER                       PIC X(01).
009630     05  JRH-DESCRIPTION              PIC X(30).
009640 01  JOURNAL-TRAILER-RECORD.
009650     05  JRT-RECORD-TYPE              PIC X(01).
009660     05  FILLER                       PIC X(01).
009670     05  JRT-BATCH-NUMBER             PIC 9(06).
009680     05  FILLER                       PIC X(01).
009690     05  JRT-LINE-COUNT               PIC 9(05).
009700     05  FILLER                       PIC X(01).
009710     05  JRT-TOTAL-DEBITS             PIC 9(11)V9(02).
009720     05  FILLER                       PIC X(01).
009730     05  JRT-TOTAL-CREDITS            PIC 9(11)V9(02).
009740
009750* DOCK SCALE CERTIFICATION MASTER - ONE RECORD PER SCALE. STATUS
009760* A = IN SERVICE, O = OUT OF SERVICE. A SCALE THAT FAILS A
009770* CALIBRATION CHECK GOES OUT OF SERVICE AND ONLY COMES BACK WHEN
009780* A NEW CERTIFICATION IS RECORDED AGAINST IT. TOLERANCE IS THE
009790* DRIFT ALLOWED EITHER WAY ON A TEST WEIGHT, IN KG.
009800 FD  SCALE-MASTER-FILE.
009810 01  SCALE-MASTER-RECORD.
009820     05  SCM-SCALE-ID                 PIC X(03).
009830     05  FILLER                       PIC X(01).
009840     05  SCM-CERT-DATE                PIC 9(08).
009850     05  FILLER                       PIC X(01).
009860     05  SCM-NEXT-DUE-DATE            PIC 9(08).
009870     05  FILLER                       PIC X(01).
009880     05  SCM-TOLERANCE                PIC 9(05)V9(02).
009890     05  FILLER                       PIC X(01).
009900     05  SCM-STATUS                   PIC X(01).
009910     05  FILLER                       PIC X(01).
009920     05  SCM-LAST-CHECK-DATE          PIC 9(08).
009930
009940* CALIBRATION HISTORY - ONE ROW PER CALIBRATION CHECK (EVENT K)
009950* AND PER CERTIFICATION (EVENT C) OR REMOVAL FROM SERVICE (EVENT
009960* O) RECORDED IN MAINTENANCE. WEIGHTS ARE KG WITH TWO IMPLIED
009970* DECIMALS; THE DRIFT IS THE READING LESS THE TEST WEIGHT, ITS
009980* SIGN CARRIED SEPARATELY. RESULT IS PASS OR FAIL ON A CHECK.
009990 FD  CALIBRATION-FILE
010000     RECORDING MODE IS F.
010010 01  CALIBRATION-RECORD.
010020     05  CAL-SCALE-ID                 PIC X(03).
010030     05  FILLER                       PIC X(01).
010040     05  CAL-EVENT-DATE               PIC 9(08).
010050     05  FILLER                       PIC X(01).
010060     05  CAL-EVENT-TIME               PIC X(06).
010070     05  FILLER                       PIC X(01).
010080     05  CAL-EVENT-TYPE               PIC X(01).
010090     05  FILLER                       PIC X(01).
010100     05  CAL-OPERATOR-ID              PIC X(08).
010110     05  FILLER                       PIC X(01).
010120     05  CAL-TEST-WEIGHT              PIC 9(06)V9(02).
010130     05  FILLER                       PIC X(01).
010140     05  CAL-READING                  PIC 9(06)V9(02).
010150     05  FILLER                       PIC X(01).
010160     05  CAL-DRIFT-SIGN               PIC X(01).
010170     05  CAL-DRIFT                    PIC 9(06)V9(02).
010180     05  FILLER                       PIC X(01).
010190     05  CAL-TOLERANCE                PIC 9(05)V9(02).
010200     05  FILLER                       PIC X(01).
010210     05  CAL-RESULT                   PIC X(04).
010220     05  FILLER                       PIC X(01).
010230     05  CAL-NEXT-DUE-DATE            PIC 9(08).
010240
010250 FD  CALIBRATION-REPORT-FILE
010260     RECORDING MODE IS F.
010270 01  CALIBRATION-REPORT-LINE          PIC X(80).
010280* DECLARED SHIPMENTS LOADED FROM THE SHIPPER MANIFESTS - ONE
010290* RECORD PER BILL OF LADING. THE DECLARED WEIGHT IS IN THE
010300* DECLARED UNIT (1=KG 2=LBS 3=STONE 4=OUNCES 5=TONNES) WITH TWO
010310* IMPLIED DECIMALS; THE TICKET COUNT IS HOW MANY DOCK TICKETS THE
010320* SHIPMENT SHOULD CROSS ON (ZERO WHEN THE SHIPPER DOES NOT SAY).
010330 FD  SHIPMENT-FILE
010340     RECORDING MODE IS F.
010350 01  SHIPMENT-RECORD.
010360     05  SHP-BOL-NUMBER               PIC X(10).
010370     05  FILLER                       PIC X(01).
010380     05  SHP-CARRIER-CODE             PIC X(04).
010390     05  FILLER                       PIC X(01).
010400     05  SHP-SHIP-DATE                PIC 9(08).
010410     05  FILLER                       PIC X(01).
010420     05  SHP-DECLARED-WEIGHT          PIC 9(07)V9(02).
010430     05  FILLER                       PIC X(01).
010440     05  SHP-DECLARED-UNIT            PIC 9(02).
010450     05  FILLER                       PIC X(01).
010460     05  SHP-TICKET-COUNT             PIC 9(03).
010470
010480 FD  BOL-VARIANCE-FILE
010490     RECORDING MODE IS F.
010500 01  BOL-VARIANCE-LINE                PIC X(80).
010510
010520* REWEIGH EXTRACT FOR THE BILLING TEAM - ONE RECORD PER SHIPMENT
010530* WEIGHED HEAVIER THAN DECLARED BEYOND THE TOLERANCE. WEIGHTS ARE
010540* IN THE DECLARED UNIT; THE UNDER-DECLARED WEIGHT IS WHAT THE
010550* REWEIGH CHARGE IS RAISED ON.
010560 FD  REWEIGH-FILE
010570     RECORDING MODE IS F.
010580 01  REWEIGH-RECORD.
010590     05  RWG-BOL-NUMBER               PIC X(10).
010600     05  FILLER                       PIC X(01).
010610     05  RWG-CARRIER-CODE             PIC X(04).
010620     05  FILLER                       PIC X(01).
010630     05  RWG-SHIP-DATE                PIC 9(08).
010640     05  FILLER                       PIC X(01).
010650     05  RWG-DECLARED-UNIT            PIC 9(02).
010660     05  FILLER                       PIC X(01).
010670     05  RWG-DECLARED-WEIGHT          PIC 9(07)V9(02).
010680     05  FILLER                       PIC X(01).
010690     05  RWG-WEIGHED-WEIGHT           PIC 9(09)V9(04).
010700     05  FILLER                       PIC X(01).
010710     05  RWG-UNDER-WEIGHT             PIC 9(09)V9(04).
010720     05  FILLER                       PIC X(01).
010730     05  RWG-VARIANCE-PCT             PIC 9(05)V9(02).
010740     05  FILLER                       PIC X(01).
010750     05  RWG-RUN-DATE                 PIC 9(08).
010760* PROPOSED CARRIER RATES FOR THE RATE CHANGE SIMULATION - THE
010770* RATE MASTER LAYOUT ON A PLAIN SEQUENTIAL FILE, SO A CARRIER'S
010780* PROPOSAL OR A MOVED BREAK CAN BE PRICED WITHOUT TOUCHING THE
010790* MASTER ITSELF. KEEP THIS FIELD FOR FIELD WITH RATE-RECORD - THE
010800* RECORD IS MOVED STRAIGHT ACROSS INTO IT.
010810 FD  PROPOSED-RATE-FILE
010820     RECORDING MODE IS F.
010830 01  PROPOSED-RATE-RECORD.
010840     05  PRP-CARRIER-CODE             PIC X(04).
010850     05  FILLER                       PIC X(01).
010860     05  PRP-PER-UNIT                 PIC 9(03)V9(04).
010870     05  FILLER                       PIC X(01).
010880     05  PRP-MINIMUM-CHARGE           PIC 9(05)V9(02).
010890     05  FILLER                       PIC X(01).
010900     05  PRP-BREAK-WEIGHT             PIC 9(06)V9(02).
010910     05  FILLER                       PIC X(01).
010920     05  PRP-BREAK-RATE               PIC 9(03)V9(04).
010930     05  FILLER                       PIC X(01).
010940     05  PRP-ACTIVE-FLAG              PIC X(01).
010950     05  FILLER                       PIC X(01).
010960     05  PRP-CHARGE-TOLERANCE         PIC 9(05)V9(02).
010970     05  FILLER                       PIC X(01).
010980     05  PRP-GL-CARRIER-ACCT          PIC X(10).
010990     05  FILLER                       PIC X(01).
011000     05  PRP-GL-REVENUE-ACCT          PIC X(10).
011010     05  FILLER                       PIC X(01).
011020     05  PRP-EINVOICE-FLAG            PIC X(01).
011030
011040 FD  RATE-SIM-FILE
011050     RECORDING MODE IS F.
011060 01  RATE-SIM-LINE                    PIC X(80).
011070 FD  AGING-REPORT-FILE
011080     RECORDING MODE IS F.
011090 01  AGING-REPORT-LINE                PIC X(80).
011100 FD  AUDIT-CHAIN-FILE
011110     RECORDING MODE IS F.
011120 01  AUDIT-CHAIN-RECORD.
011130     05  ACHN-LAST-SEQUENCE           PIC 9(09).
011140     05  FILLER                       PIC X(01).
011150     05  ACHN-LAST-CHECK              PIC 9(09).
011160     05  FILLER                       PIC X(01).
011170     05  ACHN-SAVED-TIMESTAMP         PIC X(14).
011180
011190 FD  AUDIT-VERIFY-FILE
011200     RECORDING MODE IS F.
011210 01  AUDIT-VERIFY-LINE                PIC X(80).
011220* ELECTRONIC INVOICE - ONE HEADER, A LINE PER TICKET AND A
011230* TRAILER PER INVOICE. AMOUNTS ARE UNEDITED WITH IMPLIED
011240* DECIMALS (WEIGHT 4, CHARGE 2) FOR THE CARRIER'S LOAD PROGRAM.
011250* A REBILL LINE CARRIES THE INVOICE IT REPLACES.
011260 FD  EINV-FILE
011270     RECORDING MODE IS F.
011280 01  EINV-HEADER-RECORD.
011290     05  EIH-RECORD-TYPE              PIC X(01).
011300     05  FILLER                       PIC X(01).
011310     05  EIH-INVOICE-NUMBER           PIC 9(06).
011320     05  FILLER                       PIC X(01).
011330     05  EIH-CARRIER-CODE             PIC X(04).
011340     05  FILLER                       PIC X(01).
011350     05  EIH-INVOICE-DATE             PIC 9(08).
011360     05  FILLER                       PIC X(01).
011370     05  EIH-LINE-COUNT               PIC 9(05).
011380     05  FILLER                       PIC X(52).
011390 01  EINV-DETAIL-RECORD.
011400     05  EID-RECORD-TYPE              PIC X(01).
011410     05  FILLER                       PIC X(01).
011420     05  EID-INVOICE-NUMBER           PIC 9(06).
011430     05  FILLER                       PIC X(01).
011440     05  EID-LINE-NUMBER              PIC 9(05).
011450     05  FILLER                       PIC X(01).
011460     05  EID-TICKET-NUMBER            PIC X(10).
011470     05  FILLER                       PIC X(01).
011480     05  EID-BILLED-WEIGHT            PIC 9(09)V9(04).
011490     05  FILLER                       PIC X(01).
011500     05  EID-WEIGHT-UNIT              PIC X(06).
011510     05  FILLER                       PIC X(01).
011520     05  EID-CHARGE                   PIC 9(07)V9(02).
011530     05  FILLER                       PIC X(01).
011540     05  EID-REBILL-OF                PIC 9(06).
011550     05  FILLER                       PIC X(17).
011560 01  EINV-TRAILER-RECORD.
011570     05  EIT-RECORD-TYPE              PIC X(01).
011580     05  FILLER                       PIC X(01).
011590     05  EIT-INVOICE-NUMBER           PIC 9(06).
011600     05  FILLER                       PIC X(01).
011610     05  EIT-LINE-COUNT               PIC 9(05).
011620     05  FILLER                       PIC X(01).
011630     05  EIT-TOTAL-WEIGHT             PIC 9(11)V9(04).
011640     05  FILLER                       PIC X(01).
011650     05  EIT-TOTAL-CHARGE             PIC 9(09)V9(02).
011660     05  FILLER                       PIC X(38).
011670
011680* ONE ENTRY PER INVOICE SENT ELECTRONICALLY. STATUS S = SENT,
011690* A = ACCEPTED, R = REJECTED; THE ACKNOWLEDGMENT DATE AND THE
011700* CARRIER'S REASON ARE FILLED IN WHEN THE ANSWER COMES BACK.
011710 FD  EINV-LOG-FILE
011720     RECORDING MODE IS F.
011730 01  EINV-LOG-RECORD.
011740     05  ELG-INVOICE-NUMBER           PIC 9(06).
011750     05  FILLER                       PIC X(01).
011760     05  ELG-CARRIER-CODE             PIC X(04).
011770     05  FILLER                       PIC X(01).
011780     05  ELG-SENT-DATE                PIC 9(08).
011790     05  FILLER                       PIC X(01).
011800     05  ELG-TICKET-COUNT             PIC 9(05).
011810     05  FILLER                       PIC X(01).
011820     05  ELG-TOTAL-CHARGE             PIC 9(09)V9(02).
011830     05  FILLER                       PIC X(01).
011840     05  ELG-STATUS                   PIC X(01).
011850     05  FILLER                       PIC X(01).
011860     05  ELG-ACK-DATE                 PIC X(08).
011870     05  FILLER                       PIC X(01).
011880     05  ELG-REASON-CODE              PIC X(04).
011890     05  FILLER                       PIC X(01).
011900     05  ELG-REASON-TEXT              PIC X(30).
011910
011920 FD  EINV-WORK-FILE
011930     RECORDING MODE IS F.
011940 01  EINV-WORK-RECORD                 PIC X(85).
011950
011960* CARRIER ACKNOWLEDGMENT - RESULT A = ACCEPTED OR R = REJECTED,
011970* WITH THE CARRIER'S OWN REASON CODE AND TEXT ON A REJECTION.
011980 FD  EACK-FILE
011990     RECORDING MODE IS F.
012000 01  EACK-RECORD.
012010     05  EAK-CARRIER-CODE             PIC X(04).
012020     05  FILLER                       PIC X(01).
012030     05  EAK-INVOICE-NUMBER           PIC 9(06).
012040     05  FILLER                       PIC X(01).
012050     05  EAK-RESULT                   PIC X(01).
012060     05  FILLER                       PIC X(01).
012070     05  EAK-ACK-DATE                 PIC X(08).
012080     05  FILLER                       PIC X(01).
012090     05  EAK-REASON-CODE              PIC X(04).
012100     05  FILLER                       PIC X(01).
012110     05  EAK-REASON-TEXT              PIC X(30).
012120
012130 FD  EINV-REPORT-FILE
012140     RECORDING MODE IS F.
012150 01  EINV-REPORT-LINE                 PIC X(80).
012160* NET WEIGHT PROFILES - A HEADER CARRYING THE BUILD DATE AND THE
012170* HISTORY WINDOW, THEN ONE ROW PER CARRIER, CONTAINER (BLANK FOR
012180* NET TICKETS) AND SCALE UNIT.
012190 FD  NET-PROFILE-FILE
012200     RECORDING MODE IS F.
012210 01  NWPF-HEADER-RECORD.
012220     05  NWPH-RECORD-TYPE             PIC X(01).
012230     05  FILLER                       PIC X(01).
012240     05  NWPH-BUILD-DATE              PIC 9(08).
012250     05  FILLER                       PIC X(01).
012260     05  NWPH-WINDOW-FROM             PIC 9(08).
012270     05  FILLER                       PIC X(01).
012280     05  NWPH-WINDOW-TO               PIC 9(08).
012290     05  FILLER                       PIC X(01).
012300     05  NWPH-ROWS-USED               PIC 9(09).
012310     05  FILLER                       PIC X(01).
012320     05  NWPH-PROFILE-COUNT           PIC 9(05).
012330     05  FILLER                       PIC X(16).
012340 01  NWPF-PROFILE-RECORD.
012350     05  NWPP-RECORD-TYPE             PIC X(01).
012360     05  FILLER                       PIC X(01).
012370     05  NWPP-CARRIER-CODE            PIC X(04).
012380     05  FILLER                       PIC X(01).
012390     05  NWPP-CONTAINER-TYPE          PIC X(04).
012400     05  FILLER                       PIC X(01).
012410     05  NWPP-UNIT                    PIC 9(02).
012420     05  FILLER                       PIC X(01).
012430     05  NWPP-TICKETS                 PIC 9(07).
012440     05  FILLER                       PIC X(01).
012450     05  NWPP-TYPICAL                 PIC 9(06)V9(02).
012460     05  FILLER                       PIC X(01).
012470     05  NWPP-SPREAD                  PIC 9(06)V9(02).
012480     05  FILLER                       PIC X(01).
012490     05  NWPP-LOW                     PIC 9(06)V9(02).
012500     05  FILLER                       PIC X(01).
012510     05  NWPP-HIGH                    PIC 9(06)V9(02).
012520
012530 FD  NET-ANOMALY-FILE
012540     RECORDING MODE IS F.
012550 01  NET-ANOMALY-LINE                 PIC X(80).
012560 WORKING-STORAGE SECTION.
012570* --------------------------------------------------------------*
012580* FILE STATUS FIELDS
012590* --------------------------------------------------------------*
012600 01  TRAN-STATUS                      PIC X(02) VALUE SPACES.
012610 01  RESULT-STATUS                    PIC X(02) VALUE SPACES.
012620 01  AUDIT-STATUS                     PIC X(02) VALUE SPACES.
012630 01  PARM-STATUS                      PIC X(02) VALUE SPACES.
012640 01  CHKP-STATUS                      PIC X(02) VALUE SPACES.
012650 01  RPT-STATUS                       PIC X(02) VALUE SPACES.
012660 01  REJ-STATUS                       PIC X(02) VALUE SPACES.
012670 01  REPR-STATUS                      PIC X(02) VALUE SPACES.
012680 01  RATE-STATUS                      PIC X(02) VALUE SPACES.
012690 01  CHG-STATUS                       PIC X(02) VALUE SPACES.
012700 01  TARE-STATUS                      PIC X(02) VALUE SPACES.
012710 01  STAT-HIST-STATUS                 PIC X(02) VALUE SPACES.
012720 01  TRND-STATUS                      PIC X(02) VALUE SPACES.
012730 01  OPER-STATUS                      PIC X(02) VALUE SPACES.
012740 01  CTL-STATUS                       PIC X(02) VALUE SPACES.
012750 01  INV-STATUS                       PIC X(02) VALUE SPACES.
012760 01  INVC-STATUS                      PIC X(02) VALUE SPACES.
012770 01  SCAL-STATUS                      PIC X(02) VALUE SPACES.
012780 01  ARCH-STATUS                      PIC X(02) VALUE SPACES.
012790 01  AWRK-STATUS                      PIC X(02) VALUE SPACES.
012800 01  EXCP-STATUS                      PIC X(02) VALUE SPACES.
012810 01  HOLD-STATUS                      PIC X(02) VALUE SPACES.
012820 01  CONS-IN-STATUS                   PIC X(02) VALUE SPACES.
012830 01  CORPO-STATUS                     PIC X(02) VALUE SPACES.
012840 01  CORPC-STATUS                     PIC X(02) VALUE SPACES.
012850 01  ACT-STATUS                       PIC X(02) VALUE SPACES.
012860 01  PROD-STATUS                      PIC X(02) VALUE SPACES.
012870 01  IREG-STATUS                      PIC X(02) VALUE SPACES.
012880 01  CORR-STATUS                      PIC X(02) VALUE SPACES.
012890 01  FRBL-STATUS                      PIC X(02) VALUE SPACES.
012900 01  FBA-STATUS                       PIC X(02) VALUE SPACES.
012910 01  JRNL-STATUS                      PIC X(02) VALUE SPACES.
012920 01  SCLM-STATUS                      PIC X(02) VALUE SPACES.
012930 01  CALH-STATUS                      PIC X(02) VALUE SPACES.
012940 01  CALR-STATUS                      PIC X(02) VALUE SPACES.
012950 01  SHIP-STATUS                      PIC X(02) VALUE SPACES.
012960 01  BOLV-STATUS                      PIC X(02) VALUE SPACES.
012970 01  RWGH-STATUS                      PIC X(02) VALUE SPACES.
012980 01  PROP-STATUS                      PIC X(02) VALUE SPACES.
012990 01  RSIM-STATUS                      PIC X(02) VALUE SPACES.
013000 01  AGNG-STATUS                      PIC X(02) VALUE SPACES.
013010 01  ACHN-STATUS                      PIC X(02) VALUE SPACES.
013020 01  AVFY-STATUS                      PIC X(02) VALUE SPACES.
013030 01  EINV-STATUS                      PIC X(02) VALUE SPACES.
013040 01  EILG-STATUS                      PIC X(02) VALUE SPACES.
013050 01  EIWK-STATUS                      PIC X(02) VALUE SPACES.
013060 01  EACK-STATUS                      PIC X(02) VALUE SPACES.
013070 01  EIRP-STATUS                      PIC X(02) VALUE SPACES.
013080 01  NWPF-STATUS                      PIC X(02) VALUE SPACES.
013090 01  NWAN-STATUS                      PIC X(02) VALUE SPACES.
013100 
013110* --------------------------------------------------------------*
013120* CONVERSION FACTOR TABLE - LOADED FROM PARMFILE AT STARTUP.
013130* FACTOR-VALUE SUBSCRIPT LINES UP ONE-FOR-ONE WITH THE CONVERSION
013140* CODE NUMBERS USED ON THE MENU AND ON TRANSACTION RECORDS.
013150* PARMFILE RECORDS ARE EFFECTIVE-DATED - THE GENERATION WITH THE
013160* LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE WINS, AND THE
013170* DATE THAT WON IS KEPT FOR THE STARTUP AUDIT LOG.
013180* --------------------------------------------------------------*
013190 01  FACTOR-STORAGE.
013200     05  FACTOR-ENTRY OCCURS 8 TIMES INDEXED BY FACTOR-INDEX.
013210         10  FACTOR-VALUE             PIC 9(05)V9(06) VALUE 0.
013220         10  FACTOR-EFF-DATE          PIC 9(08) VALUE 0.
013230 
013240* --------------------------------------------------------------*
013250* THE CARRIER RATE, CONTAINER TARE AND OPERATOR MASTERS ARE
013260* INDEXED FILES READ BY KEY AT THE POINT OF USE - NOTHING IS
013270* LOADED IN CORE AND THERE IS NO FIXED CAPACITY. WEIGHT AT OR
013280* UNDER THE RATE BREAK IS BILLED AT THE BASE RATE PER UNIT,
013290* WEIGHT OVER THE BREAK AT THE BREAK RATE, AND THE MINIMUM
013300* CHARGE IS APPLIED TO THE RESULT. A RECORD DEACTIVATED THROUGH
013310* MAINTENANCE STAYS ON FILE WITH THE ACTIVE FLAG OFF AND IS
013320* SKIPPED BY THE LOOKUPS - A LEGACY RECORD WITH NO FLAG IS
013330* ACTIVE.
013340* --------------------------------------------------------------*
013350
013360* --------------------------------------------------------------*
013370* CARRIER ACCUMULATORS FOR THE INVOICE RUN - ONE ENTRY PER
013380* CARRIER SEEN ON THE CHARGE EXTRACT, BUILT ON THE FIRST PASS
013390* AND PRICED OUT ONE INVOICE PER ENTRY ON THE SECOND.
013400* --------------------------------------------------------------*
013410 01  INVOICE-CARRIER-TABLE.
013420     05  INVOICE-CARRIER-COUNT        PIC 9(03) COMP VALUE 0.
013430     05  INVOICE-CARRIER-ENTRY OCCURS 200 TIMES
013440             INDEXED BY INV-INDEX.
013450         10  INV-TABLE-CARRIER        PIC X(04).
013460         10  INV-TABLE-TICKETS        PIC 9(05).
013470         10  INV-TABLE-WEIGHT         PIC 9(11)V9(04).
013480         10  INV-TABLE-CHARGE         PIC 9(09)V9(02).
013490         10  INV-TABLE-INVOICE-NO     PIC 9(06).
013500
013510* --------------------------------------------------------------*
013520* CORRECTIONS PICKED UP BY THE INVOICE RUN - ONE ENTRY PER
013530* PENDING REVERSAL OR REVERSE-AND-REBILL. THE CREDIT LEG COMES
013540* OFF THE REGISTER AS ORIGINALLY BILLED; THE REBILL LEG RIDES ON
013550* THE CORRECTED CARRIER'S INVOICE IN THE SAME RUN.
013560* --------------------------------------------------------------*
013570 01  CORRECTION-TABLE.
013580     05  CORR-TABLE-COUNT             PIC 9(03) COMP VALUE 0.
013590     05  CORR-TABLE-ENTRY OCCURS 200 TIMES.
013600         10  CRT-ACTION               PIC X(01).
013610         10  CRT-TICKET               PIC X(10).
013620         10  CRT-ORIG-CARRIER         PIC X(04).
013630         10  CRT-ORIG-INVOICE         PIC 9(06).
013640         10  CRT-ORIG-WEIGHT          PIC 9(09)V9(04).
013650         10  CRT-ORIG-CHARGE          PIC 9(07)V9(02).
013660         10  CRT-MEMO-NUMBER          PIC 9(06).
013670         10  CRT-NEW-CARRIER          PIC X(04).
013680         10  CRT-NEW-WEIGHT           PIC 9(09)V9(04).
013690         10  CRT-NEW-CHARGE           PIC 9(07)V9(02).
013700         10  CRT-NEW-INVOICE          PIC 9(06).
013710         10  CRT-NEW-UNIT             PIC X(02).
013720
013730* --------------------------------------------------------------*
013740* TICKETS ALREADY ON THE AUDIT TRAIL AROUND THE RUN DATE -
013750* LOADED AHEAD OF A BATCH OR REPROCESS RUN SO A TICKET THAT
013760* ALREADY CONVERTED CANNOT POST AND BILL TWICE. TICKETS POSTED
013770* DURING THE RUN ARE ADDED AS THEY GO SO A DOUBLED RECORD
013780* INSIDE ONE FILE IS CAUGHT TOO.
013790* --------------------------------------------------------------*
013800 01  PRIOR-TICKET-TABLE.
013810     05  PRIOR-TICKET-COUNT           PIC 9(04) COMP VALUE 0.
013820     05  PRIOR-TICKET-ENTRY OCCURS 2000 TIMES
013830             INDEXED BY PRIOR-INDEX.
013840         10  PRIOR-TICKET             PIC X(10).
013850
013860* --------------------------------------------------------------*
013870* STATISTICS TABLE FOR THE DAILY SUMMARY REPORT - ONE ENTRY PER
013880* CONVERSION DIRECTION. THE REPORTED FIELDS REMEMBER WHAT HAS
013890* ALREADY GONE OUT TO THE STATISTICS HISTORY FILE SO EACH SAVE
013900* APPENDS ONLY THE ACTIVITY SINCE THE LAST ONE.
013910* --------------------------------------------------------------*
013920 01  DIRECTION-STATISTICS.
013930* ENTRY 9 COLLECTS UNIT-PAIR (CODE 00) CONVERSIONS THAT ARE NOT
013940* ONE OF THE EIGHT KG MENU PAIRS.
013950     05  DIRECTION-STAT OCCURS 9 TIMES INDEXED BY STAT-INDEX.
013960         10  DIRECTION-COUNT          PIC 9(07) VALUE 0.
013970         10  DIRECTION-TOTAL          PIC 9(09)V9(04) VALUE 0.
013980         10  REPORTED-COUNT           PIC 9(07) VALUE 0.
013990         10  REPORTED-TOTAL           PIC 9(09)V9(04) VALUE 0.
014000
014010* --------------------------------------------------------------*
014020* TREND REPORT ACCUMULATORS - ONE SET PER DIRECTION FOR THE DAY
014030* BEING BROKEN ON, WEEK TO DATE AND MONTH TO DATE.
014040* --------------------------------------------------------------*
014050 01  TREND-TABLES.
014060     05  TREND-DAY-ENTRY OCCURS 9 TIMES.
014070         10  TREND-DAY-COUNT          PIC 9(07).
014080         10  TREND-DAY-TOTAL          PIC 9(09)V9(04).
014090     05  TREND-WTD-ENTRY OCCURS 9 TIMES.
014100         10  TREND-WTD-COUNT          PIC 9(07).
014110         10  TREND-WTD-TOTAL          PIC 9(09)V9(04).
014120     05  TREND-MTD-ENTRY OCCURS 9 TIMES.
014130         10  TREND-MTD-COUNT          PIC 9(07).
014140         10  TREND-MTD-TOTAL          PIC 9(09)V9(04).
014150 
014160* --------------------------------------------------------------*
014170* SWITCHES
014180* --------------------------------------------------------------*
014190 01  END-OF-FILE-SWITCH                PIC X(01) VALUE 'N'.
014200     88  END-OF-FILE                             VALUE 'Y'.
014210 01  EXIT-PROGRAM-SWITCH                PIC X(01) VALUE 'N'.
014220     88  EXIT-PROGRAM                            VALUE 'Y'.
014230 01  RETURN-TO-MAIN-SWITCH              PIC X(01) VALUE 'N'.
014240     88  RETURN-TO-MAIN                          VALUE 'Y'.
014250 01  VALID-ENTRY-SWITCH                 PIC X(01) VALUE 'N'.
014260     88  VALID-ENTRY                              VALUE 'Y'.
014270 01  DISCREPANCY-SWITCH                 PIC X(01) VALUE 'N'.
014280     88  DISCREPANCY-FOUND                        VALUE 'Y'.
014290 01  CONVERSION-OVERFLOW-SWITCH         PIC X(01) VALUE 'N'.
014300     88  CONVERSION-OVERFLOW                      VALUE 'Y'.
014310 01  AUDIT-FILE-OPEN-SWITCH             PIC X(01) VALUE 'N'.
014320     88  AUDIT-FILE-IS-OPEN                       VALUE 'Y'.
014330 01  INQUIRY-DATE-BLANK-SWITCH          PIC X(01) VALUE 'N'.
014340     88  INQUIRY-DATE-BLANK                       VALUE 'Y'.
014350 01  RATING-ACTIVE-SWITCH               PIC X(01) VALUE 'N'.
014360     88  RATING-ACTIVE                            VALUE 'Y'.
014370 01  TARE-FILE-AVAIL-SWITCH             PIC X(01) VALUE 'N'.
014380     88  TARE-FILE-AVAILABLE                      VALUE 'Y'.
014390 01  CARRIER-ON-FILE-SWITCH             PIC X(01) VALUE 'N'.
014400     88  CARRIER-ON-FILE                          VALUE 'Y'.
014410 01  RATE-FOUND-SWITCH                  PIC X(01) VALUE 'N'.
014420     88  RATE-FOUND                               VALUE 'Y'.
014430 01  TARE-FOUND-SWITCH                  PIC X(01) VALUE 'N'.
014440     88  TARE-FOUND                               VALUE 'Y'.
014450 01  GROSS-TARE-SWITCH                  PIC X(01) VALUE 'N'.
014460     88  GROSS-TARE-TICKET                        VALUE 'Y'.
014470 01  NET-WEIGHT-OK-SWITCH               PIC X(01) VALUE 'N'.
014480     88  NET-WEIGHT-OK                            VALUE 'Y'.
014490 01  SIGNON-FOUND-SWITCH                PIC X(01) VALUE 'N'.
014500     88  SIGNON-FOUND                             VALUE 'Y'.
014510 01  OPERATOR-SIGNED-ON-SWITCH          PIC X(01) VALUE 'N'.
014520     88  OPERATOR-SIGNED-ON                       VALUE 'Y'.
014530 01  UNATTENDED-MODE-SWITCH             PIC X(01) VALUE 'N'.
014540     88  UNATTENDED-MODE                          VALUE 'Y'.
014550 01  BATCH-FAILED-SWITCH                PIC X(01) VALUE 'N'.
014560     88  BATCH-FAILED                             VALUE 'Y'.
014570 01  RPT-FAILED-SWITCH                  PIC X(01) VALUE 'N'.
014580     88  RPT-FAILED                               VALUE 'Y'.
014590 01  ARCHIVE-OPEN-SWITCH                PIC X(01) VALUE 'N'.
014600     88  ARCHIVE-IS-OPEN                          VALUE 'Y'.
014610 01  OVERLOAD-RELEASE-SWITCH            PIC X(01) VALUE 'N'.
014620     88  OVERLOAD-RELEASE-ACTIVE                  VALUE 'Y'.
014630 01  DUP-FORCE-SWITCH                   PIC X(01) VALUE 'N'.
014640     88  DUPLICATES-ALLOWED                       VALUE 'Y'.
014650 01  DUP-FOUND-SWITCH                   PIC X(01) VALUE 'N'.
014660     88  DUPLICATE-TICKET                         VALUE 'Y'.
014670 01  DUP-TABLE-FULL-SWITCH              PIC X(01) VALUE 'N'.
014680     88  DUP-TABLE-FULL                           VALUE 'Y'.
014690 01  SCALE-IMPORT-SWITCH                PIC X(01) VALUE 'N'.
014700     88  SCALE-IMPORT-ACTIVE                      VALUE 'Y'.
014710 01  CONTROL-TOTALS-SWITCH              PIC X(01) VALUE 'N'.
014720     88  CONTROL-TOTALS-IN-FORCE                  VALUE 'Y'.
014730 01  TRAN-BALANCE-SWITCH                PIC X(01) VALUE 'N'.
014740     88  TRAN-OUT-OF-BALANCE                      VALUE 'Y'.
014750 01  TRAILER-SEEN-SWITCH                PIC X(01) VALUE 'N'.
014760     88  TRAILER-SEEN                             VALUE 'Y'.
014770 01  INV-CARRIER-FOUND-SWITCH           PIC X(01) VALUE 'N'.
014780     88  INV-CARRIER-FOUND                        VALUE 'Y'.
014790 01  INV-ROW-OK-SWITCH                  PIC X(01) VALUE 'N'.
014800     88  INV-ROW-OK                               VALUE 'Y'.
014810 01  MAINT-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
014820     88  MAINT-KEY-FOUND                          VALUE 'Y'.
014830 01  MAINT-ACTION-CODE                  PIC X(01) VALUE SPACE.
014840     88  MAINT-ADD                                VALUE 'A'.
014850     88  MAINT-CHANGE                             VALUE 'C'.
014860     88  MAINT-DEACTIVATE                         VALUE 'D'.
014870 01  REGISTER-OPEN-SWITCH               PIC X(01) VALUE 'N'.
014880     88  REGISTER-IS-OPEN                         VALUE 'Y'.
014890 01  CHARGE-EXTRACT-SWITCH              PIC X(01) VALUE 'N'.
014900     88  CHARGE-EXTRACT-PRESENT                   VALUE 'Y'.
014910 01  INV-REFUSE-SWITCH                  PIC X(01) VALUE SPACE.
014920     88  INV-ON-REGISTER                          VALUE 'R'.
014930     88  INV-DUP-IN-EXTRACT                       VALUE 'D'.
014940 01  CORR-TABLE-FULL-SWITCH             PIC X(01) VALUE 'N'.
014950     88  CORR-TABLE-FULL                          VALUE 'Y'.
014960 01  CORR-PENDING-SWITCH                PIC X(01) VALUE 'N'.
014970     88  CORR-ALREADY-PENDING                     VALUE 'Y'.
014980 01  CORR-ORIGINAL-SWITCH               PIC X(01) VALUE 'N'.
014990     88  CORR-ORIGINAL-FOUND                      VALUE 'Y'.
015000 01  CORR-PRICED-SWITCH                 PIC X(01) VALUE 'N'.
015010     88  CORR-REBILL-PRICED                       VALUE 'Y'.
015020 01  CORR-ACTION-CODE                   PIC X(01) VALUE SPACE.
015030     88  CORR-REVERSE                             VALUE 'R'.
015040     88  CORR-REBILL                              VALUE 'B'.
015050
015060* --------------------------------------------------------------*
015070* STANDALONE COUNTERS AND WORK AREAS
015080* --------------------------------------------------------------*
015090 77  OPERATOR-ID                       PIC X(08) VALUE SPACES.
015100 77  TICKET-NUMBER                      PIC X(10) VALUE SPACES.
015110 77  CARRIER-CODE                       PIC X(04) VALUE SPACES.
015120 77  DOCK-DOOR                          PIC X(03) VALUE SPACES.
015130 77  TICKET-BOL-NUMBER                  PIC X(10) VALUE SPACES.
015140 77  CONVERSION-CODE                    PIC 9(02) VALUE 0.
015150 77  WEIGHT                             PIC 9(06)V9(02) VALUE 0.
015160 77  CONVERTED-WEIGHT                   PIC 9(09)V9(04) VALUE 0.
015170 77  FROM-UNIT-LABEL                    PIC X(10) VALUE SPACES.
015180 77  TO-UNIT-LABEL                      PIC X(10) VALUE SPACES.
015190 77  MENU-CHOICE                        PIC 9(02) VALUE 0.
015200 77  RECORD-COUNT                       PIC 9(08) VALUE 0.
015210 77  RESTART-COUNT                      PIC 9(08) VALUE 0.
015220 77  CHECKPOINT-INTERVAL                PIC 9(04) VALUE 1.
015230 77  WORK-QUOTIENT                      PIC 9(08) VALUE 0.
015240 77  WORK-REMAINDER                     PIC 9(08) VALUE 0.
015250 77  PAGE-NUMBER                        PIC 9(04) VALUE 0.
015260 77  PAGE-NUMBER-EDIT                   PIC ZZZ9.
015270 77  DIRECTION-LABEL                    PIC X(20) VALUE SPACES.
015280 77  REPORT-COUNT-EDIT                  PIC Z(6)9.
015290 77  REPORT-TOTAL-EDIT                  PIC Z(8)9.9999.
015300 77  GRAND-TOTAL-COUNT                  PIC 9(07) VALUE 0.
015310 77  GRAND-TOTAL-WEIGHT                 PIC 9(09)V9(04) VALUE 0.
015320 77  RECON-KG-MANIFEST                  PIC 9(06)V9(02) VALUE 0.
015330 77  RECON-LBS-MANIFEST                 PIC 9(06)V9(02) VALUE 0.
015340 77  RECON-LBS-COMPUTED                 PIC 9(08)V9(04) VALUE 0.
015350 77  RECON-DIFFERENCE                   PIC S9(08)V9(04) VALUE 0.
015360 77  RECON-TOLERANCE               PIC 9(03)V9(02) VALUE 0.50.
015370 77  FACTOR-CODE-DISPLAY               PIC 9(02) VALUE 0.
015380 77  REJECT-REASON                     PIC X(02) VALUE SPACES.
015390 77  REJECT-COUNT                      PIC 9(07) VALUE 0.
015400 77  REPROCESS-COUNT                   PIC 9(07) VALUE 0.
015410 77  INQUIRY-OPERATOR                  PIC X(08) VALUE SPACES.
015420 77  INQUIRY-FROM-DATE                 PIC X(08) VALUE SPACES.
015430 77  INQUIRY-TO-DATE                   PIC X(08) VALUE SPACES.
015440 77  INQUIRY-CODE                      PIC 9(02) VALUE 0.
015450 77  INQUIRY-MATCH-COUNT               PIC 9(07) VALUE 0.
015460 77  INQUIRY-TOTAL-WEIGHT         PIC 9(11)V9(04) VALUE 0.
015470 77  INQUIRY-WORK-WEIGHT          PIC 9(09)V9(04) VALUE 0.
015480 77  INQUIRY-TOTAL-EDIT                PIC Z(10)9.9999.
015490 77  FREIGHT-CHARGE               PIC 9(07)V9(02) VALUE 0.
015500 77  GROSS-WEIGHT                 PIC 9(06)V9(02) VALUE 0.
015510 77  TARE-WEIGHT-USED             PIC 9(06)V9(02) VALUE 0.
015520 77  CONTAINER-TYPE                    PIC X(04) VALUE SPACES.
015530 77  FROM-UNIT                          PIC 9(02) VALUE 0.
015540 77  TO-UNIT                            PIC 9(02) VALUE 0.
015550 77  TO-KG-FACTOR                 PIC 9(05)V9(06) VALUE 0.
015560 77  FROM-KG-FACTOR               PIC 9(05)V9(06) VALUE 0.
015570 77  DIRECTION-SUB                     PIC 9(02) COMP VALUE 0.
015580 77  DIRECTION-NUMBER                  PIC 9(02) VALUE 0.
015590 77  STAT-DELTA-COUNT                  PIC 9(07) VALUE 0.
015600 77  STAT-DELTA-TOTAL             PIC 9(09)V9(04) VALUE 0.
015610 77  TREND-CURRENT-DATE                PIC 9(08) VALUE 0.
015620 77  WEEK-START-DATE                   PIC 9(08) VALUE 0.
015630 77  RUN-YYYYMM                        PIC 9(06) VALUE 0.
015640 77  HIST-YYYYMM                       PIC 9(06) VALUE 0.
015650 77  DAY-OF-WEEK-NUM                   PIC 9(01) VALUE 0.
015660 77  WEEK-BACK-COUNT                   PIC 9(01) VALUE 0.
015670 77  OPERATOR-NAME                     PIC X(20) VALUE SPACES.
015680 77  OPERATOR-AUTH-LEVEL               PIC 9(01) VALUE 0.
015690 77  SIGNON-ATTEMPTS                   PIC 9(01) VALUE 0.
015700 77  CARD-FUNCTION                     PIC X(01) VALUE SPACE.
015710 77  CARD-OPERATOR                     PIC X(08) VALUE SPACES.
015720 77  CARD-RUN-DATE                     PIC 9(08) VALUE 0.
015730 77  MAINT-CHOICE                      PIC 9(02) VALUE 0.
015740 77  MAINT-CARRIER                     PIC X(04) VALUE SPACES.
015750 77  MAINT-CONTAINER                   PIC X(04) VALUE SPACES.
015760 77  MAINT-OPERATOR                    PIC X(08) VALUE SPACES.
015770 77  MAINT-KEY                         PIC X(08) VALUE SPACES.
015780 77  MAINT-TYPE-LABEL                  PIC X(10) VALUE SPACES.
015790 77  MAINT-PER-UNIT               PIC 9(03)V9(04) VALUE 0.
015800 77  MAINT-MINIMUM                PIC 9(05)V9(02) VALUE 0.
015810 77  MAINT-BREAK-WEIGHT           PIC 9(06)V9(02) VALUE 0.
015820 77  MAINT-BREAK-RATE             PIC 9(03)V9(04) VALUE 0.
015830 77  MAINT-CHG-TOLERANCE          PIC 9(05)V9(02) VALUE 0.
015840 77  MAINT-GL-CARRIER-ACCT             PIC X(10) VALUE SPACES.
015850 77  MAINT-GL-REVENUE-ACCT             PIC X(10) VALUE SPACES.
015860 77  MAINT-EINVOICE-FLAG               PIC X(01) VALUE SPACE.
015870 77  MAINT-TARE-WEIGHT            PIC 9(06)V9(02) VALUE 0.
015880 77  MAINT-MAX-GROSS              PIC 9(06)V9(02) VALUE 0.
015890 77  MAINT-CERT-DATE                   PIC 9(08) VALUE 0.
015900 77  MAINT-NEXT-DUE-DATE               PIC 9(08) VALUE 0.
015910 77  MAINT-SCALE-TOLERANCE        PIC 9(05)V9(02) VALUE 0.
015920 77  SCALE-CHECK-DATE                  PIC 9(08) VALUE 0.
015930 77  SCALE-HOLD-COUNT                  PIC 9(07) VALUE 0.
015940 77  CALIB-SCALE-KEY                   PIC X(03) VALUE SPACES.
015950 77  CALIB-EVENT-TYPE                  PIC X(01) VALUE SPACE.
015960 77  CALIB-EVENT-TEXT                  PIC X(05) VALUE SPACES.
015970 77  CALIB-RESULT                      PIC X(04) VALUE SPACES.
015980 77  CALIB-TEST-WEIGHT            PIC 9(06)V9(02) VALUE 0.
015990 77  CALIB-READING                PIC 9(06)V9(02) VALUE 0.
016000 77  CALIB-DRIFT                 PIC S9(06)V9(02) VALUE 0.
016010 77  CALIB-ABS-DRIFT              PIC 9(06)V9(02) VALUE 0.
016020 77  CALIB-ROW-COUNT                   PIC 9(05) VALUE 0.
016030* A SHIPMENT IS REPORTED WHEN ITS WEIGHED TOTAL IS OFF THE
016040* DECLARED WEIGHT BY MORE THAN THIS PERCENTAGE EITHER WAY.
016050 77  BOLV-TOLERANCE-PCT           PIC 9(03)V9(02) VALUE 2.00.
016060 77  BOLV-SUB                          PIC 9(04) COMP VALUE 0.
016070 77  BOLV-SCAN-SUB                     PIC 9(04) COMP VALUE 0.
016080 77  BOLV-KEY                          PIC X(10) VALUE SPACES.
016090 77  BOLV-TICKET-WEIGHT           PIC 9(06)V9(02) VALUE 0.
016100 77  BOLV-CONVERTED              PIC 9(09)V9(04) VALUE 0.
016110 77  BOLV-VARIANCE              PIC S9(09)V9(04) VALUE 0.
016120 77  BOLV-SIGNED-PCT             PIC S9(05)V9(02) VALUE 0.
016130 77  BOLV-ABS-PCT                 PIC 9(05)V9(02) VALUE 0.
016140 77  BOLV-UNIT-LABEL                   PIC X(06) VALUE SPACES.
016150 77  BOLV-FINDING                      PIC X(14) VALUE SPACES.
016160 77  BOLV-SECTION-TITLE                PIC X(60) VALUE SPACES.
016170 77  BOLV-SECTION-COUNT                PIC 9(05) VALUE 0.
016180 77  BOLV-SHIP-COUNT                   PIC 9(05) VALUE 0.
016190 77  BOLV-BAD-COUNT                    PIC 9(05) VALUE 0.
016200 77  BOLV-MATCH-COUNT                  PIC 9(07) VALUE 0.
016210 77  BOLV-UNKNOWN-COUNT                PIC 9(07) VALUE 0.
016220 77  BOLV-VARIANCE-COUNT               PIC 9(05) VALUE 0.
016230 77  BOLV-REWEIGH-COUNT                PIC 9(05) VALUE 0.
016240 77  BOLV-MISSING-COUNT                PIC 9(05) VALUE 0.
016250 77  RSIM-SUB                          PIC 9(04) COMP VALUE 0.
016260 77  RSIM-SCAN-SUB                     PIC 9(04) COMP VALUE 0.
016270 77  RSIM-KEY                          PIC X(04) VALUE SPACES.
016280 77  RSIM-CURRENT-CHARGE               PIC 9(07)V9(02) VALUE 0.
016290 77  RSIM-DIFFERENCE                   PIC S9(09)V9(02) VALUE 0.
016300 77  RSIM-PCT                          PIC S9(05)V9(02) VALUE 0.
016310 77  RSIM-LINE-LABEL                   PIC X(04) VALUE SPACES.
016320 77  RSIM-LINE-TICKETS                 PIC 9(07) VALUE 0.
016330 77  RSIM-LINE-CURRENT                 PIC 9(09)V9(02) VALUE 0.
016340 77  RSIM-LINE-PROPOSED                PIC 9(09)V9(02) VALUE 0.
016350 77  RSIM-LINE-BREAK                   PIC 9(05) VALUE 0.
016360 77  RSIM-LINE-MINIMUM                 PIC 9(05) VALUE 0.
016370 77  RSIM-TOTAL-TICKETS                PIC 9(07) VALUE 0.
016380 77  RSIM-TOTAL-CURRENT                PIC 9(09)V9(02) VALUE 0.
016390 77  RSIM-TOTAL-PROPOSED               PIC 9(09)V9(02) VALUE 0.
016400 77  RSIM-TOTAL-BREAK                  PIC 9(05) VALUE 0.
016410 77  RSIM-TOTAL-MINIMUM                PIC 9(05) VALUE 0.
016420 77  RSIM-RATED-COUNT                  PIC 9(07) VALUE 0.
016430 77  RSIM-OTHER-COUNT                  PIC 9(07) VALUE 0.
016440 77  RSIM-BAD-COUNT                    PIC 9(05) VALUE 0.
016450* AN OUTSTANDING REJECT OR HOLD OLDER THAN THIS MANY DAYS IS
016460* FLAGGED FOR ESCALATION ON THE AGING REPORT (AT MOST 99).
016470 77  AGNG-ESCALATE-DAYS                PIC 9(02) VALUE 3.
016480 77  AGNG-SUB                          PIC 9(04) COMP VALUE 0.
016490 77  AGNG-SCAN-SUB                     PIC 9(04) COMP VALUE 0.
016500 77  AGNG-AGE-SUB                      PIC 9(04) COMP VALUE 0.
016510 77  AGNG-BKT-SUB                      PIC 9(04) COMP VALUE 0.
016520 77  AGNG-ITEM-AGE                     PIC 9(03) VALUE 0.
016530 77  AGNG-ITEM-SOURCE                  PIC X(03) VALUE SPACES.
016540 77  AGNG-ITEM-REASON                  PIC X(02) VALUE SPACES.
016550 77  AGNG-ITEM-OPERATOR                PIC X(08) VALUE SPACES.
016560 77  AGNG-ITEM-CHARGE                  PIC 9(07)V9(02) VALUE 0.
016570 77  AGNG-KEY-TYPE                     PIC X(01) VALUE SPACE.
016580 77  AGNG-KEY                          PIC X(06) VALUE SPACES.
016590 77  AGNG-SECTION-TYPE                 PIC X(01) VALUE SPACE.
016600 77  AGNG-SECTION-TITLE                PIC X(60) VALUE SPACES.
016610 77  AGNG-SECTION-COUNT                PIC 9(05) VALUE 0.
016620 77  AGNG-AGE-TEXT                     PIC X(03) VALUE SPACES.
016630 77  AGNG-RISK-TEXT                    PIC X(10) VALUE SPACES.
016640 77  AGNG-FLAG-TEXT                    PIC X(04) VALUE SPACES.
016650 77  AGNG-REJECT-COUNT                 PIC 9(05) VALUE 0.
016660 77  AGNG-HOLD-COUNT                   PIC 9(05) VALUE 0.
016670 77  AGNG-ESCALATE-COUNT               PIC 9(05) VALUE 0.
016680 77  AGNG-UNPRICED-COUNT               PIC 9(05) VALUE 0.
016690 77  AGNG-TOTAL-RISK                   PIC 9(09)V9(02) VALUE 0.
016700* THE AUDIT CHECK VALUE IS KEPT BELOW THIS PRIME - EACH ROW'S
016710* VALUE IS THE PREVIOUS ROW'S VALUE RUN FORWARD THROUGH EVERY
016720* CHARACTER OF THE ROW UP TO AND INCLUDING ITS SEQUENCE NUMBER.
016730 77  AUDC-HASH-MODULUS                 PIC 9(09) VALUE 999999937.
016740 77  AUDC-LAST-SEQUENCE                PIC 9(09) VALUE 0.
016750 77  AUDC-LAST-CHECK                   PIC 9(09) VALUE 0.
016760 77  AUDC-PRIOR-CHECK                  PIC 9(09) VALUE 0.
016770 77  AUDC-COMPUTED-CHECK               PIC 9(09) VALUE 0.
016780 77  AUDC-HASH-ACCUM                   PIC 9(11) COMP VALUE 0.
016790 77  AUDC-HASH-QUOTIENT                PIC 9(11) COMP VALUE 0.
016800 77  AUDC-HASH-REMAINDER               PIC 9(11) COMP VALUE 0.
016810 77  AUDC-HASH-SUB                     PIC 9(04) COMP VALUE 0.
016820 77  AVFY-EXPECTED                     PIC 9(09) VALUE 0.
016830 77  AVFY-FIRST-SEQUENCE               PIC 9(09) VALUE 0.
016840 77  AVFY-FILE-NAME                    PIC X(12) VALUE SPACES.
016850 77  AVFY-FILE-ROW                     PIC 9(07) VALUE 0.
016860 77  AVFY-FINDING                      PIC X(28) VALUE SPACES.
016870 77  AVFY-BREAK-TEXT                   PIC X(08) VALUE SPACES.
016880 77  AVFY-FILES-READ                   PIC 9(05) VALUE 0.
016890 77  AVFY-ROWS-READ                    PIC 9(09) VALUE 0.
016900 77  AVFY-LEGACY-COUNT                 PIC 9(09) VALUE 0.
016910 77  AVFY-VERIFIED-COUNT               PIC 9(09) VALUE 0.
016920 77  AVFY-GAP-COUNT                    PIC 9(05) VALUE 0.
016930 77  AVFY-ORDER-COUNT                  PIC 9(05) VALUE 0.
016940 77  AVFY-ALTERED-COUNT                PIC 9(05) VALUE 0.
016950 77  AVFY-UNSEQ-COUNT                  PIC 9(05) VALUE 0.
016960 77  AVFY-BOUNDARY-COUNT               PIC 9(05) VALUE 0.
016970 77  AVFY-EXCEPTION-COUNT              PIC 9(05) VALUE 0.
016980* AN ELECTRONIC INVOICE STILL UNACKNOWLEDGED THIS MANY DAYS
016990* AFTER IT WAS SENT IS LISTED AS OUTSTANDING (AT MOST 99).
017000 77  EINV-ACK-DAYS                     PIC 9(02) VALUE 5.
017010 77  EINV-FILE-NAME                    PIC X(10) VALUE SPACES.
017020 77  EACK-FILE-NAME                    PIC X(10) VALUE SPACES.
017030 77  EINV-SENT-COUNT                   PIC 9(05) VALUE 0.
017040 77  EINV-LINE-NUMBER                  PIC 9(05) VALUE 0.
017050 77  EINV-LINE-TICKET                  PIC X(10) VALUE SPACES.
017060 77  EINV-LINE-UNIT                    PIC X(02) VALUE SPACES.
017070 77  EINV-LINE-WEIGHT                  PIC 9(09)V9(04) VALUE 0.
017080 77  EINV-LINE-CHARGE                  PIC 9(07)V9(02) VALUE 0.
017090 77  EINV-LINE-REBILL-OF               PIC 9(06) VALUE 0.
017100 77  EINV-UNIT-LABEL                   PIC X(06) VALUE SPACES.
017110 77  EACK-SUB                          PIC 9(04) COMP VALUE 0.
017120 77  EACK-CARR-SUB                     PIC 9(04) COMP VALUE 0.
017130 77  EACK-CARR-SCAN                    PIC 9(04) COMP VALUE 0.
017140 77  EACK-KEY-CARRIER                  PIC X(04) VALUE SPACES.
017150 77  EACK-RESULT-TEXT                  PIC X(09) VALUE SPACES.
017160 77  EACK-READ-COUNT                   PIC 9(05) VALUE 0.
017170 77  EACK-BAD-COUNT                    PIC 9(05) VALUE 0.
017180 77  EACK-ACCEPTED-COUNT               PIC 9(05) VALUE 0.
017190 77  EACK-REJECTED-COUNT               PIC 9(05) VALUE 0.
017200 77  EACK-DUP-COUNT                    PIC 9(05) VALUE 0.
017210 77  EACK-UNMATCHED-COUNT              PIC 9(05) VALUE 0.
017220 77  EACK-PENDING-COUNT                PIC 9(05) VALUE 0.
017230 77  EACK-OVERDUE-COUNT                PIC 9(05) VALUE 0.
017240 77  EACK-OPEN-REJECT-COUNT            PIC 9(05) VALUE 0.
017250 77  EACK-OVERDUE-CHARGE               PIC 9(11)V9(02) VALUE 0.
017260* NET WEIGHT PROFILES ARE BUILT FROM THE LAST NWPF-HISTORY-DAYS
017270* DAYS OF CONVERSIONS (NOT COUNTING THE RUN DATE) AND REBUILT ONCE
017280* THEY ARE NWPF-REFRESH-DAYS OLD, SO ONE ODD WEEK IS A SMALL PART
017290* OF ANY PROFILE. A PROFILE NEEDS NWPF-MIN-TICKETS TICKETS BEFORE
017300* IT IS USED. A TICKET IS AN ANOMALY WHEN ITS NET WEIGHT IS MORE
017310* THAN NWPF-SPREAD-LIMIT SPREADS (STANDARD DEVIATIONS) FROM THE
017320* TYPICAL WEIGHT; THE SPREAD IS NEVER TAKEN AS LESS THAN
017330* NWPF-MIN-SPREAD-PCT PERCENT OF THE TYPICAL WEIGHT.
017340 77  NWPF-HISTORY-DAYS                 PIC 9(03) VALUE 91.
017350 77  NWPF-REFRESH-DAYS                 PIC 9(03) VALUE 7.
017360 77  NWPF-MIN-TICKETS                  PIC 9(05) VALUE 20.
017370 77  NWPF-SPREAD-LIMIT                 PIC 9(01)V9(01) VALUE 3.0.
017380 77  NWPF-MIN-SPREAD-PCT               PIC 9(02) VALUE 5.
017390 77  NWPF-DAY-SUB                      PIC 9(04) COMP VALUE 0.
017400 77  NWPF-SUB                          PIC 9(04) COMP VALUE 0.
017410 77  NWPF-SCAN-SUB                     PIC 9(04) COMP VALUE 0.
017420 77  NWPF-WINDOW-START                 PIC 9(08) VALUE 0.
017430 77  NWPF-WINDOW-END                   PIC 9(08) VALUE 0.
017440 77  NWPF-STALE-DATE                   PIC 9(08) VALUE 0.
017450 77  NWPF-BUILD-DATE                   PIC 9(08) VALUE 0.
017460 77  NWPF-ROW-DATE                     PIC 9(08) VALUE 0.
017470 77  NWPF-ROW-CONTAINER                PIC X(04) VALUE SPACES.
017480 77  NWPF-ROW-WEIGHT                   PIC 9(06)V9(02) VALUE 0.
017490 77  NWPF-ROW-GROSS                    PIC 9(06)V9(02) VALUE 0.
017500 77  NWPF-ROWS-USED                    PIC 9(09) VALUE 0.
017510 77  NWPF-VARIANCE                     PIC S9(13)V9(04) VALUE 0.
017520 77  NWPF-SPREAD-WORK                  PIC 9(07)V9(02) VALUE 0.
017530 77  NWPF-RANGE-WORK                   PIC S9(08)V9(02) VALUE 0.
017540 77  NWAN-CHECKED-COUNT                PIC 9(07) VALUE 0.
017550 77  NWAN-NO-PROFILE-COUNT             PIC 9(07) VALUE 0.
017560 77  NWAN-ANOMALY-COUNT                PIC 9(07) VALUE 0.
017570 77  NWAN-PCT                          PIC 9(05) VALUE 0.
017580 77  TARE-MAX-GROSS-USED          PIC 9(06)V9(02) VALUE 0.
017590 77  EXCP-LIMIT-VALUE             PIC 9(06)V9(02) VALUE 0.
017600 77  EXCP-OVER-AMOUNT             PIC 9(06)V9(02) VALUE 0.
017610 77  EXCP-REASON-TEXT                  PIC X(16) VALUE SPACES.
017620 77  HOLD-REASON                       PIC X(02) VALUE SPACES.
017630 77  HOLD-COUNT                        PIC 9(07) VALUE 0.
017640 77  RELEASE-COUNT                     PIC 9(07) VALUE 0.
017650 01  CONS-IN-NAME.
017660     05  CONS-IN-PREFIX                PIC X(07).
017670     05  CONS-IN-DOCK                  PIC 9(01).
017680 77  CONS-DOCK                         PIC 9(01) VALUE 0.
017690 77  CONS-DOCK-MAX                     PIC 9(01) VALUE 0.
017700 77  CONS-I                            PIC 9(04) COMP VALUE 0.
017710 77  CONS-J                            PIC 9(04) COMP VALUE 0.
017720 77  CONS-SWAP-KEY                     PIC X(11) VALUE SPACES.
017730 77  CONS-SWAP-IMAGE                   PIC X(100) VALUE SPACES.
017740 77  CONS-REC-COUNT                    PIC 9(08) VALUE 0.
017750 77  CONS-TOTAL-WEIGHT            PIC 9(12)V9(04) VALUE 0.
017760 77  CONS-TOTAL-CHARGE            PIC 9(10)V9(02) VALUE 0.
017770 77  COLLISION-COUNT                   PIC 9(04) VALUE 0.
017780 77  CONS-WORK-WEIGHT             PIC 9(09)V9(04) VALUE 0.
017790 77  CONS-WORK-CHARGE             PIC 9(07)V9(02) VALUE 0.
017800 77  FACILITY-TOTAL-CHARGE        PIC 9(10)V9(02) VALUE 0.
017810 77  PROD-SUB                          PIC 9(02) COMP VALUE 0.
017820 77  PROD-SCAN-SUB                     PIC 9(02) COMP VALUE 0.
017830 77  PROD-SHIFT-SUB                    PIC 9(01) VALUE 0.
017840 77  PROD-OPER-KEY                     PIC X(08) VALUE SPACES.
017850 77  PROD-WORK-WEIGHT             PIC 9(09)V9(04) VALUE 0.
017860 77  PROD-C1-EDIT                      PIC Z(06)9.
017870 77  PROD-C2-EDIT                      PIC Z(06)9.
017880 77  PROD-C3-EDIT                      PIC Z(06)9.
017890 77  MAINT-OPER-NAME                   PIC X(20) VALUE SPACES.
017900 77  MAINT-OPER-LEVEL                  PIC 9(01) VALUE 0.
017910 77  IMPORT-COUNT                      PIC 9(07) VALUE 0.
017920 77  IMPORT-REJECT-COUNT               PIC 9(07) VALUE 0.
017930 77  IMPORT-HASH                  PIC 9(12)V9(02) VALUE 0.
017940 77  IMPORT-TICKET                     PIC X(10) VALUE SPACES.
017950 77  ARCHIVE-FILE-NAME                 PIC X(10) VALUE SPACES.
017960 77  ARCH-CUTOFF-MONTH                 PIC 9(06) VALUE 0.
017970 77  ARCH-ROW-DATE                     PIC 9(08) VALUE 0.
017980 77  ARCH-ROW-MONTH                    PIC 9(06) VALUE 0.
017990 77  ARCH-OPEN-MONTH                   PIC 9(06) VALUE 0.
018000 77  ARCH-FROM-MONTH                   PIC 9(06) VALUE 0.
018010 77  ARCH-TO-MONTH                     PIC 9(06) VALUE 0.
018020 77  ARCH-MONTH-LIMIT                  PIC 9(03) VALUE 0.
018030 77  ARCHIVED-ROW-COUNT                PIC 9(07) VALUE 0.
018040 77  KEPT-ROW-COUNT                    PIC 9(07) VALUE 0.
018050 77  DUP-WINDOW-START                  PIC 9(08) VALUE 0.
018060 77  DUP-ROW-DATE                      PIC 9(08) VALUE 0.
018070 77  TRAN-VERIFY-COUNT                 PIC 9(08) VALUE 0.
018080 77  TRAN-VERIFY-HASH             PIC 9(12)V9(02) VALUE 0.
018090 77  TRAN-SOURCE-CODE                  PIC X(08) VALUE SPACES.
018100 77  TRAN-BUSINESS-DATE                PIC 9(08) VALUE 0.
018110 77  RESULT-TRL-COUNT                  PIC 9(08) VALUE 0.
018120 77  RESULT-TRL-WEIGHT            PIC 9(12)V9(04) VALUE 0.
018130 77  CHG-TRL-COUNT                     PIC 9(08) VALUE 0.
018140 77  CHG-TRL-WEIGHT               PIC 9(12)V9(04) VALUE 0.
018150 77  CHG-TRL-CHARGE               PIC 9(10)V9(02) VALUE 0.
018160 77  LAST-INVOICE-NUMBER               PIC 9(06) VALUE 0.
018170 77  INV-SUB                           PIC 9(03) COMP VALUE 0.
018180 77  INV-WORK-WEIGHT              PIC 9(09)V9(04) VALUE 0.
018190 77  INV-WORK-CHARGE              PIC 9(07)V9(02) VALUE 0.
018200 77  INV-DETAIL-COUNT                  PIC 9(05) VALUE 0.
018210 77  INV-SETTLE-TICKETS                PIC 9(07) VALUE 0.
018220 77  INV-SETTLE-WEIGHT            PIC 9(11)V9(04) VALUE 0.
018230 77  INV-SETTLE-CHARGE            PIC 9(09)V9(02) VALUE 0.
018240 77  INV-TICKETS-EDIT                  PIC Z(04)9.
018250 77  INV-WEIGHT-EDIT                   PIC Z(10)9.9999.
018260 77  INV-CHARGE-EDIT                   PIC Z(08)9.99.
018270 77  INV-POST-CARRIER                  PIC X(04) VALUE SPACES.
018280 77  INV-REFUSED-COUNT                 PIC 9(05) VALUE 0.
018290 77  INV-CREDIT-COUNT                  PIC 9(05) VALUE 0.
018300 77  INV-CREDIT-WEIGHT            PIC 9(11)V9(04) VALUE 0.
018310 77  INV-CREDIT-CHARGE            PIC 9(09)V9(02) VALUE 0.
018320 77  INV-NET-CHARGE              PIC S9(09)V9(02) VALUE 0.
018330 77  INV-NET-EDIT                      PIC Z(08)9.99-.
018340 77  REG-WRITE-COUNT                   PIC 9(07) VALUE 0.
018350 77  CORR-SUB                          PIC 9(03) COMP VALUE 0.
018360 77  CORR-TICKET                       PIC X(10) VALUE SPACES.
018370 77  CORR-ORIG-CARRIER                 PIC X(04) VALUE SPACES.
018380 77  CORR-ORIG-INVOICE                 PIC 9(06) VALUE 0.
018390 77  CORR-NEW-CARRIER                  PIC X(04) VALUE SPACES.
018400 77  CORR-NEW-CONTAINER                PIC X(04) VALUE SPACES.
018410 77  CORR-ORIGINAL-ROW                 PIC X(97) VALUE SPACES.
018420 77  FBA-SUB                           PIC 9(04) COMP VALUE 0.
018430 77  FBA-SCAN-SUB                      PIC 9(04) COMP VALUE 0.
018440 77  FBA-CAR-SUB                       PIC 9(02) COMP VALUE 0.
018450 77  FBA-KEY-TICKET                    PIC X(10) VALUE SPACES.
018460 77  FBA-KEY-CARRIER                   PIC X(04) VALUE SPACES.
018470 77  FBA-LINES-READ                    PIC 9(07) VALUE 0.
018480 77  FBA-BAD-COUNT                     PIC 9(07) VALUE 0.
018490 77  FBA-MATCHED-COUNT                 PIC 9(07) VALUE 0.
018500 77  FBA-SECTION-COUNT                 PIC 9(07) VALUE 0.
018510 77  FBA-WEIGHT-VAR-COUNT              PIC 9(07) VALUE 0.
018520 77  FBA-CHARGE-VAR-COUNT              PIC 9(07) VALUE 0.
018530 77  FBA-NOT-WEIGHED-COUNT             PIC 9(07) VALUE 0.
018540 77  FBA-NOT-BILLED-COUNT              PIC 9(07) VALUE 0.
018550 77  FBA-TOLERANCE                PIC 9(05)V9(02) VALUE 0.
018560 77  FBA-NEG-TOLERANCE           PIC S9(05)V9(02) VALUE 0.
018570 77  FBA-WEIGHT-DIFF             PIC S9(09)V9(04) VALUE 0.
018580 77  FBA-CHARGE-DIFF             PIC S9(07)V9(02) VALUE 0.
018590 77  FBA-SECTION-AMOUNT          PIC S9(09)V9(02) VALUE 0.
018600 77  FBA-CHARGE-VAR-AMOUNT       PIC S9(09)V9(02) VALUE 0.
018610 77  FBA-NOT-WEIGHED-AMOUNT      PIC S9(09)V9(02) VALUE 0.
018620 77  FBA-NOT-BILLED-AMOUNT       PIC S9(09)V9(02) VALUE 0.
018630 77  FBA-SECTION-TITLE                 PIC X(60) VALUE SPACES.
018640 77  FBA-NOTE                          PIC X(14) VALUE SPACES.
018650* FREIGHT BILL AUDIT DETAIL FIGURES - CLEARED TO SPACES AS A
018660* GROUP SO A COLUMN WITH NO FIGURE PRINTS BLANK.
018670 01  FBA-EDIT-FIELDS.
018680     05  FBA-OUR-WEIGHT-EDIT           PIC Z(08)9.9999.
018690     05  FBA-BILL-WEIGHT-EDIT          PIC Z(08)9.9999.
018700     05  FBA-OUR-CHARGE-EDIT           PIC Z(06)9.99.
018710     05  FBA-BILL-CHARGE-EDIT          PIC Z(06)9.99.
018720     05  FBA-WEIGHT-DIFF-EDIT          PIC Z(05)9.9999-.
018730     05  FBA-CHARGE-DIFF-EDIT          PIC Z(07)9.99-.
018740* HOUSE GENERAL LEDGER ACCOUNTS FOR THE INVOICE RUN JOURNAL.
018750 77  GL-FREIGHT-REVENUE                PIC X(10) VALUE '4100-00'.
018760 77  GL-SUSPENSE-ACCOUNT               PIC X(10) VALUE '1999-99'.
018770 77  JRNL-CARRIER                      PIC X(04) VALUE SPACES.
018780 77  JRNL-CARRIER-ACCOUNT              PIC X(10) VALUE SPACES.
018790 77  JRNL-REVENUE-ACCOUNT              PIC X(10) VALUE SPACES.
018800 77  JRNL-POST-ACCOUNT                 PIC X(10) VALUE SPACES.
018810 77  JRNL-POST-DC                      PIC X(01) VALUE SPACE.
018820 77  JRNL-POST-AMOUNT            PIC 9(09)V9(02) VALUE 0.
018830 77  JRNL-POST-REFERENCE               PIC 9(06) VALUE 0.
018840 77  JRNL-POST-TEXT                    PIC X(20) VALUE SPACES.
018850 77  JRNL-LINE-COUNT                   PIC 9(05) VALUE 0.
018860 77  JRNL-SUSPENSE-COUNT               PIC 9(05) VALUE 0.
018870 77  JRNL-TOTAL-DEBITS           PIC 9(11)V9(02) VALUE 0.
018880 77  JRNL-TOTAL-CREDITS          PIC 9(11)V9(02) VALUE 0.
018890 77  JRNL-READ-LINES                   PIC 9(05) VALUE 0.
018900 77  JRNL-READ-HEADERS                 PIC 9(05) VALUE 0.
018910 77  JRNL-READ-TRAILERS                PIC 9(05) VALUE 0.
018920 77  JRNL-READ-DEBITS            PIC 9(11)V9(02) VALUE 0.
018930 77  JRNL-READ-CREDITS           PIC 9(11)V9(02) VALUE 0.
018940 77  JRNL-TRL-LINES                    PIC 9(05) VALUE 0.
018950 77  JRNL-TRL-DEBITS             PIC 9(11)V9(02) VALUE 0.
018960 77  JRNL-TRL-CREDITS            PIC 9(11)V9(02) VALUE 0.
018970 77  JRNL-SETTLE-AMOUNT          PIC 9(11)V9(02) VALUE 0.
018980
018990* --------------------------------------------------------------*
019000* EDIT / VALIDATE AREAS - OPERATOR INPUT IS ACCEPTED INTO AN
019010* ALPHANUMERIC FIELD, TESTED FOR NUMERIC, THEN RE-READ THROUGH A
019020* REDEFINITION THAT CARRIES THE IMPLIED DECIMAL PLACES.
019030* --------------------------------------------------------------*
019040 01  MENU-INPUT-AREA.
019050     05  MENU-EDIT                     PIC X(02) JUSTIFIED RIGHT.
019060 01  MENU-INPUT-R REDEFINES MENU-INPUT-AREA.
019070     05  MENU-NUMERIC                  PIC 9(02).
019080 
019090 01  CONVERSION-INPUT-AREA.
019100     05  CONVERSION-EDIT               PIC X(02) JUSTIFIED RIGHT.
019110 01  CONVERSION-INPUT-R REDEFINES CONVERSION-INPUT-AREA.
019120     05  CONVERSION-NUMERIC            PIC 9(02).
019130
019140 01  UNIT-INPUT-AREA.
019150     05  UNIT-EDIT                     PIC X(02) JUSTIFIED RIGHT.
019160 01  UNIT-INPUT-R REDEFINES UNIT-INPUT-AREA.
019170     05  UNIT-NUMERIC                  PIC 9(02).
019180
019190 01  WEIGHT-INPUT-AREA.
019200     05  WEIGHT-EDIT                   PIC X(08) JUSTIFIED RIGHT.
019210 01  WEIGHT-INPUT-R REDEFINES WEIGHT-INPUT-AREA.
019220     05  WEIGHT-NUMERIC                PIC 9(06)V9(02).
019230
019240* --------------------------------------------------------------*
019250* TICKET WORK AREA - BOTH THE BATCH READ AND THE REJECT
019260* REPROCESS READ DROP THEIR RECORD IMAGE HERE SO ONE SHARED
019270* EDIT-AND-CONVERT PATH (4320) SERVES BOTH, AND THE UNTOUCHED
019280* IMAGE IS STILL ON HAND FOR THE REJECT RECORD.
019290* --------------------------------------------------------------*
019300 01  TICKET-WORK-AREA.
019310     05  WORK-RECORD-TYPE              PIC X(01).
019320     05  WORK-TICKET-NUMBER            PIC X(10).
019330     05  WORK-CARRIER-CODE             PIC X(04).
019340     05  WORK-DOCK-DOOR                PIC X(03).
019350     05  WORK-CONVERSION-CODE-X        PIC X(02).
019360     05  WORK-FROM-UNIT-X              PIC X(02).
019370     05  WORK-TO-UNIT-X                PIC X(02).
019380     05  WORK-WEIGHT-X                 PIC X(08).
019390     05  WORK-CONTAINER-TYPE           PIC X(04).
019400     05  WORK-BOL-NUMBER               PIC X(10).
019410 01  TICKET-WORK-R REDEFINES TICKET-WORK-AREA.
019420     05  FILLER                        PIC X(18).
019430     05  WORK-CONVERSION-CODE-9        PIC 9(02).
019440     05  WORK-FROM-UNIT-9              PIC 9(02).
019450     05  WORK-TO-UNIT-9                PIC 9(02).
019460     05  WORK-WEIGHT-9                 PIC 9(06)V9(02).
019470     05  FILLER                        PIC X(14).
019480 01  TICKET-IMAGE REDEFINES TICKET-WORK-AREA
019490                                       PIC X(46).
019500
019510 01  RECON-KG-INPUT-AREA.
019520     05  RECON-KG-EDIT                 PIC X(08) JUSTIFIED RIGHT.
019530 01  RECON-KG-INPUT-R REDEFINES RECON-KG-INPUT-AREA.
019540     05  RECON-KG-NUMERIC              PIC 9(06)V9(02).
019550 
019560 01  RECON-LBS-INPUT-AREA.
019570     05  RECON-LBS-EDIT                PIC X(08) JUSTIFIED RIGHT.
019580 01  RECON-LBS-INPUT-R REDEFINES RECON-LBS-INPUT-AREA.
019590     05  RECON-LBS-NUMERIC             PIC 9(06)V9(02).
019600
019610 01  INQUIRY-DATE-INPUT-AREA.
019620     05  INQUIRY-DATE-EDIT             PIC X(08) JUSTIFIED RIGHT.
019630 01  INQUIRY-DATE-INPUT-R REDEFINES INQUIRY-DATE-INPUT-AREA.
019640     05  INQUIRY-DATE-NUMERIC          PIC 9(08).
019650
019660 01  INQUIRY-CODE-INPUT-AREA.
019670     05  INQUIRY-CODE-EDIT             PIC X(02) JUSTIFIED RIGHT.
019680 01  INQUIRY-CODE-INPUT-R REDEFINES INQUIRY-CODE-INPUT-AREA.
019690     05  INQUIRY-CODE-NUMERIC          PIC 9(02).
019700
019710 01  ARCH-CUTOFF-INPUT-AREA.
019720     05  ARCH-CUTOFF-EDIT              PIC X(06) JUSTIFIED RIGHT.
019730 01  ARCH-CUTOFF-INPUT-R REDEFINES ARCH-CUTOFF-INPUT-AREA.
019740     05  ARCH-CUTOFF-NUMERIC           PIC 9(06).
019750
019760 01  ARCH-SCAN-MONTH-AREA.
019770     05  ARCH-SCAN-MONTH               PIC 9(06).
019780 01  ARCH-SCAN-MONTH-R REDEFINES ARCH-SCAN-MONTH-AREA.
019790     05  ASM-YEAR                      PIC 9(04).
019800     05  ASM-MONTH                     PIC 9(02).
019810
019820 01  IMPORT-GROSS-AREA.
019830     05  IMPORT-GROSS-X                PIC X(08).
019840 01  IMPORT-GROSS-R REDEFINES IMPORT-GROSS-AREA.
019850     05  IMPORT-GROSS-9                PIC 9(06)V9(02).
019860
019870 01  MAINT-RATE-INPUT-AREA.
019880     05  MAINT-RATE-EDIT               PIC X(07) JUSTIFIED RIGHT.
019890 01  MAINT-RATE-INPUT-R REDEFINES MAINT-RATE-INPUT-AREA.
019900     05  MAINT-RATE-NUMERIC            PIC 9(03)V9(04).
019910
019920 01  MAINT-MIN-INPUT-AREA.
019930     05  MAINT-MIN-EDIT                PIC X(07) JUSTIFIED RIGHT.
019940 01  MAINT-MIN-INPUT-R REDEFINES MAINT-MIN-INPUT-AREA.
019950     05  MAINT-MIN-NUMERIC             PIC 9(05)V9(02).
019960
019970 01  MAINT-LEVEL-INPUT-AREA.
019980     05  MAINT-LEVEL-EDIT              PIC X(01).
019990 01  MAINT-LEVEL-INPUT-R REDEFINES MAINT-LEVEL-INPUT-AREA.
020000     05  MAINT-LEVEL-NUMERIC           PIC 9(01).
020010
020020* --------------------------------------------------------------*
020030* RUN DATE - THE BUSINESS DATE THE SESSION IS RUNNING FOR. THE
020040* OPERATOR MAY KEY A PAST DATE FOR A RERUN SO THE FACTOR SET IN
020050* FORCE ON THAT DATE IS SELECTED, NOT TODAY'S.
020060* --------------------------------------------------------------*
020070 01  RUN-DATE-AREA.
020080     05  RUN-DATE                      PIC 9(08).
020090 01  RUN-DATE-AREA-R REDEFINES RUN-DATE-AREA.
020100     05  RUN-YEAR                      PIC 9(04).
020110     05  RUN-MONTH                     PIC 9(02).
020120     05  RUN-DAY                       PIC 9(02).
020130
020140 01  RUN-DATE-INPUT-AREA.
020150     05  RUN-DATE-EDIT                 PIC X(08) JUSTIFIED RIGHT.
020160 01  RUN-DATE-INPUT-R REDEFINES RUN-DATE-INPUT-AREA.
020170     05  RUN-DATE-NUMERIC              PIC 9(08).
020180
020190* --------------------------------------------------------------*
020200* CALENDAR WORK AREAS FOR THE TREND REPORT - DATE-WORK HOLDS THE
020210* DATE BEING STEPPED OR TESTED, MONTH-DAYS AND THE LEAP YEAR
020220* SWITCH SERVE THE DAY SUBTRACTION, AND THE ZC FIELDS SERVE THE
020230* DAY-OF-WEEK CONGRUENCE.
020240* --------------------------------------------------------------*
020250 01  DATE-WORK-AREA.
020260     05  DATE-WORK                     PIC 9(08).
020270 01  DATE-WORK-AREA-R REDEFINES DATE-WORK-AREA.
020280     05  DW-YEAR                       PIC 9(04).
020290     05  DW-MONTH                      PIC 9(02).
020300     05  DW-DAY                        PIC 9(02).
020310
020320 01  MONTH-DAYS-DATA                   PIC X(24)
020330         VALUE '312831303130313130313031'.
020340 01  MONTH-DAYS-R REDEFINES MONTH-DAYS-DATA.
020350     05  MONTH-DAYS                    PIC 9(02) OCCURS 12 TIMES.
020360
020370 01  LEAP-YEAR-SWITCH                  PIC X(01) VALUE 'N'.
020380     88  LEAP-YEAR                               VALUE 'Y'.
020390
020400 01  ZELLER-WORK-AREA.
020410     05  ZC-MONTH                      PIC 9(04) COMP.
020420     05  ZC-YEAR                       PIC 9(04) COMP.
020430     05  ZC-CENTURY                    PIC 9(04) COMP.
020440     05  ZC-YEAR-OF-CENT               PIC 9(04) COMP.
020450     05  ZC-TERM1                      PIC 9(08) COMP.
020460     05  ZC-TERM2                      PIC 9(08) COMP.
020470     05  ZC-TERM3                      PIC 9(08) COMP.
020480     05  ZC-SUM                        PIC 9(08) COMP.
020490     05  ZC-QUOTIENT                   PIC 9(08) COMP.
020500     05  ZC-REMAINDER                  PIC 9(04) COMP.
020510
020520* --------------------------------------------------------------*
020530* DATE AND TIME AREAS FOR THE AUDIT TRAIL TIMESTAMP
020540* --------------------------------------------------------------*
020550 01  CURRENT-DATE-TIME.
020560     05  CURRENT-YEAR                  PIC 9(04).
020570     05  CURRENT-MONTH                 PIC 9(02).
020580     05  CURRENT-DAY                   PIC 9(02).
020590 01  CURRENT-TIME-OF-DAY.
020600     05  CURRENT-HOURS                 PIC 9(02).
020610     05  CURRENT-MINUTES               PIC 9(02).
020620     05  CURRENT-SECONDS               PIC 9(02).
020630     05  CURRENT-HUNDREDTHS            PIC 9(02).
020640 77  TIMESTAMP-FIELD                   PIC X(14) VALUE SPACES.
020650
020660* --------------------------------------------------------------*
020670* AUDIT LINE FOR THE FACTORS IN FORCE AT STARTUP - WRITTEN TO
020680* THE AUDIT TRAIL SO ANY HISTORICAL CONVERSION CAN BE TIED BACK
020690* TO THE EXACT FACTOR SET THAT PRODUCED IT. THE FIELDS LINE UP
020700* WITH THE AUDIT RECORD COLUMNS - THE WORD FACTOR SITS IN THE
020710* TICKET COLUMN AND THE CONVERSION CODE COLUMN IS LEFT BLANK SO
020720* THE AUDIT INQUIRY CAN TELL THESE ROWS FROM REAL CONVERSIONS.
020730* --------------------------------------------------------------*
020740 01  AUDIT-FACTOR-LINE.
020750     05  AFL-TIMESTAMP                 PIC X(14).
020760     05  FILLER                        PIC X(01) VALUE SPACE.
020770     05  AFL-OPERATOR-ID               PIC X(08).
020780     05  FILLER                        PIC X(01) VALUE SPACE.
020790     05  FILLER                        PIC X(10) VALUE 'FACTOR'.
020800     05  FILLER                        PIC X(01) VALUE SPACE.
020810     05  AFL-FACTOR-CODE               PIC 9(02).
020820     05  FILLER                        PIC X(02) VALUE SPACES.
020830     05  FILLER                        PIC X(01) VALUE SPACE.
020840     05  FILLER                        PIC X(03) VALUE SPACES.
020850     05  FILLER                        PIC X(01) VALUE SPACE.
020860     05  FILLER                        PIC X(02) VALUE SPACES.
020870     05  FILLER                        PIC X(01) VALUE SPACE.
020880     05  FILLER                        PIC X(02) VALUE SPACES.
020890     05  FILLER                        PIC X(01) VALUE SPACE.
020900     05  FILLER                        PIC X(02) VALUE SPACES.
020910     05  FILLER                        PIC X(01) VALUE SPACE.
020920     05  AFL-EFF-DATE                  PIC 9(08).
020930     05  FILLER                        PIC X(01) VALUE SPACE.
020940     05  FILLER                        PIC X(01) VALUE SPACE.
020950     05  FILLER                        PIC X(02) VALUE SPACES.
020960     05  AFL-FACTOR-VALUE              PIC 9(05).9(06).
020970
020980* --------------------------------------------------------------*
020990* AUDIT LINE FOR MASTER FILE MAINTENANCE - ONE ROW PER CHANGE,
021000* IN THE SAME COLUMN PLAN AS THE FACTOR LOG LINES: THE MASTER
021010* NAME SITS IN THE TICKET COLUMN, THE ACTION IN THE CARRIER
021020* COLUMN, AND THE CONVERSION CODE COLUMN IS LEFT BLANK SO THE
021030* AUDIT INQUIRY KEEPS THESE ROWS OUT OF THE COUNT AND TOTAL.
021040* --------------------------------------------------------------*
021050 01  AUDIT-MAINT-LINE.
021060     05  AML-TIMESTAMP                 PIC X(14).
021070     05  FILLER                        PIC X(01) VALUE SPACE.
021080     05  AML-OPERATOR-ID               PIC X(08).
021090     05  FILLER                        PIC X(01) VALUE SPACE.
021100     05  AML-MAINT-TYPE                PIC X(10).
021110     05  FILLER                        PIC X(01) VALUE SPACE.
021120     05  AML-ACTION                    PIC X(04).
021130     05  FILLER                        PIC X(01) VALUE SPACE.
021140     05  FILLER                        PIC X(03) VALUE SPACES.
021150     05  FILLER                        PIC X(01) VALUE SPACE.
021160     05  FILLER                        PIC X(02) VALUE SPACES.
021170     05  FILLER                        PIC X(01) VALUE SPACE.
021180     05  FILLER                        PIC X(02) VALUE SPACES.
021190     05  FILLER                        PIC X(01) VALUE SPACE.
021200     05  FILLER                        PIC X(02) VALUE SPACES.
021210     05  FILLER                        PIC X(01) VALUE SPACE.
021220     05  AML-KEY                       PIC X(08).
021230
021240* --------------------------------------------------------------*
021250* AUDIT LINE FOR EACH LEG OF A CREDIT AND REBILL, WRITTEN BY THE
021260* INVOICE RUN. THE TICKET AND CARRIER SIT IN THEIR OWN COLUMNS,
021270* THE LEG (CRM = CREDIT MEMO, RBL = REBILL) IN THE DOOR COLUMN,
021280* AND THE CONVERSION CODE COLUMN IS LEFT BLANK SO THE INQUIRY
021290* AND THE DUPLICATE CHECK DO NOT COUNT THE LEG AS A WEIGHMENT.
021300* THE DOCUMENT COLUMN CARRIES THE CREDIT MEMO OR REBILL INVOICE
021310* NUMBER AND THE REFERENCE COLUMN THE DOCUMENT IT OFFSETS.
021320* --------------------------------------------------------------*
021330 01  AUDIT-CORRECTION-LINE.
021340     05  ACL-TIMESTAMP                 PIC X(14).
021350     05  FILLER                        PIC X(01) VALUE SPACE.
021360     05  ACL-OPERATOR-ID               PIC X(08).
021370     05  FILLER                        PIC X(01) VALUE SPACE.
021380     05  ACL-TICKET-NUMBER             PIC X(10).
021390     05  FILLER                        PIC X(01) VALUE SPACE.
021400     05  ACL-CARRIER-CODE              PIC X(04).
021410     05  FILLER                        PIC X(01) VALUE SPACE.
021420     05  ACL-LEG                       PIC X(03).
021430     05  FILLER                        PIC X(01) VALUE SPACE.
021440     05  FILLER                        PIC X(02) VALUE SPACES.
021450     05  FILLER                        PIC X(01) VALUE SPACE.
021460     05  FILLER                        PIC X(02) VALUE SPACES.
021470     05  FILLER                        PIC X(01) VALUE SPACE.
021480     05  FILLER                        PIC X(02) VALUE SPACES.
021490     05  FILLER                        PIC X(01) VALUE SPACE.
021500     05  ACL-DOCUMENT-NUMBER           PIC 9(06).
021510     05  FILLER                        PIC X(03) VALUE SPACES.
021520     05  FILLER                        PIC X(01) VALUE SPACE.
021530     05  ACL-CHARGE                    PIC Z(6)9.99.
021540     05  FILLER                        PIC X(01) VALUE SPACE.
021550     05  ACL-REFERENCE-NUMBER          PIC 9(06).
021560     05  FILLER                        PIC X(02) VALUE SPACES.
021570     05  FILLER                        PIC X(01) VALUE SPACE.
021580     05  ACL-BILLED-WEIGHT             PIC Z(8)9.9999.
021590
021600* --------------------------------------------------------------*
021610* WORK COPY OF AN AUDIT ROW FOR THE INQUIRY - THE LIVE FILE AND
021620* THE MONTHLY ARCHIVES DROP EACH ROW HERE SO ONE SHARED FILTER
021630* PATH (6760) SERVES BOTH. THE PICTURES MIRROR THE AUDIT RECORD
021640* SO THE EDITED CONVERTED WEIGHT STILL DE-EDITS INTO THE TOTAL.
021650* --------------------------------------------------------------*
021660 01  AUDIT-ROW-WORK.
021670     05  AW-DATE                       PIC X(08).
021680     05  AW-TIME                       PIC X(06).
021690     05  FILLER                        PIC X(01).
021700     05  AW-OPERATOR-ID                PIC X(08).
021710     05  FILLER                        PIC X(01).
021720     05  AW-TICKET-NUMBER              PIC X(10).
021730     05  FILLER                        PIC X(01).
021740     05  AW-CARRIER-CODE               PIC X(04).
021750     05  FILLER                        PIC X(01).
021760     05  AW-DOCK-DOOR                  PIC X(03).
021770     05  FILLER                        PIC X(01).
021780     05  AW-CONVERSION-CODE            PIC 9(02).
021790     05  FILLER                        PIC X(01).
021800     05  AW-FROM-UNIT                  PIC 9(02).
021810     05  FILLER                        PIC X(01).
021820     05  AW-TO-UNIT                    PIC 9(02).
021830     05  FILLER                        PIC X(01).
021840     05  AW-WEIGHT                     PIC Z(5)9.99.
021850     05  FILLER                        PIC X(01).
021860     05  AW-GROSS-WEIGHT               PIC Z(5)9.99.
021870     05  FILLER                        PIC X(01).
021880     05  AW-TARE-WEIGHT                PIC Z(5)9.99.
021890     05  FILLER                        PIC X(01).
021900     05  AW-CONVERTED-WEIGHT           PIC Z(8)9.9999.
021910
021920* --------------------------------------------------------------*
021930* CONSOLIDATION WORK AREAS - EACH PER-DOCK ROW IS HELD WITH A
021940* TICKET-PLUS-DOCK SORT KEY SO THE CORPORATE FILES COME OUT IN
021950* TICKET ORDER, AND THE IMAGE WORK AREA SPLITS THE RESULT AND
021960* CHARGE IMAGES AROUND THEIR EDITED AMOUNT COLUMNS SO TOTALS
021970* AND THE DOOR ACTIVITY CAN BE RE-ACCUMULATED FROM THEM.
021980* --------------------------------------------------------------*
021990 01  CONS-TABLE.
022000     05  CONS-ROW-COUNT               PIC 9(04) COMP VALUE 0.
022010     05  CONS-ENTRY OCCURS 5000 TIMES.
022020         10  CONS-KEY.
022030             15  CONS-TICKET          PIC X(10).
022040             15  CONS-DOCK-NO         PIC 9(01).
022050         10  CONS-IMAGE               PIC X(100).
022060
022070 01  CONS-FULL-SWITCH                   PIC X(01) VALUE 'N'.
022080     88  CONS-TABLE-FULL                          VALUE 'Y'.
022090 01  DOOR-FOUND-SWITCH                  PIC X(01) VALUE 'N'.
022100     88  DOOR-FOUND                               VALUE 'Y'.
022110
022120 01  CONS-IMAGE-WORK                  PIC X(100).
022130 01  CONS-RESULT-SPLIT REDEFINES CONS-IMAGE-WORK.
022140     05  CRS-TICKET                   PIC X(10).
022150     05  FILLER                       PIC X(01).
022160     05  CRS-CARRIER                  PIC X(04).
022170     05  FILLER                       PIC X(01).
022180     05  CRS-DOCK-DOOR                PIC X(03).
022190     05  FILLER                       PIC X(44).
022200     05  CRS-CONV-INT                 PIC 9(09).
022210     05  FILLER                       PIC X(01).
022220     05  CRS-CONV-DEC                 PIC 9(04).
022230     05  FILLER                       PIC X(02).
022240     05  CRS-CHARGE-INT               PIC 9(07).
022250     05  FILLER                       PIC X(01).
022260     05  CRS-CHARGE-DEC               PIC 9(02).
022270     05  FILLER                       PIC X(11).
022280 01  CONS-CHARGE-SPLIT REDEFINES CONS-IMAGE-WORK.
022290     05  CCS-TICKET                   PIC X(10).
022300     05  FILLER                       PIC X(01).
022310     05  CCS-CARRIER                  PIC X(04).
022320     05  FILLER                       PIC X(01).
022330     05  CCS-WEIGHT-INT               PIC 9(09).
022340     05  FILLER                       PIC X(01).
022350     05  CCS-WEIGHT-DEC               PIC 9(04).
022360     05  FILLER                       PIC X(01).
022370     05  CCS-CHARGE-INT               PIC 9(07).
022380     05  FILLER                       PIC X(01).
022390     05  CCS-CHARGE-DEC               PIC 9(02).
022400     05  FILLER                       PIC X(59).
022410
022420* ACTIVITY BY DOCK DOOR FOR THE CONSOLIDATED DAY.
022430 01  DOOR-TABLE.
022440     05  DOOR-COUNT                   PIC 9(02) COMP VALUE 0.
022450     05  DOOR-ENTRY OCCURS 50 TIMES
022460             INDEXED BY DOOR-INDEX.
022470         10  DOOR-ID                  PIC X(03).
022480         10  DOOR-TICKETS             PIC 9(07).
022490         10  DOOR-WEIGHT              PIC 9(11)V9(04).
022500         10  DOOR-CHARGES             PIC 9(09)V9(02).
022510
022520* --------------------------------------------------------------*
022530* OPERATOR PRODUCTIVITY ACCUMULATORS - ONE ENTRY PER OPERATOR
022540* SEEN ON THE AUDIT TRAIL OR THE REJECT FILE IN THE REQUESTED
022550* RANGE. SHIFTS ARE BUCKETED ON THE AUDIT TIME: 1 = 0600-1359,
022560* 2 = 1400-2159, 3 = 2200-0559. A BLANK TICKET NUMBER MARKS AN
022570* INTERACTIVE CONVERSION, ANYTHING ELSE CAME THROUGH THE BATCH.
022580* --------------------------------------------------------------*
022590 01  PROD-TABLE.
022600     05  PROD-OPER-COUNT              PIC 9(02) COMP VALUE 0.
022610     05  PROD-ENTRY OCCURS 50 TIMES.
022620         10  PROD-OPERATOR            PIC X(08).
022630         10  PROD-SHIFT-COUNT         PIC 9(07) OCCURS 3 TIMES.
022640         10  PROD-INTER-COUNT         PIC 9(07).
022650         10  PROD-INTER-WEIGHT        PIC 9(11)V9(04).
022660         10  PROD-BATCH-COUNT         PIC 9(07).
022670         10  PROD-BATCH-WEIGHT        PIC 9(11)V9(04).
022680         10  PROD-REJECT-COUNT        PIC 9(07).
022690
022700 01  PROD-FOUND-SWITCH                  PIC X(01) VALUE 'N'.
022710     88  PROD-OPER-FOUND                          VALUE 'Y'.
022720
022730 01  PROD-TIME-WORK.
022740     05  PROD-HH                      PIC 9(02).
022750     05  FILLER                       PIC X(04).
022760
022770 01  CONS-DOCKS-INPUT-AREA.
022780     05  CONS-DOCKS-EDIT              PIC X(01).
022790 01  CONS-DOCKS-INPUT-R REDEFINES CONS-DOCKS-INPUT-AREA.
022800     05  CONS-DOCKS-NUMERIC           PIC 9(01).
022810
022820* --------------------------------------------------------------*
022830* DATED LINE FOR THE OVERLOAD EXCEPTIONS REPORT - ONE PER
022840* TICKET WHOSE GROSS EXCEEDS THE CONTAINER MAXIMUM OR WHOSE
022850* NET WOULD COME OUT AT OR BELOW ZERO.
022860* --------------------------------------------------------------*
022870 01  EXCEPTION-LINE.
022880     05  EXL-DATE                      PIC X(08).
022890     05  FILLER                        PIC X(01) VALUE SPACE.
022900     05  EXL-TICKET                    PIC X(10).
022910     05  FILLER                        PIC X(01) VALUE SPACE.
022920     05  EXL-CARRIER                   PIC X(04).
022930     05  FILLER                        PIC X(01) VALUE SPACE.
022940     05  EXL-DOCK-DOOR                 PIC X(03).
022950     05  FILLER                        PIC X(01) VALUE SPACE.
022960     05  EXL-CONTAINER                 PIC X(04).
022970     05  FILLER                        PIC X(01) VALUE SPACE.
022980     05  EXL-GROSS                     PIC Z(5)9.99.
022990     05  FILLER                        PIC X(01) VALUE SPACE.
023000     05  EXL-LIMIT                     PIC Z(5)9.99.
023010     05  FILLER                        PIC X(01) VALUE SPACE.
023020     05  EXL-OVER                      PIC Z(5)9.99.
023030     05  FILLER                        PIC X(01) VALUE SPACE.
023040     05  EXL-REASON                    PIC X(16).
023050
023060* --------------------------------------------------------------*
023070* TRAILER LINES WRITTEN AT THE END OF A CLEAN BATCH ON THE
023080* RESULT AND CHARGE FILES SO BILLING CAN BALANCE DOWNSTREAM -
023090* THE WORD TRAILER SITS IN THE TICKET COLUMN, FOLLOWED BY THE
023100* DETAIL RECORD COUNT AND THE ACCUMULATED TOTALS.
023110* --------------------------------------------------------------*
023120 01  RESULT-TRAILER-LINE.
023130     05  FILLER                        PIC X(10) VALUE 'TRAILER'.
023140     05  FILLER                        PIC X(01) VALUE SPACE.
023150     05  RTL-COUNT                     PIC 9(08).
023160     05  FILLER                        PIC X(01) VALUE SPACE.
023170     05  RTL-WEIGHT                    PIC 9(12).9(04).
023180 01  CHARGE-TRAILER-LINE.
023190     05  FILLER                        PIC X(10) VALUE 'TRAILER'.
023200     05  FILLER                        PIC X(01) VALUE SPACE.
023210     05  CHT-COUNT                     PIC 9(08).
023220     05  FILLER                        PIC X(01) VALUE SPACE.
023230     05  CHT-WEIGHT                    PIC 9(12).9(04).
023240     05  FILLER                        PIC X(01) VALUE SPACE.
023250     05  CHT-CHARGE                    PIC 9(10).9(02).
023260
023270* --------------------------------------------------------------*
023280* CARRIER FREIGHT BILL AUDIT - OUR SIDE OF EVERY TICKET ON THE
023290* CHARGE EXTRACT, WITH WHAT THE CARRIER BILLED AGAINST IT ONCE
023300* THE BILL FILE HAS BEEN MATCHED IN. THE BILLING CARRIER LIST
023310* HOLDS EVERY CARRIER SEEN ON THE BILL FILE SO A TICKET IS ONLY
023320* CALLED UNBILLED FOR A CARRIER THAT ACTUALLY SENT A BILL.
023330* --------------------------------------------------------------*
023340 01  FBA-TABLE.
023350     05  FBA-COUNT                    PIC 9(04) COMP VALUE 0.
023360     05  FBA-ENTRY OCCURS 5000 TIMES.
023370         10  FBA-TICKET               PIC X(10).
023380         10  FBA-CARRIER              PIC X(04).
023390         10  FBA-WEIGHT               PIC 9(09)V9(04).
023400         10  FBA-CHARGE               PIC 9(07)V9(02).
023410         10  FBA-BILL-COUNT           PIC 9(03).
023420         10  FBA-BILL-SEEN            PIC 9(03).
023430         10  FBA-BILL-WEIGHT          PIC 9(09)V9(04).
023440         10  FBA-BILL-CHARGE          PIC 9(07)V9(02).
023450
023460 01  FBA-CARRIER-LIST.
023470     05  FBA-CARRIER-COUNT            PIC 9(02) COMP VALUE 0.
023480     05  FBA-BILL-CARRIER             PIC X(04) OCCURS 50 TIMES.
023490
023500 01  FBA-FOUND-SWITCH                   PIC X(01) VALUE 'N'.
023510     88  FBA-TICKET-FOUND                         VALUE 'Y'.
023520 01  FBA-CARRIER-SWITCH                 PIC X(01) VALUE 'N'.
023530     88  FBA-CARRIER-BILLED                       VALUE 'Y'.
023540 01  FBA-FULL-SWITCH                    PIC X(01) VALUE 'N'.
023550     88  FBA-TABLE-FULL                           VALUE 'Y'.
023560 01  JOURNAL-BALANCE-SWITCH             PIC X(01) VALUE 'N'.
023570     88  JOURNAL-BALANCED                         VALUE 'Y'.
023580
023590 01  CALIB-EDIT-FIELDS.
023600     05  CALIB-TEST-EDIT               PIC Z(05)9.99.
023610     05  CALIB-READING-EDIT            PIC Z(05)9.99.
023620     05  CALIB-DRIFT-EDIT              PIC Z(05)9.99-.
023630     05  CALIB-TOL-EDIT                PIC Z(04)9.99.
023640 01  SCALE-MASTER-SWITCH                PIC X(01) VALUE 'N'.
023650     88  SCALE-MASTER-OPEN                        VALUE 'Y'.
023660* --------------------------------------------------------------*
023670* BILL OF LADING TABLE FOR THE VARIANCE RUN - ONE ENTRY PER
023680* DECLARED SHIPMENT, WITH THE TICKETS FOUND AGAINST IT AND THEIR
023690* NET WEIGHT ROLLED UP IN THE DECLARED UNIT.
023700* --------------------------------------------------------------*
023710 01  BOLV-TABLE.
023720     05  BOLV-COUNT                   PIC 9(04) COMP VALUE 0.
023730     05  BOLV-ENTRY OCCURS 5000 TIMES.
023740         10  BOLV-BOL                 PIC X(10).
023750         10  BOLV-CARRIER             PIC X(04).
023760         10  BOLV-SHIP-DATE           PIC 9(08).
023770         10  BOLV-DECLARED            PIC 9(07)V9(02).
023780         10  BOLV-UNIT                PIC 9(02).
023790         10  BOLV-EXPECTED            PIC 9(03).
023800         10  BOLV-TICKETS             PIC 9(05).
023810         10  BOLV-WEIGHED             PIC 9(09)V9(04).
023820
023830 01  BOLV-EDIT-FIELDS.
023840     05  BOLV-DECLARED-EDIT            PIC Z(07)9.99.
023850     05  BOLV-WEIGHED-EDIT             PIC Z(07)9.99.
023860     05  BOLV-PCT-EDIT                 PIC Z(04)9.99-.
023870     05  BOLV-EXPECTED-EDIT            PIC Z(04)9.
023880     05  BOLV-FOUND-EDIT               PIC Z(04)9.
023890 01  BOLV-FOUND-SWITCH                  PIC X(01) VALUE 'N'.
023900     88  BOLV-BOL-FOUND                           VALUE 'Y'.
023910 01  BOLV-FULL-SWITCH                   PIC X(01) VALUE 'N'.
023920     88  BOLV-TABLE-FULL                          VALUE 'Y'.
023930* --------------------------------------------------------------*
023940* RATE CHANGE SIMULATION - ONE ENTRY PER CARRIER ON THE PROPOSED
023950* RATE FILE. THE PROPOSED RATE RECORD IS HELD WHOLE SO IT CAN BE
023960* STAGED BACK INTO THE RATE MASTER RECORD AREA FOR PRICING.
023970* --------------------------------------------------------------*
023980 01  RSIM-TABLE.
023990     05  RSIM-COUNT                   PIC 9(04) COMP VALUE 0.
024000     05  RSIM-ENTRY OCCURS 200 TIMES.
024010         10  RSIM-CARRIER             PIC X(04).
024020         10  RSIM-IMAGE               PIC X(71).
024030         10  RSIM-TICKETS             PIC 9(07).
024040         10  RSIM-CURRENT             PIC 9(09)V9(02).
024050         10  RSIM-PROPOSED            PIC 9(09)V9(02).
024060         10  RSIM-BREAK-COUNT         PIC 9(05).
024070         10  RSIM-MINIMUM-COUNT       PIC 9(05).
024080 01  RSIM-EDIT-FIELDS.
024090     05  RSIM-TICKETS-EDIT             PIC Z(06)9.
024100     05  RSIM-CURRENT-EDIT             PIC Z(08)9.99.
024110     05  RSIM-PROPOSED-EDIT            PIC Z(08)9.99.
024120     05  RSIM-DIFF-EDIT                PIC Z(08)9.99-.
024130     05  RSIM-PCT-EDIT                 PIC Z(04)9.99-.
024140     05  RSIM-BREAK-EDIT               PIC Z(04)9.
024150     05  RSIM-MINIMUM-EDIT             PIC Z(04)9.
024160 01  RSIM-FOUND-SWITCH                  PIC X(01) VALUE 'N'.
024170     88  RSIM-CARRIER-FOUND                       VALUE 'Y'.
024180 01  RSIM-FULL-SWITCH                   PIC X(01) VALUE 'N'.
024190     88  RSIM-TABLE-FULL                          VALUE 'Y'.
024200 01  RSIM-CUR-RATED-SWITCH              PIC X(01) VALUE 'N'.
024210     88  RSIM-CUR-RATED                           VALUE 'Y'.
024220 01  RSIM-CUR-ABOVE-SWITCH              PIC X(01) VALUE 'N'.
024230     88  RSIM-CUR-ABOVE-BREAK                     VALUE 'Y'.
024240 01  RSIM-CUR-MIN-SWITCH                PIC X(01) VALUE 'N'.
024250     88  RSIM-CUR-ON-MINIMUM                      VALUE 'Y'.
024260* --------------------------------------------------------------*
024270* AGING REPORT WORK AREAS. AGNG-DAY-DATE(N) IS THE RUN DATE LESS
024280* N-1 DAYS, SO AN ITEM'S AGE IS FOUND BY WALKING BACK THE TABLE.
024290* THE FIVE BUCKETS ARE SAME DAY, 1-2 DAYS, 3-7 DAYS, OVER A WEEK
024300* AND UNDATED. ONE BREAKDOWN TABLE SERVES THE REASON (R), CARRIER
024310* (C) AND DOCK DOOR (D) SECTIONS.
024320* --------------------------------------------------------------*
024330 01  AGNG-DATE-TABLE.
024340     05  AGNG-DAY-DATE                PIC 9(08) OCCURS 100 TIMES.
024350 01  AGNG-ITEM-DATE-AREA.
024360     05  AGNG-ITEM-DATE-X             PIC X(08).
024370 01  AGNG-ITEM-DATE-R REDEFINES AGNG-ITEM-DATE-AREA.
024380     05  AGNG-ITEM-DATE-9             PIC 9(08).
024390 01  AGNG-BUCKET-NAMES-DATA.
024400     05  FILLER                  PIC X(12) VALUE 'SAME DAY'.
024410     05  FILLER                  PIC X(12) VALUE '1-2 DAYS'.
024420     05  FILLER                  PIC X(12) VALUE '3-7 DAYS'.
024430     05  FILLER                  PIC X(12) VALUE 'OVER A WEEK'.
024440     05  FILLER                  PIC X(12) VALUE 'UNDATED'.
024450 01  AGNG-BUCKET-NAMES-R REDEFINES AGNG-BUCKET-NAMES-DATA.
024460     05  AGNG-BUCKET-NAME             PIC X(12) OCCURS 5 TIMES.
024470 01  AGNG-BUCKET-TOTALS.
024480     05  AGNG-BUCKET OCCURS 5 TIMES.
024490         10  AGNG-BKT-REJECTS         PIC 9(05).
024500         10  AGNG-BKT-HOLDS           PIC 9(05).
024510         10  AGNG-BKT-RISK            PIC 9(09)V9(02).
024520 01  AGNG-BREAK-TABLE.
024530     05  AGNG-BRK-COUNT               PIC 9(04) COMP VALUE 0.
024540     05  AGNG-BRK-ENTRY OCCURS 300 TIMES.
024550         10  AGNG-BRK-TYPE            PIC X(01).
024560         10  AGNG-BRK-KEY             PIC X(06).
024570         10  AGNG-BRK-ITEMS           PIC 9(05) OCCURS 5 TIMES.
024580         10  AGNG-BRK-ESCALATED       PIC 9(05).
024590         10  AGNG-BRK-RISK            PIC 9(09)V9(02).
024600 01  AGNG-EDIT-FIELDS.
024610     05  AGNG-AGE-EDIT                 PIC Z(02)9.
024620     05  AGNG-RISK-EDIT                PIC Z(06)9.99.
024630     05  AGNG-TOTAL-RISK-EDIT          PIC Z(08)9.99.
024640     05  AGNG-REJ-EDIT                 PIC Z(06)9.
024650     05  AGNG-HLD-EDIT                 PIC Z(06)9.
024660     05  AGNG-ESC-EDIT                 PIC Z(04)9.
024670     05  AGNG-ITEMS-EDIT               PIC Z(04)9 OCCURS 5 TIMES.
024680 01  AGNG-FAILED-SWITCH                 PIC X(01) VALUE 'N'.
024690     88  AGNG-FAILED                              VALUE 'Y'.
024700 01  AGNG-PRICED-SWITCH                 PIC X(01) VALUE 'N'.
024710     88  AGNG-ITEM-PRICED                         VALUE 'Y'.
024720 01  AGNG-ESC-SWITCH                    PIC X(01) VALUE 'N'.
024730     88  AGNG-ITEM-ESCALATED                      VALUE 'Y'.
024740 01  AGNG-AGE-FOUND-SWITCH              PIC X(01) VALUE 'N'.
024750     88  AGNG-AGE-FOUND                           VALUE 'Y'.
024760 01  AGNG-FOUND-SWITCH                  PIC X(01) VALUE 'N'.
024770     88  AGNG-KEY-FOUND                           VALUE 'Y'.
024780 01  AGNG-FULL-SWITCH                   PIC X(01) VALUE 'N'.
024790     88  AGNG-TABLE-FULL                          VALUE 'Y'.
024800* --------------------------------------------------------------*
024810* AUDIT CHAIN WORK AREAS - A ROW IS DROPPED HERE TO BE STAMPED OR
024820* VERIFIED. EACH CHARACTER IS VALUED BY PLACING IT IN THE LOW
024830* BYTE OF A HALFWORD WHOSE HIGH BYTE IS LOW-VALUE.
024840* --------------------------------------------------------------*
024850 01  AUDC-CHAIN-ROW.
024860     05  AUDC-ROW-DATA                 PIC X(97).
024870     05  FILLER                        PIC X(01).
024880     05  AUDC-ROW-SEQUENCE             PIC 9(09).
024890     05  FILLER                        PIC X(01).
024900     05  AUDC-ROW-CHECK                PIC 9(09).
024910     05  FILLER                        PIC X(01).
024920     05  AUDC-ROW-CONTAINER            PIC X(04).
024930 01  AUDC-CHAIN-CHARS REDEFINES AUDC-CHAIN-ROW.
024940     05  AUDC-ROW-CHAR                 PIC X(01) OCCURS 122 TIMES.
024950 01  AUDC-BYTE-WORK.
024960     05  AUDC-BYTE-VALUE               PIC 9(04) COMP.
024970 01  AUDC-BYTE-PAIR REDEFINES AUDC-BYTE-WORK.
024980     05  AUDC-BYTE-HIGH                PIC X(01).
024990     05  AUDC-BYTE-LOW                 PIC X(01).
025000 01  AUDIT-VERIFY-DETAIL.
025010     05  AVD-FILE-NAME                 PIC X(12).
025020     05  FILLER                        PIC X(01) VALUE SPACE.
025030     05  AVD-FILE-ROW                  PIC Z(6)9.
025040     05  FILLER                        PIC X(02) VALUE SPACES.
025050     05  AVD-SEQUENCE                  PIC Z(8)9.
025060     05  FILLER                        PIC X(02) VALUE SPACES.
025070     05  AVD-EXPECTED                  PIC Z(8)9.
025080     05  FILLER                        PIC X(02) VALUE SPACES.
025090     05  AVD-BREAK                     PIC X(08).
025100     05  AVD-FINDING                   PIC X(28).
025110 01  AVFY-SEQUENCE-EDIT                PIC Z(8)9.
025120 01  AUDC-SEEDED-SWITCH                PIC X(01) VALUE 'N'.
025130     88  AUDC-CHAIN-SEEDED                        VALUE 'Y'.
025140 01  AVFY-STARTED-SWITCH               PIC X(01) VALUE 'N'.
025150     88  AVFY-CHAIN-STARTED                       VALUE 'Y'.
025160 01  AVFY-FIRST-ROW-SWITCH             PIC X(01) VALUE 'N'.
025170     88  AVFY-FIRST-ROW-OF-FILE                   VALUE 'Y'.
025180* --------------------------------------------------------------*
025190* ACKNOWLEDGMENT RUN WORK AREAS - THE CARRIERS WITH INVOICES
025200* STILL AWAITING AN ANSWER, WHOSE EACK FILES ARE READ, AND THE
025210* ACKNOWLEDGMENTS LOADED FROM THEM. AN ACKNOWLEDGMENT IS USED
025220* (Y) WHEN IT IS APPLIED TO ITS INVOICE, MARKED D WHEN THE
025230* INVOICE HAD ALREADY BEEN ANSWERED, AND LEFT N WHEN NO SENT
025240* INVOICE MATCHES IT.
025250* --------------------------------------------------------------*
025260 01  EACK-CARRIER-TABLE.
025270     05  EACK-CARR-COUNT              PIC 9(04) COMP VALUE 0.
025280     05  EACK-CARR-ENTRY OCCURS 200 TIMES.
025290         10  EAC-CARRIER-CODE         PIC X(04).
025300         10  EAC-FILE-READ            PIC X(01).
025310 01  EACK-TABLE.
025320     05  EACK-COUNT                   PIC 9(04) COMP VALUE 0.
025330     05  EACK-ENTRY OCCURS 500 TIMES.
025340         10  EAT-CARRIER-CODE         PIC X(04).
025350         10  EAT-INVOICE-NUMBER       PIC 9(06).
025360         10  EAT-RESULT               PIC X(01).
025370         10  EAT-ACK-DATE             PIC X(08).
025380         10  EAT-REASON-CODE          PIC X(04).
025390         10  EAT-REASON-TEXT          PIC X(30).
025400         10  EAT-USED                 PIC X(01).
025410 01  EACK-EDIT-FIELDS.
025420     05  EACK-CHARGE-EDIT              PIC Z(10)9.99.
025430     05  EACK-TICKETS-EDIT             PIC Z(04)9.
025440     05  EACK-DAYS-EDIT                PIC Z9.
025450 01  EINV-LOG-OPEN-SWITCH               PIC X(01) VALUE 'N'.
025460     88  EINV-LOG-IS-OPEN                         VALUE 'Y'.
025470 01  EACK-CARR-FOUND-SWITCH             PIC X(01) VALUE 'N'.
025480     88  EACK-CARRIER-FOUND                       VALUE 'Y'.
025490 01  EACK-FULL-SWITCH                   PIC X(01) VALUE 'N'.
025500     88  EACK-TABLE-FULL                          VALUE 'Y'.
025510 01  EACK-CARR-FULL-SWITCH              PIC X(01) VALUE 'N'.
025520     88  EACK-CARR-TABLE-FULL                     VALUE 'Y'.
025530 01  EACK-APPLY-FAILED-SWITCH           PIC X(01) VALUE 'N'.
025540     88  EACK-APPLY-FAILED                        VALUE 'Y'.
025550* --------------------------------------------------------------*
025560* NET WEIGHT PROFILE TABLE - ACCUMULATED FROM AUDIT HISTORY ON A
025570* REBUILD, OR LOADED FROM NWPROF, AND SEARCHED FOR EVERY TICKET
025580* THE BATCH POSTS. NWPF-KEY IS BUILT THE SAME WAY FOR BOTH.
025590* --------------------------------------------------------------*
025600 01  NWPF-KEY.
025610     05  NWPF-KEY-CARRIER             PIC X(04).
025620     05  NWPF-KEY-CONTAINER           PIC X(04).
025630     05  NWPF-KEY-UNIT                PIC 9(02).
025640 01  NWPF-TABLE.
025650     05  NWPF-COUNT                   PIC 9(04) COMP VALUE 0.
025660     05  NWPF-ENTRY OCCURS 500 TIMES.
025670         10  NWT-KEY.
025680             15  NWT-CARRIER          PIC X(04).
025690             15  NWT-CONTAINER        PIC X(04).
025700             15  NWT-UNIT             PIC 9(02).
025710         10  NWT-TICKETS              PIC 9(07).
025720         10  NWT-WEIGHT-SUM           PIC 9(11)V9(02).
025730         10  NWT-SQUARE-SUM           PIC 9(16)V9(02).
025740         10  NWT-TYPICAL              PIC 9(06)V9(02).
025750         10  NWT-SPREAD               PIC 9(06)V9(02).
025760         10  NWT-LOW                  PIC 9(06)V9(02).
025770         10  NWT-HIGH                 PIC 9(06)V9(02).
025780 01  NWAN-DETAIL-LINE.
025790     05  NWD-TICKET-NUMBER             PIC X(10).
025800     05  FILLER                        PIC X(01) VALUE SPACE.
025810     05  NWD-CARRIER-CODE              PIC X(04).
025820     05  FILLER                        PIC X(01) VALUE SPACE.
025830     05  NWD-CONTAINER-TYPE            PIC X(04).
025840     05  FILLER                        PIC X(01) VALUE SPACE.
025850     05  NWD-UNIT                      PIC X(06).
025860     05  FILLER                        PIC X(01) VALUE SPACE.
025870     05  NWD-NET-WEIGHT                PIC Z(5)9.99.
025880     05  FILLER                        PIC X(02) VALUE SPACES.
025890     05  NWD-LOW                       PIC Z(5)9.99.
025900     05  FILLER                        PIC X(03) VALUE ' - '.
025910     05  NWD-HIGH                      PIC Z(5)9.99.
025920     05  FILLER                        PIC X(02) VALUE SPACES.
025930     05  NWD-TYPICAL                   PIC Z(5)9.99.
025940     05  FILLER                        PIC X(02) VALUE SPACES.
025950     05  NWD-PCT                       PIC Z(4)9.
025960 01  NWPF-FRESH-SWITCH                  PIC X(01) VALUE 'N'.
025970     88  NWPF-FRESH                               VALUE 'Y'.
025980 01  NWPF-FOUND-SWITCH                  PIC X(01) VALUE 'N'.
025990     88  NWPF-KEY-FOUND                           VALUE 'Y'.
026000 01  NWPF-FULL-SWITCH                   PIC X(01) VALUE 'N'.
026010     88  NWPF-TABLE-FULL                          VALUE 'Y'.
026020 01  NWAN-OPEN-SWITCH                   PIC X(01) VALUE 'N'.
026030     88  NWAN-REPORT-IS-OPEN                      VALUE 'Y'.
026040 PROCEDURE DIVISION.
026050* --------------------------------------------------------------*
026060* 0000-MAINLINE - TOP LEVEL CONTROL.
026070* --------------------------------------------------------------*
026080 0000-MAINLINE.
026090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026100     IF UNATTENDED-MODE
026110         IF NOT EXIT-PROGRAM
026120             PERFORM 1600-UNATTENDED-RUN THRU 1600-EXIT
026130         END-IF
026140     ELSE
026150         PERFORM 2000-MAIN-MENU THRU 2000-EXIT
026160             UNTIL EXIT-PROGRAM
026170     END-IF.
026180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026190     STOP RUN.
026200 
026210* --------------------------------------------------------------*
026220* 1000-INITIALIZE - SIGN THE OPERATOR ON AGAINST THE OPERATOR
026230* MASTER, GET THE RUN DATE AND OPEN THE MASTER FILES. A FAILED
026240* SIGN-ON ENDS THE RUN BEFORE ANY FILE IS TOUCHED.
026250* --------------------------------------------------------------*
026260 1000-INITIALIZE.
026270     DISPLAY 'WEIGHT CONVERTER STARTING UP'.
026280     PERFORM 1010-CHECK-CONTROL-CARD THRU 1010-EXIT.
026290     IF EXIT-PROGRAM
026300         GO TO 1000-EXIT
026310     END-IF.
026320     PERFORM 1200-OPEN-OPERATOR-MASTER THRU 1200-EXIT.
026330     IF EXIT-PROGRAM
026340         GO TO 1000-EXIT
026350     END-IF.
026360     IF UNATTENDED-MODE
026370         PERFORM 1650-UNATTENDED-SIGNON THRU 1650-EXIT
026380         IF EXIT-PROGRAM
026390             GO TO 1000-EXIT
026400         END-IF
026410         PERFORM 1660-SET-UNATTENDED-DATE THRU 1660-EXIT
026420         IF EXIT-PROGRAM
026430             GO TO 1000-EXIT
026440         END-IF
026450     ELSE
026460         PERFORM 1250-SIGN-ON THRU 1250-EXIT
026470         IF EXIT-PROGRAM
026480             GO TO 1000-EXIT
026490         END-IF
026500         PERFORM 1050-GET-RUN-DATE THRU 1050-EXIT
026510     END-IF.
026520     PERFORM 1100-LOAD-FACTORS THRU 1100-EXIT.
026530     PERFORM 1300-OPEN-RATE-MASTER THRU 1300-EXIT.
026540     PERFORM 1500-OPEN-TARE-MASTER THRU 1500-EXIT.
026550     PERFORM 1190-OPEN-AUDIT-FILE THRU 1190-EXIT.
026560     PERFORM 1400-LOG-FACTORS-USED THRU 1400-EXIT.
026570 1000-EXIT.
026580     EXIT.
026590
026600* --------------------------------------------------------------*
026610* 1010-CHECK-CONTROL-CARD - WHEN A CONTROL CARD IS SUPPLIED THE
026620* RUN IS UNATTENDED: FUNCTION, OPERATOR AND RUN DATE COME OFF
026630* THE CARD AND NO PROMPT IS EVER ISSUED. NO CARD (STATUS 35)
026640* MEANS THE NORMAL INTERACTIVE SESSION. A CARD THAT IS PRESENT
026650* BUT UNUSABLE ENDS THE RUN WITH RETURN CODE 8 SO THE SCHEDULER
026660* SEES A BAD NIGHT INSTEAD OF A JOB WAITING ON A REPLY.
026670* --------------------------------------------------------------*
026680 1010-CHECK-CONTROL-CARD.
026690     OPEN INPUT CONTROL-FILE.
026700     IF CTL-STATUS = '35'
026710         GO TO 1010-EXIT
026720     END-IF.
026730     IF CTL-STATUS NOT = '00'
026740         DISPLAY 'UNABLE TO OPEN CONTROL FILE - STATUS '
026750             CTL-STATUS ' - RUN ENDED'
026760         MOVE 8 TO RETURN-CODE
026770         SET EXIT-PROGRAM TO TRUE
026780         GO TO 1010-EXIT
026790     END-IF.
026800     SET UNATTENDED-MODE TO TRUE.
026810     READ CONTROL-FILE
026820         AT END
026830             DISPLAY 'CONTROL FILE IS EMPTY - RUN ENDED'
026840             MOVE 8 TO RETURN-CODE
026850             SET EXIT-PROGRAM TO TRUE
026860     END-READ.
026870     IF EXIT-PROGRAM
026880         CLOSE CONTROL-FILE
026890         GO TO 1010-EXIT
026900     END-IF.
026910     IF CTL-FUNCTION NOT = 'B' AND CTL-FUNCTION NOT = 'R'
026920         AND CTL-FUNCTION NOT = 'A'
026930         DISPLAY 'INVALID FUNCTION ON CONTROL CARD - '
026940             CTL-FUNCTION ' - RUN ENDED'
026950         MOVE 8 TO RETURN-CODE
026960         SET EXIT-PROGRAM TO TRUE
026970         CLOSE CONTROL-FILE
026980         GO TO 1010-EXIT
026990     END-IF.
027000     IF CTL-RUN-DATE NOT NUMERIC
027010         DISPLAY 'INVALID RUN DATE ON CONTROL CARD - '
027020             CTL-RUN-DATE ' - RUN ENDED'
027030         MOVE 8 TO RETURN-CODE
027040         SET EXIT-PROGRAM TO TRUE
027050         CLOSE CONTROL-FILE
027060         GO TO 1010-EXIT
027070     END-IF.
027080     MOVE CTL-FUNCTION TO CARD-FUNCTION.
027090     MOVE CTL-OPERATOR-ID TO CARD-OPERATOR.
027100     MOVE CTL-RUN-DATE TO CARD-RUN-DATE.
027110     CLOSE CONTROL-FILE.
027120     DISPLAY 'CONTROL CARD ACCEPTED - UNATTENDED RUN -'
027130         ' FUNCTION ' CARD-FUNCTION.
027140 1010-EXIT.
027150     EXIT.
027160
027170* --------------------------------------------------------------*
027180* 1050-GET-RUN-DATE - THE RUN DATE GOVERNS WHICH EFFECTIVE-DATED
027190* FACTOR GENERATION IS LOADED. BLANK TAKES TODAY; A RERUN OF AN
027200* EARLIER BATCH KEYS THAT BATCH'S DATE SO THE FACTORS THAT WERE
027210* IN FORCE AT THE TIME ARE USED.
027220* --------------------------------------------------------------*
027230 1050-GET-RUN-DATE.
027240     DISPLAY 'ENTER RUN DATE (YYYYMMDD) OR BLANK FOR TODAY: '.
027250     MOVE 'N' TO VALID-ENTRY-SWITCH.
027260     PERFORM 1060-EDIT-RUN-DATE THRU 1060-EXIT
027270         UNTIL VALID-ENTRY.
027280     DISPLAY 'RUN DATE IN EFFECT - ' RUN-DATE.
027290 1050-EXIT.
027300     EXIT.
027310
027320 1060-EDIT-RUN-DATE.
027330     ACCEPT RUN-DATE-EDIT.
027340     IF RUN-DATE-EDIT = SPACES
027350         ACCEPT CURRENT-DATE-TIME FROM DATE YYYYMMDD
027360         MOVE CURRENT-DATE-TIME TO RUN-DATE-AREA
027370         SET VALID-ENTRY TO TRUE
027380     ELSE
027390         INSPECT RUN-DATE-EDIT REPLACING LEADING SPACE BY ZERO
027400         IF RUN-DATE-EDIT NOT NUMERIC
027410             DISPLAY 'INVALID DATE - DIGITS ONLY - TRY AGAIN'
027420         ELSE
027430             MOVE RUN-DATE-NUMERIC TO RUN-DATE
027440             IF RUN-MONTH < 1 OR RUN-MONTH > 12
027450                 OR RUN-DAY < 1 OR RUN-DAY > 31
027460                 DISPLAY 'INVALID DATE - CHECK MONTH AND DAY -'
027470                     ' TRY AGAIN'
027480             ELSE
027490                 SET VALID-ENTRY TO TRUE
027500             END-IF
027510         END-IF
027520     END-IF.
027530 1060-EXIT.
027540     EXIT.
027550 
027560 1100-LOAD-FACTORS.
027570     OPEN INPUT PARAMETER-FILE.
027580     IF PARM-STATUS NOT = '00'
027590         DISPLAY 'UNABLE TO OPEN FACTORS FILE - USING DEFAULTS'
027600         PERFORM 1150-LOAD-DEFAULT-FACTORS THRU 1150-EXIT
027610     ELSE
027620         PERFORM 1120-READ-FACTOR-RECORD THRU 1120-EXIT
027630             UNTIL PARM-STATUS = '10'
027640         CLOSE PARAMETER-FILE
027650         PERFORM 1160-VERIFY-FACTORS-LOADED THRU 1160-EXIT
027660     END-IF.
027670 1100-EXIT.
027680     EXIT.
027690
027700 1120-READ-FACTOR-RECORD.
027710     READ PARAMETER-FILE
027720         AT END MOVE '10' TO PARM-STATUS
027730     END-READ.
027740     IF PARM-STATUS = '00'
027750         IF PARM-FACTOR-CODE >= 1 AND PARM-FACTOR-CODE <= 8
027760             SET FACTOR-INDEX TO PARM-FACTOR-CODE
027770             IF PARM-EFFECTIVE-DATE <= RUN-DATE
027780                 AND PARM-EFFECTIVE-DATE >=
027790                     FACTOR-EFF-DATE(FACTOR-INDEX)
027800                 MOVE PARM-FACTOR-VALUE
027810                     TO FACTOR-VALUE(FACTOR-INDEX)
027820                 MOVE PARM-EFFECTIVE-DATE
027830                     TO FACTOR-EFF-DATE(FACTOR-INDEX)
027840             END-IF
027850         ELSE
027860             DISPLAY 'INVALID FACTOR CODE ' PARM-FACTOR-CODE
027870                 ' IN FACTORS FILE - RECORD SKIPPED'
027880         END-IF
027890     END-IF.
027900 1120-EXIT.
027910     EXIT.
027920
027930 1150-LOAD-DEFAULT-FACTORS.
027940     PERFORM 1180-DEFAULT-ONE-FACTOR THRU 1180-EXIT
027950         VARYING FACTOR-INDEX FROM 1 BY 1 UNTIL FACTOR-INDEX > 8.
027960 1150-EXIT.
027970     EXIT.
027980
027990 1160-VERIFY-FACTORS-LOADED.
028000     PERFORM 1170-VERIFY-ONE-FACTOR THRU 1170-EXIT
028010         VARYING FACTOR-INDEX FROM 1 BY 1 UNTIL FACTOR-INDEX > 8.
028020 1160-EXIT.
028030     EXIT.
028040
028050 1170-VERIFY-ONE-FACTOR.
028060     IF FACTOR-VALUE(FACTOR-INDEX) = 0
028070         SET FACTOR-CODE-DISPLAY TO FACTOR-INDEX
028080         DISPLAY 'FACTOR CODE ' FACTOR-CODE-DISPLAY
028090             ' MISSING FROM FACTORS FILE - USING BUILT-IN DEFAULT'
028100         PERFORM 1180-DEFAULT-ONE-FACTOR THRU 1180-EXIT
028110     END-IF.
028120 1170-EXIT.
028130     EXIT.
028140
028150 1180-DEFAULT-ONE-FACTOR.
028160     EVALUATE FACTOR-INDEX
028170         WHEN 1  MOVE 2.204620    TO FACTOR-VALUE(FACTOR-INDEX)
028180         WHEN 2  MOVE  .453592    TO FACTOR-VALUE(FACTOR-INDEX)
028190         WHEN 3  MOVE  .157473    TO FACTOR-VALUE(FACTOR-INDEX)
028200         WHEN 4  MOVE 6.350290    TO FACTOR-VALUE(FACTOR-INDEX)
028210         WHEN 5  MOVE 35.273960   TO FACTOR-VALUE(FACTOR-INDEX)
028220         WHEN 6  MOVE  .028350    TO FACTOR-VALUE(FACTOR-INDEX)
028230         WHEN 7  MOVE  .001000    TO FACTOR-VALUE(FACTOR-INDEX)
028240         WHEN 8  MOVE 1000.000000 TO FACTOR-VALUE(FACTOR-INDEX)
028250     END-EVALUATE.
028260 1180-EXIT.
028270     EXIT.
028280
028290* --------------------------------------------------------------*
028300* 1190-OPEN-AUDIT-FILE - OPENS THE AUDIT TRAIL ONCE FOR THE WHOLE
028310* RUN (RATHER THAN ONCE PER TICKET) SO A TRANSIENT OPEN FAILURE
028320* PARTWAY THROUGH A BATCH CANNOT BE MISTAKEN FOR A MISSING FILE
028330* AND TRUNCATE THE HISTORY BUILT UP SO FAR. EXTEND IS TRIED FIRST;
028340* STATUS 35 (FILE NOT FOUND) IS THE ONLY CASE THAT FALLS BACK TO
028350* OUTPUT TO CREATE THE FILE. ANY OTHER NON-ZERO STATUS IS TREATED
028360* AS A HARD ERROR AND THE AUDIT TRAIL IS SIMPLY NOT WRITTEN.
028370* --------------------------------------------------------------*
028380 1190-OPEN-AUDIT-FILE.
028390     IF NOT AUDC-CHAIN-SEEDED
028400         PERFORM 6030-SEED-AUDIT-CHAIN THRU 6030-EXIT
028410     END-IF.
028420     OPEN EXTEND AUDIT-FILE.
028430     IF AUDIT-STATUS = '35'
028440         OPEN OUTPUT AUDIT-FILE
028450     END-IF.
028460     IF AUDIT-STATUS = '00'
028470         SET AUDIT-FILE-IS-OPEN TO TRUE
028480     ELSE
028490         DISPLAY 'UNABLE TO OPEN AUDIT FILE - STATUS '
028500             AUDIT-STATUS
028510         DISPLAY 'AUDIT TRAIL WILL NOT BE WRITTEN THIS RUN'
028520     END-IF.
028530 1190-EXIT.
028540     EXIT.
028550
028560* --------------------------------------------------------------*
028570* 1200/1250 - OPERATOR MASTER OPEN AND SIGN-ON. THE MASTER IS AN
028580* INDEXED FILE READ BY KEY AND IS REQUIRED - WITH NO MASTER
028590* THERE IS NO WAY TO TELL WHO IS AT THE TERMINAL, SO THE RUN
028600* ENDS RATHER THAN FALLING BACK TO AN UNVALIDATED ID. THREE
028610* FAILED TRIES ALSO END THE RUN. A SITE WITH NO INDEXED MASTER
028620* YET (STATUS 35 - FIRST RUN AFTER THE FLAT MASTERS WERE
028630* RETIRED) GETS A NEW ONE SEEDED WITH THE DEFAULT SUPERVISOR
028640* SUPERVSR SO THE REAL OPERATORS CAN BE KEYED IN THROUGH THE
028650* MAINTENANCE SCREENS, THEN SUPERVSR DEACTIVATED.
028660* --------------------------------------------------------------*
028670 1200-OPEN-OPERATOR-MASTER.
028680     OPEN INPUT OPERATOR-FILE.
028690     IF OPER-STATUS = '35'
028700         PERFORM 1210-SEED-OPERATOR-MASTER THRU 1210-EXIT
028710     END-IF.
028720     IF OPER-STATUS NOT = '00'
028730         DISPLAY 'UNABLE TO OPEN OPERATOR MASTER FILE - STATUS '
028740             OPER-STATUS
028750         DISPLAY 'SIGN-ON CANNOT BE VALIDATED - RUN ENDED'
028760         MOVE 12 TO RETURN-CODE
028770         SET EXIT-PROGRAM TO TRUE
028780     END-IF.
028790 1200-EXIT.
028800     EXIT.
028810
028820 1210-SEED-OPERATOR-MASTER.
028830     DISPLAY 'OPERATOR MASTER NOT FOUND - CREATING A NEW ONE'
028840         ' SEEDED WITH SUPERVISOR ID SUPERVSR'.
028850     DISPLAY 'SIGN ON AS SUPERVSR, KEY THE REAL OPERATORS IN'
028860         ' THROUGH MASTER FILE MAINTENANCE, THEN DEACTIVATE'
028870         ' SUPERVSR'.
028880     OPEN OUTPUT OPERATOR-FILE.
028890     IF OPER-STATUS NOT = '00'
028900         GO TO 1210-EXIT
028910     END-IF.
028920     MOVE SPACES TO OPERATOR-RECORD.
028930     MOVE 'SUPERVSR' TO OPER-ID.
028940     MOVE 'INITIAL SUPERVISOR' TO OPER-NAME.
028950     MOVE 2 TO OPER-AUTH-LEVEL.
028960     MOVE 'Y' TO OPER-ACTIVE-FLAG.
028970     WRITE OPERATOR-RECORD.
028980     CLOSE OPERATOR-FILE.
028990     OPEN INPUT OPERATOR-FILE.
029000 1210-EXIT.
029010     EXIT.
029020
029030 1250-SIGN-ON.
029040     MOVE 'N' TO OPERATOR-SIGNED-ON-SWITCH.
029050     MOVE 0 TO SIGNON-ATTEMPTS.
029060     PERFORM 1260-ONE-SIGNON-TRY THRU 1260-EXIT
029070         UNTIL OPERATOR-SIGNED-ON OR SIGNON-ATTEMPTS >= 3.
029080     IF NOT OPERATOR-SIGNED-ON
029090         DISPLAY 'SIGN-ON FAILED AFTER 3 TRIES - RUN ENDED'
029100         MOVE 8 TO RETURN-CODE
029110         SET EXIT-PROGRAM TO TRUE
029120     END-IF.
029130 1250-EXIT.
029140     EXIT.
029150
029160 1260-ONE-SIGNON-TRY.
029170     ADD 1 TO SIGNON-ATTEMPTS.
029180     DISPLAY 'ENTER YOUR OPERATOR ID: '.
029190     ACCEPT OPERATOR-ID.
029200     PERFORM 1270-FIND-OPERATOR THRU 1270-EXIT.
029210     IF SIGNON-FOUND
029220         SET OPERATOR-SIGNED-ON TO TRUE
029230         DISPLAY 'SIGNED ON - ' OPERATOR-NAME
029240             ' (LEVEL ' OPERATOR-AUTH-LEVEL ')'
029250     ELSE
029260         DISPLAY 'OPERATOR ID NOT RECOGNIZED OR NOT ACTIVE -'
029270             ' TRY AGAIN'
029280     END-IF.
029290 1260-EXIT.
029300     EXIT.
029310
029320* 1270 READS THE OPERATOR MASTER BY KEY - AN ID NOT ON FILE OR
029330* NOT ACTIVE IS SIMPLY NOT FOUND.
029340 1270-FIND-OPERATOR.
029350     MOVE 'N' TO SIGNON-FOUND-SWITCH.
029360     MOVE SPACES TO OPERATOR-NAME.
029370     MOVE 0 TO OPERATOR-AUTH-LEVEL.
029380     MOVE OPERATOR-ID TO OPER-ID.
029390     READ OPERATOR-FILE.
029400     IF OPER-STATUS = '00' AND OPER-ACTIVE-FLAG = 'Y'
029410         SET SIGNON-FOUND TO TRUE
029420         MOVE OPER-NAME TO OPERATOR-NAME
029430         MOVE OPER-AUTH-LEVEL TO OPERATOR-AUTH-LEVEL
029440     END-IF.
029450 1270-EXIT.
029460     EXIT.
029470
029480* 1300/1500 - THE RATE AND TARE MASTERS ARE OPENED FOR KEYED
029490* READS AND STAY OPEN FOR THE SESSION. A MASTER THAT WILL NOT
029500* OPEN ONLY DISABLES ITS OWN FUNCTION, AS BEFORE.
029510 1300-OPEN-RATE-MASTER.
029520     MOVE 'N' TO RATING-ACTIVE-SWITCH.
029530     OPEN INPUT RATE-FILE.
029540     IF RATE-STATUS NOT = '00'
029550         DISPLAY 'UNABLE TO OPEN CARRIER RATE FILE - FREIGHT'
029560             ' RATING DISABLED THIS RUN'
029570     ELSE
029580         SET RATING-ACTIVE TO TRUE
029590     END-IF.
029600 1300-EXIT.
029610     EXIT.
029620
029630 1500-OPEN-TARE-MASTER.
029640     MOVE 'N' TO TARE-FILE-AVAIL-SWITCH.
029650     OPEN INPUT TARE-FILE.
029660     IF TARE-STATUS NOT = '00'
029670         DISPLAY 'UNABLE TO OPEN CONTAINER TARE FILE -'
029680             ' GROSS/TARE TICKETS CANNOT BE PROCESSED THIS RUN'
029690     ELSE
029700         SET TARE-FILE-AVAILABLE TO TRUE
029710     END-IF.
029720 1500-EXIT.
029730     EXIT.
029740
029750 1400-LOG-FACTORS-USED.
029760     IF NOT AUDIT-FILE-IS-OPEN
029770         GO TO 1400-EXIT
029780     END-IF.
029790     PERFORM 6100-BUILD-TIMESTAMP THRU 6100-EXIT.
029800     PERFORM 1420-LOG-ONE-FACTOR THRU 1420-EXIT
029810         VARYING FACTOR-INDEX FROM 1 BY 1
029820         UNTIL FACTOR-INDEX > 8.
029830 1400-EXIT.
029840     EXIT.
029850
029860 1420-LOG-ONE-FACTOR.
029870     MOVE TIMESTAMP-FIELD TO AFL-TIMESTAMP.
029880     MOVE OPERATOR-ID TO AFL-OPERATOR-ID.
029890     SET FACTOR-CODE-DISPLAY TO FACTOR-INDEX.
029900     MOVE FACTOR-CODE-DISPLAY TO AFL-FACTOR-CODE.
029910     MOVE FACTOR-EFF-DATE(FACTOR-INDEX) TO AFL-EFF-DATE.
029920     MOVE FACTOR-VALUE(FACTOR-INDEX) TO AFL-FACTOR-VALUE.
029930     MOVE AUDIT-FACTOR-LINE TO AUDIT-RECORD.
029940     PERFORM 6040-WRITE-CHAINED-AUDIT THRU 6040-EXIT.
029950 1420-EXIT.
029960     EXIT.
029970
029980* --------------------------------------------------------------*
029990* 1650/1660 - UNATTENDED EQUIVALENTS OF SIGN-ON AND RUN DATE.
030000* THE CARD OPERATOR MUST BE ON THE MASTER AND ACTIVE, AND MUST
030010* HOLD SUPERVISOR LEVEL WHEN THE CARD ASKS FOR THE BATCH.
030020* --------------------------------------------------------------*
030030 1650-UNATTENDED-SIGNON.
030040     MOVE CARD-OPERATOR TO OPERATOR-ID.
030050     PERFORM 1270-FIND-OPERATOR THRU 1270-EXIT.
030060     IF NOT SIGNON-FOUND
030070         DISPLAY 'OPERATOR ON CONTROL CARD NOT RECOGNIZED OR'
030080             ' NOT ACTIVE - RUN ENDED'
030090         MOVE 8 TO RETURN-CODE
030100         SET EXIT-PROGRAM TO TRUE
030110         GO TO 1650-EXIT
030120     END-IF.
030130     SET OPERATOR-SIGNED-ON TO TRUE.
030140     DISPLAY 'SIGNED ON - ' OPERATOR-NAME
030150         ' (LEVEL ' OPERATOR-AUTH-LEVEL ')'.
030160     IF (CARD-FUNCTION = 'B' OR CARD-FUNCTION = 'A')
030170         AND OPERATOR-AUTH-LEVEL < 2
030180         DISPLAY 'OPERATOR ON CONTROL CARD NOT AUTHORIZED FOR'
030190             ' BATCH CONVERSION - RUN ENDED'
030200         MOVE 8 TO RETURN-CODE
030210         SET EXIT-PROGRAM TO TRUE
030220     END-IF.
030230 1650-EXIT.
030240     EXIT.
030250
030260 1660-SET-UNATTENDED-DATE.
030270     IF CARD-RUN-DATE = 0
030280         ACCEPT CURRENT-DATE-TIME FROM DATE YYYYMMDD
030290         MOVE CURRENT-DATE-TIME TO RUN-DATE-AREA
030300     ELSE
030310         MOVE CARD-RUN-DATE TO RUN-DATE
030320         IF RUN-MONTH < 1 OR RUN-MONTH > 12
030330             OR RUN-DAY < 1 OR RUN-DAY > 31
030340             DISPLAY 'IMPOSSIBLE RUN DATE ON CONTROL CARD - '
030350                 CARD-RUN-DATE ' - RUN ENDED'
030360             MOVE 8 TO RETURN-CODE
030370             SET EXIT-PROGRAM TO TRUE
030380             GO TO 1660-EXIT
030390         END-IF
030400     END-IF.
030410     DISPLAY 'RUN DATE IN EFFECT - ' RUN-DATE.
030420 1660-EXIT.
030430     EXIT.
030440
030450* --------------------------------------------------------------*
030460* 1600-UNATTENDED-RUN - EXECUTES THE CARDED FUNCTION(S) WITH NO
030470* PROMPTS AND LEAVES A MEANINGFUL RETURN CODE: 0 CLEAN, 4 WHEN
030480* THE BATCH WROTE REJECTS OR AN OUTSTANDING REJECT OR HOLD IS
030490* PAST THE ESCALATION AGE, 8 WHEN A FUNCTION FAILED OUTRIGHT,
030500* 16 WHEN THE TRANSACTION FILE FAILED ITS CONTROL TOTAL CHECK.
030510* EVERY UNATTENDED RUN ENDS WITH THE REJECT AND HOLD AGING
030520* REPORT, WHATEVER THE CARD ASKED FOR.
030530* --------------------------------------------------------------*
030540 1600-UNATTENDED-RUN.
030550     IF CARD-FUNCTION = 'B' OR CARD-FUNCTION = 'A'
030560         PERFORM 4000-BATCH-CONVERT THRU 4000-EXIT
030570     END-IF.
030580     IF CARD-FUNCTION = 'R' OR CARD-FUNCTION = 'A'
030590         PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
030600     END-IF.
030610     PERFORM 8100-AGING-REPORT THRU 8100-EXIT.
030620*    16 IS RESERVED FOR A TRANSACTION FILE THAT FAILED ITS
030630*    CONTROL TOTAL CHECK SO THE SCHEDULER CAN TELL A SHORT
030640*    TRANSFER FROM AN ORDINARY FAILED NIGHT.
030650     IF TRAN-OUT-OF-BALANCE
030660         MOVE 16 TO RETURN-CODE
030670         GO TO 1600-EXIT
030680     END-IF.
030690     IF BATCH-FAILED OR RPT-FAILED OR AGNG-FAILED
030700         MOVE 8 TO RETURN-CODE
030710         GO TO 1600-EXIT
030720     END-IF.
030730     IF REJECT-COUNT > 0 OR AGNG-ESCALATE-COUNT > 0
030740         MOVE 4 TO RETURN-CODE
030750     END-IF.
030760 1600-EXIT.
030770     EXIT.
030780
030790* --------------------------------------------------------------*
030800* 2000-MAIN-MENU - TOP LEVEL SELECTION. LOOPS UNTIL THE OPERATOR
030810* CHOOSES TO EXIT SO A WHOLE SHIFT CAN RUN IN ONE JOB.
030820* --------------------------------------------------------------*
030830 2000-MAIN-MENU.
030840     DISPLAY ' '.
030850     DISPLAY '=============================================='.
030860     DISPLAY ' WEIGHT CONVERTER - MAIN MENU'.
030870     DISPLAY '=============================================='.
030880     DISPLAY ' 1.  INTERACTIVE CONVERSION'.
030890     DISPLAY ' 2.  BATCH CONVERSION FROM TRANSACTION FILE'.
030900     DISPLAY ' 3.  RECONCILE A KG / LBS MANIFEST PAIR'.
030910     DISPLAY ' 4.  PRINT DAILY SUMMARY REPORT'.
030920     DISPLAY ' 5.  REPROCESS CORRECTED REJECT FILE'.
030930     DISPLAY ' 6.  AUDIT TRAIL INQUIRY'.
030940     DISPLAY ' 7.  VOLUME TREND REPORT'.
030950     DISPLAY ' 8.  MASTER FILE MAINTENANCE'.
030960     DISPLAY '10.  CARRIER INVOICE AND SETTLEMENT RUN'.
030970     DISPLAY '11.  IMPORT SCALE WEIGHMENTS AND RUN BATCH'.
030980     DISPLAY '12.  ARCHIVE AND PURGE AUDIT TRAIL'.
030990     DISPLAY '13.  RELEASE HELD OVERLOAD TICKETS'.
031000     DISPLAY '14.  CROSS-DOCK CONSOLIDATION AND ACTIVITY'.
031010     DISPLAY '15.  OPERATOR PRODUCTIVITY REPORT'.
031020     DISPLAY '16.  CREDIT / REBILL AN INVOICED TICKET'.
031030     DISPLAY '17.  CARRIER FREIGHT BILL AUDIT'.
031040     DISPLAY '18.  SCALE CALIBRATION CHECK'.
031050     DISPLAY '19.  SCALE CALIBRATION HISTORY REPORT'.
031060     DISPLAY '20.  BILL OF LADING WEIGHT VARIANCE'.
031070     DISPLAY '21.  RATE CHANGE SIMULATION'.
031080     DISPLAY '22.  REJECT AND HOLD AGING REPORT'.
031090     DISPLAY '23.  VERIFY AUDIT TRAIL INTEGRITY'.
031100     DISPLAY '24.  CARRIER E-INVOICE ACKNOWLEDGMENTS'.
031110     DISPLAY ' 9.  EXIT PROGRAM'.
031120     DISPLAY 'SELECT AN OPTION: '.
031130     PERFORM 2100-GET-MENU-CHOICE THRU 2100-EXIT.
031140     EVALUATE MENU-CHOICE
031150         WHEN 1
031160             PERFORM 3000-INTERACTIVE THRU 3000-EXIT
031170         WHEN 2
031180             IF OPERATOR-AUTH-LEVEL < 2
031190                 DISPLAY 'NOT AUTHORIZED - SUPERVISOR LEVEL'
031200                     ' REQUIRED'
031210             ELSE
031220                 PERFORM 4000-BATCH-CONVERT THRU 4000-EXIT
031230             END-IF
031240         WHEN 3
031250             IF OPERATOR-AUTH-LEVEL < 2
031260                 DISPLAY 'NOT AUTHORIZED - SUPERVISOR LEVEL'
031270                     ' REQUIRED'
031280             ELSE
031290                 PERFORM 5000-RECONCILE THRU 5000-EXIT
031300             END-IF
031310         WHEN 4
031320             PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
031330         WHEN 5
031340             IF OPERATOR-AUTH-LEVEL < 2
031350                 DISPLAY 'NOT AUTHORIZED - SUPERVISOR LEVEL'
031360                     ' REQUIRED'
031370             ELSE
031380                 PERFORM 4600-REPROCESS THRU 4600-EXIT
031390             END-IF
031400         WHEN 6
031410             PERFORM 6700-AUDIT-INQUIRY THRU 6700-EXIT
031420         WHEN 7
031430             PERFORM 8200-TREND-REPORT THRU 8200-EXIT
031440         WHEN 8
031450             IF OPERATOR-AUTH-LEVEL < 2
031460                 DISPLAY 'NOT AUTHORIZED - SUPERVISOR LEVEL'
031470                     ' REQUIRED'
031480             ELSE
031490                 PERFORM 2500-MASTER-MAINTENANCE THRU 2500-EXIT
031500             END-IF
031510         WHEN 10
031520             IF OPERATOR-AUTH-LEVEL < 2
031530                 DISPLAY 'NOT AUTHORIZED - SUPERVISOR LEVEL'
031540                     ' REQUIRED'
031550             ELSE
031560                 PERFORM 7500-INVOICE-RUN THRU 7500-EXIT
031570             END-IF
031580         WHEN 11
031590             IF OPERATOR-AUTH-LEVEL < 2
031600                 DISPLAY 'NOT AUTHORIZED - SUPERVISOR LEVEL'
031610                     ' REQUIRED'
031620             ELSE
031630                 PERFORM 4700-SCALE-IMPORT THRU 4700-EXIT
031640             END-IF
031650         WHEN 12
031660             IF OPERATOR-AUTH-LEVEL < 2
031670                 DISPLAY 'NOT AUTHORIZED - SUPERVISOR LEVEL'
031680                     ' REQUIRED'
031690             ELSE
031700                 PERFORM 6800-AUDIT-ARCHIVE THRU 6800-EXIT
031710             END-IF
031720         WHEN 13
031730             IF OPERATOR-AUTH-LEVEL < 2
031740                 DISPLAY 'NOT AUTHORIZED - SUPERVISOR LEVEL'
031750                     ' REQUIRED'
031760             ELSE
031770                 PERFORM 4800-RELEASE-HELD THRU 4800-EXIT
031780             END-IF
031790         WHEN 14
031800             IF OPERATOR-AUTH-LEVEL < 2
031810                 DISPLAY 'NOT AUTHORIZED - SUPERVISOR LEVEL'
031820                     ' REQUIRED'
031830             ELSE
031840                 PERFORM 8700-CONSOLIDATE THRU 8700-EXIT
031850             END-IF
031860         WHEN 15
031870             PERFORM 7700-PRODUCTIVITY-REPORT THRU 7700-EXIT
031880         WHEN 16
031890             IF OPERATOR-AUTH-LEVEL < 2
031900                 DISPLAY 'NOT AUTHORIZED - SUPERVISOR LEVEL'
031910                     ' REQUIRED'
031920             ELSE
031930                 PERFORM 7600-ENTER-CORRECTION THRU 7600-EXIT
031940             END-IF
031950         WHEN 17
031960             PERFORM 7800-FREIGHT-BILL-AUDIT THRU 7800-EXIT
031970         WHEN 18
031980             PERFORM 8800-CALIBRATION-CHECK THRU 8800-EXIT
031990         WHEN 19
032000             PERFORM 8850-CALIBRATION-REPORT THRU 8850-EXIT
032010         WHEN 20
032020             PERFORM 8900-BOL-VARIANCE THRU 8900-EXIT
032030         WHEN 21
032040             IF OPERATOR-AUTH-LEVEL < 2
032050                 DISPLAY 'NOT AUTHORIZED - SUPERVISOR LEVEL'
032060                     ' REQUIRED'
032070             ELSE
032080                 PERFORM 8400-RATE-SIMULATION THRU 8400-EXIT
032090             END-IF
032100         WHEN 22
032110             PERFORM 8100-AGING-REPORT THRU 8100-EXIT
032120         WHEN 23
032130             PERFORM 6200-VERIFY-AUDIT-TRAIL THRU 6200-EXIT
032140         WHEN 24
032150             IF OPERATOR-AUTH-LEVEL < 2
032160                 DISPLAY 'NOT AUTHORIZED - SUPERVISOR LEVEL'
032170                     ' REQUIRED'
032180             ELSE
032190                 PERFORM 7450-EINV-ACKNOWLEDGMENTS THRU 7450-EXIT
032200             END-IF
032210         WHEN 9
032220             SET EXIT-PROGRAM TO TRUE
032230         WHEN OTHER
032240             DISPLAY 'INVALID OPTION - PLEASE TRY AGAIN'
032250     END-EVALUATE.
032260 2000-EXIT.
032270     EXIT.
032280 
032290 2100-GET-MENU-CHOICE.
032300     MOVE 'N' TO VALID-ENTRY-SWITCH.
032310     PERFORM 2110-EDIT-MENU-CHOICE THRU 2110-EXIT
032320         UNTIL VALID-ENTRY.
032330 2100-EXIT.
032340     EXIT.
032350 
032360 2110-EDIT-MENU-CHOICE.
032370     ACCEPT MENU-EDIT.
032380     INSPECT MENU-EDIT REPLACING LEADING SPACE BY ZERO.
032390     IF MENU-EDIT NOT NUMERIC
032400         DISPLAY 'INVALID ENTRY - NUMBERS ONLY - TRY AGAIN'
032410     ELSE
032420         IF MENU-NUMERIC = 1 OR 2 OR 3 OR 4 OR 5 OR 6 OR 7 OR 8
032430      OR 9 OR 10 OR 11 OR 12 OR 13 OR 14 OR 15 OR 16 OR 17
032440      OR 18 OR 19 OR 20 OR 21 OR 22 OR 23 OR 24
032450             MOVE MENU-NUMERIC TO MENU-CHOICE
032460             SET VALID-ENTRY TO TRUE
032470         ELSE
032480             DISPLAY 'INVALID OPTION - TRY AGAIN'
032490         END-IF
032500     END-IF.
032510 2110-EXIT.
032520     EXIT.
032530
032540* --------------------------------------------------------------*
032550* 2500-MASTER-MAINTENANCE - SUPERVISOR MAINTENANCE OF THE CARRIER
032560* RATE, CONTAINER TARE, OPERATOR AND SCALE CERTIFICATION MASTERS.
032570* EACH CHANGE UPDATES THE INDEXED MASTER IN PLACE AND LOGS A ROW
032580* TO THE AUDIT TRAIL SO EVERY PRICE AND AUTHORIZATION CHANGE CAN
032590* BE TRACED TO AN OPERATOR AND A TIMESTAMP.
032600* --------------------------------------------------------------*
032610 2500-MASTER-MAINTENANCE.
032620     MOVE 'N' TO RETURN-TO-MAIN-SWITCH.
032630     PERFORM 2505-ONE-MAINT-PASS THRU 2505-EXIT
032640         UNTIL RETURN-TO-MAIN.
032650 2500-EXIT.
032660     EXIT.
032670
032680 2505-ONE-MAINT-PASS.
032690     DISPLAY ' '.
032700     DISPLAY 'MASTER FILE MAINTENANCE'.
032710     DISPLAY ' 1.  CARRIER RATES'.
032720     DISPLAY ' 2.  CONTAINER TARES'.
032730     DISPLAY ' 3.  OPERATORS'.
032740     DISPLAY ' 4.  SCALE CERTIFICATIONS'.
032750     DISPLAY ' 9.  RETURN TO MAIN MENU'.
032760     DISPLAY 'SELECT AN OPTION: '.
032770     MOVE 'N' TO VALID-ENTRY-SWITCH.
032780     PERFORM 2510-EDIT-MAINT-CHOICE THRU 2510-EXIT
032790         UNTIL VALID-ENTRY.
032800     EVALUATE MAINT-CHOICE
032810         WHEN 1
032820             PERFORM 2520-RATE-MAINT THRU 2520-EXIT
032830         WHEN 2
032840             PERFORM 2540-TARE-MAINT THRU 2540-EXIT
032850         WHEN 3
032860             PERFORM 2560-OPER-MAINT THRU 2560-EXIT
032870         WHEN 4
032880             PERFORM 2580-SCALE-MAINT THRU 2580-EXIT
032890         WHEN 9
032900             SET RETURN-TO-MAIN TO TRUE
032910     END-EVALUATE.
032920 2505-EXIT.
032930     EXIT.
032940
032950 2510-EDIT-MAINT-CHOICE.
032960     ACCEPT MENU-EDIT.
032970     INSPECT MENU-EDIT REPLACING LEADING SPACE BY ZERO.
032980     IF MENU-EDIT NOT NUMERIC
032990         DISPLAY 'INVALID ENTRY - NUMBERS ONLY - TRY AGAIN'
033000     ELSE
033010         IF MENU-NUMERIC = 1 OR 2 OR 3 OR 4 OR 9
033020             MOVE MENU-NUMERIC TO MAINT-CHOICE
033030             SET VALID-ENTRY TO TRUE
033040         ELSE
033050             DISPLAY 'INVALID OPTION - TRY AGAIN'
033060         END-IF
033070     END-IF.
033080 2510-EXIT.
033090     EXIT.
033100
033110 2515-GET-MAINT-ACTION.
033120     MOVE 'N' TO VALID-ENTRY-SWITCH.
033130     PERFORM 2518-EDIT-MAINT-ACTION THRU 2518-EXIT
033140         UNTIL VALID-ENTRY.
033150 2515-EXIT.
033160     EXIT.
033170
033180 2518-EDIT-MAINT-ACTION.
033190     DISPLAY 'ACTION - A=ADD C=CHANGE D=DEACTIVATE: '.
033200     ACCEPT MAINT-ACTION-CODE.
033210     IF MAINT-ADD OR MAINT-CHANGE OR MAINT-DEACTIVATE
033220         SET VALID-ENTRY TO TRUE
033230     ELSE
033240         DISPLAY 'INVALID ACTION - A, C OR D - TRY AGAIN'
033250     END-IF.
033260 2518-EXIT.
033270     EXIT.
033280
033290* --------------------------------------------------------------*
033300* 2520 - CARRIER RATE MAINTENANCE, KEYED STRAIGHT AGAINST THE
033310* INDEXED MASTER. THE FILE IS SWITCHED FROM ITS SESSION INPUT
033320* OPEN TO I-O FOR THE UPDATE AND BACK AGAIN AFTERWARDS. ADD
033330* REJECTS A CARRIER ALREADY ACTIVE ON THE MASTER BUT RE-USES A
033340* DEACTIVATED RECORD; CHANGE AND DEACTIVATE REQUIRE THE CARRIER
033350* TO BE ON FILE.
033360* --------------------------------------------------------------*
033370 2520-RATE-MAINT.
033380     PERFORM 2515-GET-MAINT-ACTION THRU 2515-EXIT.
033390     DISPLAY 'ENTER THE CARRIER CODE: '.
033400     ACCEPT MAINT-CARRIER.
033410     IF MAINT-CARRIER = SPACES
033420         DISPLAY 'CARRIER CODE REQUIRED - NO CHANGE MADE'
033430         GO TO 2520-EXIT
033440     END-IF.
033450     IF RATING-ACTIVE
033460         CLOSE RATE-FILE
033470     END-IF.
033480     OPEN I-O RATE-FILE.
033490     IF RATE-STATUS = '35'
033500         OPEN OUTPUT RATE-FILE
033510         CLOSE RATE-FILE
033520         OPEN I-O RATE-FILE
033530     END-IF.
033540     IF RATE-STATUS NOT = '00'
033550         DISPLAY 'UNABLE TO OPEN CARRIER RATE FILE FOR UPDATE'
033560             ' - STATUS ' RATE-STATUS
033570         PERFORM 1300-OPEN-RATE-MASTER THRU 1300-EXIT
033580         GO TO 2520-EXIT
033590     END-IF.
033600     MOVE 'N' TO MAINT-FOUND-SWITCH.
033610     MOVE MAINT-CARRIER TO RATE-CARRIER-CODE.
033620     READ RATE-FILE.
033630     IF RATE-STATUS = '00'
033640         SET MAINT-KEY-FOUND TO TRUE
033650     END-IF.
033660     IF MAINT-ADD AND MAINT-KEY-FOUND
033670         AND RATE-ACTIVE-FLAG NOT = 'N'
033680         DISPLAY 'CARRIER ' MAINT-CARRIER ' ALREADY ON THE'
033690             ' RATE MASTER - USE CHANGE'
033700         GO TO 2520-CLOSE
033710     END-IF.
033720     IF (MAINT-CHANGE OR MAINT-DEACTIVATE)
033730         AND NOT MAINT-KEY-FOUND
033740         DISPLAY 'CARRIER ' MAINT-CARRIER ' NOT ON THE RATE'
033750             ' MASTER - NO CHANGE MADE'
033760         GO TO 2520-CLOSE
033770     END-IF.
033780     IF MAINT-DEACTIVATE
033790         MOVE 'N' TO RATE-ACTIVE-FLAG
033800         REWRITE RATE-RECORD
033810     ELSE
033820         PERFORM 2530-GET-RATE-FIELDS THRU 2530-EXIT
033830         MOVE SPACES TO RATE-RECORD
033840         MOVE MAINT-CARRIER TO RATE-CARRIER-CODE
033850         MOVE MAINT-PER-UNIT TO RATE-PER-UNIT
033860         MOVE MAINT-MINIMUM TO RATE-MINIMUM-CHARGE
033870         MOVE MAINT-BREAK-WEIGHT TO RATE-BREAK-WEIGHT
033880         MOVE MAINT-BREAK-RATE TO RATE-BREAK-RATE
033890         MOVE MAINT-CHG-TOLERANCE TO RATE-CHARGE-TOLERANCE
033900         MOVE MAINT-GL-CARRIER-ACCT TO RATE-GL-CARRIER-ACCT
033910         MOVE MAINT-GL-REVENUE-ACCT TO RATE-GL-REVENUE-ACCT
033920         MOVE MAINT-EINVOICE-FLAG TO RATE-EINVOICE-FLAG
033930         MOVE 'Y' TO RATE-ACTIVE-FLAG
033940         IF MAINT-KEY-FOUND
033950             REWRITE RATE-RECORD
033960         ELSE
033970             WRITE RATE-RECORD
033980         END-IF
033990     END-IF.
034000     IF RATE-STATUS NOT = '00'
034010         DISPLAY 'RATE MASTER UPDATE FAILED - STATUS '
034020             RATE-STATUS
034030         GO TO 2520-CLOSE
034040     END-IF.
034050     MOVE 'RATE MAINT' TO MAINT-TYPE-LABEL.
034060     MOVE MAINT-CARRIER TO MAINT-KEY.
034070     PERFORM 2700-LOG-MAINT-CHANGE THRU 2700-EXIT.
034080     DISPLAY 'RATE MASTER UPDATED FOR CARRIER ' MAINT-CARRIER.
034090 2520-CLOSE.
034100     CLOSE RATE-FILE.
034110     PERFORM 1300-OPEN-RATE-MASTER THRU 1300-EXIT.
034120 2520-EXIT.
034130     EXIT.
034140
034150 2530-GET-RATE-FIELDS.
034160     DISPLAY 'ENTER THE RATE PER UNIT (DIGITS ONLY, 4 IMPLIED'
034170         ' DECIMALS - E.G. 0012500 = 1.2500): '.
034180     PERFORM 2532-GET-RATE-AMOUNT THRU 2532-EXIT.
034190     MOVE MAINT-RATE-NUMERIC TO MAINT-PER-UNIT.
034200     DISPLAY 'ENTER THE MINIMUM CHARGE (DIGITS ONLY, 2 IMPLIED'
034210         ' DECIMALS): '.
034220     PERFORM 2534-GET-MIN-AMOUNT THRU 2534-EXIT.
034230     MOVE MAINT-MIN-NUMERIC TO MAINT-MINIMUM.
034240     DISPLAY 'ENTER THE BREAK WEIGHT (DIGITS ONLY, 2 IMPLIED'
034250         ' DECIMALS): '.
034260     MOVE 'N' TO VALID-ENTRY-SWITCH.
034270     PERFORM 3310-EDIT-WEIGHT THRU 3310-EXIT
034280         UNTIL VALID-ENTRY.
034290     MOVE WEIGHT-NUMERIC TO MAINT-BREAK-WEIGHT.
034300     DISPLAY 'ENTER THE RATE OVER THE BREAK (DIGITS ONLY, 4'
034310         ' IMPLIED DECIMALS): '.
034320     PERFORM 2532-GET-RATE-AMOUNT THRU 2532-EXIT.
034330     MOVE MAINT-RATE-NUMERIC TO MAINT-BREAK-RATE.
034340     DISPLAY 'ENTER THE FREIGHT BILL CHARGE TOLERANCE (DIGITS'
034350         ' ONLY, 2 IMPLIED DECIMALS - ZERO FOR EXACT): '.
034360     PERFORM 2534-GET-MIN-AMOUNT THRU 2534-EXIT.
034370     MOVE MAINT-MIN-NUMERIC TO MAINT-CHG-TOLERANCE.
034380     DISPLAY 'ENTER THE CARRIER RECEIVABLE/PAYABLE GL ACCOUNT'
034390         ' (BLANK POSTS TO SUSPENSE): '.
034400     ACCEPT MAINT-GL-CARRIER-ACCT.
034410     DISPLAY 'ENTER THE FREIGHT REVENUE GL ACCOUNT (BLANK FOR THE'
034420         ' HOUSE ACCOUNT): '.
034430     ACCEPT MAINT-GL-REVENUE-ACCT.
034440     MOVE 'N' TO VALID-ENTRY-SWITCH.
034450     PERFORM 2531-EDIT-EINVOICE-FLAG THRU 2531-EXIT
034460         UNTIL VALID-ENTRY.
034470 2530-EXIT.
034480     EXIT.
034490
034500 2531-EDIT-EINVOICE-FLAG.
034510     DISPLAY 'SEND THIS CARRIER ELECTRONIC INVOICES (Y/N): '.
034520     ACCEPT MENU-EDIT.
034530     EVALUATE MENU-EDIT
034540         WHEN ' Y'
034550             MOVE 'Y' TO MAINT-EINVOICE-FLAG
034560             SET VALID-ENTRY TO TRUE
034570         WHEN ' N'
034580             MOVE 'N' TO MAINT-EINVOICE-FLAG
034590             SET VALID-ENTRY TO TRUE
034600         WHEN OTHER
034610             DISPLAY 'INVALID ENTRY - Y OR N - TRY AGAIN'
034620     END-EVALUATE.
034630 2531-EXIT.
034640     EXIT.
034650
034660 2532-GET-RATE-AMOUNT.
034670     MOVE 'N' TO VALID-ENTRY-SWITCH.
034680     PERFORM 2533-EDIT-RATE-AMOUNT THRU 2533-EXIT
034690         UNTIL VALID-ENTRY.
034700 2532-EXIT.
034710     EXIT.
034720
034730 2533-EDIT-RATE-AMOUNT.
034740     ACCEPT MAINT-RATE-EDIT.
034750     INSPECT MAINT-RATE-EDIT REPLACING LEADING SPACE BY ZERO.
034760     IF MAINT-RATE-EDIT NOT NUMERIC
034770         DISPLAY 'INVALID ENTRY - NUMBERS ONLY - TRY AGAIN'
034780     ELSE
034790         SET VALID-ENTRY TO TRUE
034800     END-IF.
034810 2533-EXIT.
034820     EXIT.
034830
034840 2534-GET-MIN-AMOUNT.
034850     MOVE 'N' TO VALID-ENTRY-SWITCH.
034860     PERFORM 2535-EDIT-MIN-AMOUNT THRU 2535-EXIT
034870         UNTIL VALID-ENTRY.
034880 2534-EXIT.
034890     EXIT.
034900
034910 2535-EDIT-MIN-AMOUNT.
034920     ACCEPT MAINT-MIN-EDIT.
034930     INSPECT MAINT-MIN-EDIT REPLACING LEADING SPACE BY ZERO.
034940     IF MAINT-MIN-EDIT NOT NUMERIC
034950         DISPLAY 'INVALID ENTRY - NUMBERS ONLY - TRY AGAIN'
034960     ELSE
034970         SET VALID-ENTRY TO TRUE
034980     END-IF.
034990 2535-EXIT.
035000     EXIT.
035010
035020* --------------------------------------------------------------*
035030* 2540 - CONTAINER TARE MAINTENANCE. SAME PLAN AS THE RATES.
035040* --------------------------------------------------------------*
035050 2540-TARE-MAINT.
035060     PERFORM 2515-GET-MAINT-ACTION THRU 2515-EXIT.
035070     DISPLAY 'ENTER THE CONTAINER TYPE CODE: '.
035080     ACCEPT MAINT-CONTAINER.
035090     IF MAINT-CONTAINER = SPACES
035100         DISPLAY 'CONTAINER TYPE REQUIRED - NO CHANGE MADE'
035110         GO TO 2540-EXIT
035120     END-IF.
035130     IF TARE-FILE-AVAILABLE
035140         CLOSE TARE-FILE
035150     END-IF.
035160     OPEN I-O TARE-FILE.
035170     IF TARE-STATUS = '35'
035180         OPEN OUTPUT TARE-FILE
035190         CLOSE TARE-FILE
035200         OPEN I-O TARE-FILE
035210     END-IF.
035220     IF TARE-STATUS NOT = '00'
035230         DISPLAY 'UNABLE TO OPEN CONTAINER TARE FILE FOR'
035240             ' UPDATE - STATUS ' TARE-STATUS
035250         PERFORM 1500-OPEN-TARE-MASTER THRU 1500-EXIT
035260         GO TO 2540-EXIT
035270     END-IF.
035280     MOVE 'N' TO MAINT-FOUND-SWITCH.
035290     MOVE MAINT-CONTAINER TO TARE-CONTAINER-TYPE.
035300     READ TARE-FILE.
035310     IF TARE-STATUS = '00'
035320         SET MAINT-KEY-FOUND TO TRUE
035330     END-IF.
035340     IF MAINT-ADD AND MAINT-KEY-FOUND
035350         AND TARE-ACTIVE-FLAG NOT = 'N'
035360         DISPLAY 'CONTAINER ' MAINT-CONTAINER ' ALREADY ON THE'
035370             ' TARE MASTER - USE CHANGE'
035380         GO TO 2540-CLOSE
035390     END-IF.
035400     IF (MAINT-CHANGE OR MAINT-DEACTIVATE)
035410         AND NOT MAINT-KEY-FOUND
035420         DISPLAY 'CONTAINER ' MAINT-CONTAINER ' NOT ON THE TARE'
035430             ' MASTER - NO CHANGE MADE'
035440         GO TO 2540-CLOSE
035450     END-IF.
035460     IF MAINT-DEACTIVATE
035470         MOVE 'N' TO TARE-ACTIVE-FLAG
035480         REWRITE TARE-RECORD
035490     ELSE
035500         DISPLAY 'ENTER THE TARE WEIGHT (DIGITS ONLY, 2 IMPLIED'
035510             ' DECIMALS): '
035520         MOVE 'N' TO VALID-ENTRY-SWITCH
035530         PERFORM 3310-EDIT-WEIGHT THRU 3310-EXIT
035540             UNTIL VALID-ENTRY
035550         MOVE WEIGHT-NUMERIC TO MAINT-TARE-WEIGHT
035560         DISPLAY 'ENTER THE MAXIMUM GROSS WEIGHT (DIGITS ONLY,'
035570             ' 2 IMPLIED DECIMALS, ZERO FOR NO CHECK): '
035580         MOVE 'N' TO VALID-ENTRY-SWITCH
035590         PERFORM 3310-EDIT-WEIGHT THRU 3310-EXIT
035600             UNTIL VALID-ENTRY
035610         MOVE WEIGHT-NUMERIC TO MAINT-MAX-GROSS
035620         MOVE SPACES TO TARE-RECORD
035630         MOVE MAINT-CONTAINER TO TARE-CONTAINER-TYPE
035640         MOVE MAINT-TARE-WEIGHT TO TARE-WEIGHT
035650         MOVE MAINT-MAX-GROSS TO TARE-MAX-GROSS
035660         MOVE 'Y' TO TARE-ACTIVE-FLAG
035670         IF MAINT-KEY-FOUND
035680             REWRITE TARE-RECORD
035690         ELSE
035700             WRITE TARE-RECORD
035710         END-IF
035720     END-IF.
035730     IF TARE-STATUS NOT = '00'
035740         DISPLAY 'TARE MASTER UPDATE FAILED - STATUS '
035750             TARE-STATUS
035760         GO TO 2540-CLOSE
035770     END-IF.
035780     MOVE 'TARE MAINT' TO MAINT-TYPE-LABEL.
035790     MOVE MAINT-CONTAINER TO MAINT-KEY.
035800     PERFORM 2700-LOG-MAINT-CHANGE THRU 2700-EXIT.
035810     DISPLAY 'TARE MASTER UPDATED FOR CONTAINER '
035820         MAINT-CONTAINER.
035830 2540-CLOSE.
035840     CLOSE TARE-FILE.
035850     PERFORM 1500-OPEN-TARE-MASTER THRU 1500-EXIT.
035860 2540-EXIT.
035870     EXIT.
035880
035890* --------------------------------------------------------------*
035900* 2560 - OPERATOR MAINTENANCE. THE SIGNED-ON SUPERVISOR CANNOT
035910* DEACTIVATE THEMSELVES - THAT LOCKOUT WOULD ONLY SURFACE AT THE
035920* NEXT SIGN-ON WITH NOBODY LEFT TO UNDO IT.
035930* --------------------------------------------------------------*
035940 2560-OPER-MAINT.
035950     PERFORM 2515-GET-MAINT-ACTION THRU 2515-EXIT.
035960     DISPLAY 'ENTER THE OPERATOR ID: '.
035970     ACCEPT MAINT-OPERATOR.
035980     IF MAINT-OPERATOR = SPACES
035990         DISPLAY 'OPERATOR ID REQUIRED - NO CHANGE MADE'
036000         GO TO 2560-EXIT
036010     END-IF.
036020     IF MAINT-DEACTIVATE AND MAINT-OPERATOR = OPERATOR-ID
036030         DISPLAY 'CANNOT DEACTIVATE THE SIGNED-ON OPERATOR -'
036040             ' NO CHANGE MADE'
036050         GO TO 2560-EXIT
036060     END-IF.
036070     CLOSE OPERATOR-FILE.
036080     OPEN I-O OPERATOR-FILE.
036090     IF OPER-STATUS NOT = '00'
036100         DISPLAY 'UNABLE TO OPEN OPERATOR MASTER FOR UPDATE -'
036110             ' STATUS ' OPER-STATUS
036120         PERFORM 1200-OPEN-OPERATOR-MASTER THRU 1200-EXIT
036130         GO TO 2560-EXIT
036140     END-IF.
036150     PERFORM 2565-LOCATE-OPER-ENTRY THRU 2565-EXIT.
036160     IF MAINT-ADD AND MAINT-KEY-FOUND
036170         AND OPER-ACTIVE-FLAG = 'Y'
036180         DISPLAY 'OPERATOR ' MAINT-OPERATOR ' ALREADY ON THE'
036190             ' MASTER - USE CHANGE'
036200         GO TO 2560-CLOSE
036210     END-IF.
036220     IF (MAINT-CHANGE OR MAINT-DEACTIVATE)
036230         AND NOT MAINT-KEY-FOUND
036240         DISPLAY 'OPERATOR ' MAINT-OPERATOR ' NOT ON THE'
036250             ' MASTER - NO CHANGE MADE'
036260         GO TO 2560-CLOSE
036270     END-IF.
036280     IF MAINT-DEACTIVATE
036290         MOVE 'N' TO OPER-ACTIVE-FLAG
036300         REWRITE OPERATOR-RECORD
036310     ELSE
036320         PERFORM 2570-GET-OPER-FIELDS THRU 2570-EXIT
036330         MOVE SPACES TO OPERATOR-RECORD
036340         MOVE MAINT-OPERATOR TO OPER-ID
036350         MOVE MAINT-OPER-NAME TO OPER-NAME
036360         MOVE MAINT-OPER-LEVEL TO OPER-AUTH-LEVEL
036370         MOVE 'Y' TO OPER-ACTIVE-FLAG
036380         IF MAINT-KEY-FOUND
036390             REWRITE OPERATOR-RECORD
036400         ELSE
036410             WRITE OPERATOR-RECORD
036420         END-IF
036430     END-IF.
036440     IF OPER-STATUS NOT = '00'
036450         DISPLAY 'OPERATOR MASTER UPDATE FAILED - STATUS '
036460             OPER-STATUS
036470         GO TO 2560-CLOSE
036480     END-IF.
036490     MOVE 'OPER MAINT' TO MAINT-TYPE-LABEL.
036500     MOVE MAINT-OPERATOR TO MAINT-KEY.
036510     PERFORM 2700-LOG-MAINT-CHANGE THRU 2700-EXIT.
036520     DISPLAY 'OPERATOR MASTER UPDATED FOR ' MAINT-OPERATOR.
036530 2560-CLOSE.
036540     CLOSE OPERATOR-FILE.
036550     PERFORM 1200-OPEN-OPERATOR-MASTER THRU 1200-EXIT.
036560 2560-EXIT.
036570     EXIT.
036580
036590* 2565 - KEYED EXISTENCE READ ON THE OPERATOR MASTER, SHARED BY
036600* OPERATOR MAINTENANCE AND THE SCALE IMPORT BADGE CHECK. LEAVES
036610* THE RECORD IN THE FILE AREA WHEN FOUND.
036620 2565-LOCATE-OPER-ENTRY.
036630     MOVE 'N' TO MAINT-FOUND-SWITCH.
036640     MOVE MAINT-OPERATOR TO OPER-ID.
036650     READ OPERATOR-FILE.
036660     IF OPER-STATUS = '00'
036670         SET MAINT-KEY-FOUND TO TRUE
036680     END-IF.
036690 2565-EXIT.
036700     EXIT.
036710
036720 2570-GET-OPER-FIELDS.
036730     MOVE SPACES TO MAINT-OPER-NAME.
036740     PERFORM 2572-EDIT-OPER-NAME THRU 2572-EXIT
036750         UNTIL MAINT-OPER-NAME NOT = SPACES.
036760     MOVE 'N' TO VALID-ENTRY-SWITCH.
036770     PERFORM 2575-EDIT-OPER-LEVEL THRU 2575-EXIT
036780         UNTIL VALID-ENTRY.
036790 2570-EXIT.
036800     EXIT.
036810
036820 2572-EDIT-OPER-NAME.
036830     DISPLAY 'ENTER THE OPERATOR NAME: '.
036840     ACCEPT MAINT-OPER-NAME.
036850     IF MAINT-OPER-NAME = SPACES
036860         DISPLAY 'NAME REQUIRED - TRY AGAIN'
036870     END-IF.
036880 2572-EXIT.
036890     EXIT.
036900
036910 2575-EDIT-OPER-LEVEL.
036920     DISPLAY 'ENTER THE AUTHORIZATION LEVEL (1=CLERK'
036930         ' 2=SUPERVISOR): '.
036940     ACCEPT MAINT-LEVEL-EDIT.
036950     IF MAINT-LEVEL-EDIT NOT NUMERIC
036960         DISPLAY 'INVALID ENTRY - NUMBERS ONLY - TRY AGAIN'
036970     ELSE
036980         IF MAINT-LEVEL-NUMERIC = 1 OR 2
036990             MOVE MAINT-LEVEL-NUMERIC TO MAINT-OPER-LEVEL
037000             SET VALID-ENTRY TO TRUE
037010         ELSE
037020             DISPLAY 'INVALID LEVEL - 1 OR 2 - TRY AGAIN'
037030         END-IF
037040     END-IF.
037050 2575-EXIT.
037060     EXIT.
037070
037080* --------------------------------------------------------------*
037090* 2580 - SCALE CERTIFICATION MAINTENANCE. ADD AND CHANGE RECORD A
037100* CERTIFICATION - THE DATE, THE NEXT-DUE DATE AND THE TOLERANCE
037110* ALLOWED ON A TEST WEIGHT - AND PUT THE SCALE IN SERVICE;
037120* DEACTIVATE TAKES IT OUT OF SERVICE. EVERY CHANGE ALSO GOES ON
037130* THE CALIBRATION HISTORY SO THE INSPECTOR SEES CERTIFICATIONS
037140* ALONGSIDE THE CHECKS.
037150* --------------------------------------------------------------*
037160 2580-SCALE-MAINT.
037170     PERFORM 2515-GET-MAINT-ACTION THRU 2515-EXIT.
037180     DISPLAY 'ENTER THE SCALE ID: '.
037190     ACCEPT CALIB-SCALE-KEY.
037200     IF CALIB-SCALE-KEY = SPACES
037210         DISPLAY 'SCALE ID REQUIRED - NO CHANGE MADE'
037220         GO TO 2580-EXIT
037230     END-IF.
037240     OPEN I-O SCALE-MASTER-FILE.
037250     IF SCLM-STATUS = '35'
037260         OPEN OUTPUT SCALE-MASTER-FILE
037270         CLOSE SCALE-MASTER-FILE
037280         OPEN I-O SCALE-MASTER-FILE
037290     END-IF.
037300     IF SCLM-STATUS NOT = '00'
037310         DISPLAY 'UNABLE TO OPEN SCALE MASTER FOR UPDATE'
037320             ' - STATUS ' SCLM-STATUS
037330         GO TO 2580-EXIT
037340     END-IF.
037350     MOVE 'N' TO MAINT-FOUND-SWITCH.
037360     MOVE CALIB-SCALE-KEY TO SCM-SCALE-ID.
037370     READ SCALE-MASTER-FILE.
037380     IF SCLM-STATUS = '00'
037390         SET MAINT-KEY-FOUND TO TRUE
037400     END-IF.
037410     IF MAINT-ADD AND MAINT-KEY-FOUND
037420         DISPLAY 'SCALE ' CALIB-SCALE-KEY ' ALREADY ON THE SCALE'
037430             ' MASTER - USE CHANGE'
037440         GO TO 2580-CLOSE
037450     END-IF.
037460     IF (MAINT-CHANGE OR MAINT-DEACTIVATE)
037470         AND NOT MAINT-KEY-FOUND
037480         DISPLAY 'SCALE ' CALIB-SCALE-KEY ' NOT ON THE SCALE'
037490             ' MASTER - NO CHANGE MADE'
037500         GO TO 2580-CLOSE
037510     END-IF.
037520     IF MAINT-DEACTIVATE
037530         MOVE 'O' TO SCM-STATUS
037540         MOVE 'O' TO CALIB-EVENT-TYPE
037550         REWRITE SCALE-MASTER-RECORD
037560     ELSE
037570         PERFORM 2585-GET-CERT-FIELDS THRU 2585-EXIT
037580         IF NOT MAINT-KEY-FOUND
037590             MOVE SPACES TO SCALE-MASTER-RECORD
037600             MOVE CALIB-SCALE-KEY TO SCM-SCALE-ID
037610             MOVE 0 TO SCM-LAST-CHECK-DATE
037620         END-IF
037630         MOVE MAINT-CERT-DATE TO SCM-CERT-DATE
037640         MOVE MAINT-NEXT-DUE-DATE TO SCM-NEXT-DUE-DATE
037650         MOVE MAINT-SCALE-TOLERANCE TO SCM-TOLERANCE
037660         MOVE 'A' TO SCM-STATUS
037670         MOVE 'C' TO CALIB-EVENT-TYPE
037680         IF MAINT-KEY-FOUND
037690             REWRITE SCALE-MASTER-RECORD
037700         ELSE
037710             WRITE SCALE-MASTER-RECORD
037720         END-IF
037730     END-IF.
037740     IF SCLM-STATUS NOT = '00'
037750         DISPLAY 'SCALE MASTER UPDATE FAILED - STATUS '
037760             SCLM-STATUS
037770         GO TO 2580-CLOSE
037780     END-IF.
037790     MOVE 0 TO CALIB-TEST-WEIGHT.
037800     MOVE 0 TO CALIB-READING.
037810     MOVE 0 TO CALIB-DRIFT.
037820     MOVE SPACES TO CALIB-RESULT.
037830     PERFORM 8890-WRITE-CAL-HISTORY THRU 8890-EXIT.
037840     MOVE 'SCALE CERT' TO MAINT-TYPE-LABEL.
037850     MOVE CALIB-SCALE-KEY TO MAINT-KEY.
037860     PERFORM 2700-LOG-MAINT-CHANGE THRU 2700-EXIT.
037870     DISPLAY 'SCALE MASTER UPDATED FOR SCALE ' CALIB-SCALE-KEY.
037880 2580-CLOSE.
037890     CLOSE SCALE-MASTER-FILE.
037900 2580-EXIT.
037910     EXIT.
037920
037930* 2585 - A BLANK CERTIFICATION DATE MEANS TODAY AND A BLANK
037940* NEXT-DUE DATE MEANS ONE YEAR FROM THE CERTIFICATION.
037950 2585-GET-CERT-FIELDS.
037960     DISPLAY 'ENTER THE CERTIFICATION DATE YYYYMMDD (BLANK FOR'
037970         ' TODAY): '.
037980     PERFORM 6720-GET-INQUIRY-DATE THRU 6720-EXIT.
037990     IF INQUIRY-DATE-BLANK
038000         MOVE RUN-DATE TO MAINT-CERT-DATE
038010     ELSE
038020         MOVE INQUIRY-DATE-NUMERIC TO MAINT-CERT-DATE
038030     END-IF.
038040     DISPLAY 'ENTER THE NEXT-DUE DATE YYYYMMDD (BLANK FOR ONE'
038050         ' YEAR OUT): '.
038060     PERFORM 6720-GET-INQUIRY-DATE THRU 6720-EXIT.
038070     IF INQUIRY-DATE-BLANK
038080         COMPUTE MAINT-NEXT-DUE-DATE = MAINT-CERT-DATE + 10000
038090     ELSE
038100         MOVE INQUIRY-DATE-NUMERIC TO MAINT-NEXT-DUE-DATE
038110     END-IF.
038120     DISPLAY 'ENTER THE TOLERANCE IN KG (DIGITS ONLY, 2 IMPLIED'
038130         ' DECIMALS): '.
038140     PERFORM 2534-GET-MIN-AMOUNT THRU 2534-EXIT.
038150     MOVE MAINT-MIN-NUMERIC TO MAINT-SCALE-TOLERANCE.
038160 2585-EXIT.
038170     EXIT.
038180
038190* --------------------------------------------------------------*
038200* 2700-LOG-MAINT-CHANGE - ONE AUDIT ROW PER MAINTENANCE CHANGE,
038210* THE SAME WAY 1400 LOGS THE FACTOR SET IN FORCE AT STARTUP.
038220* --------------------------------------------------------------*
038230 2700-LOG-MAINT-CHANGE.
038240     IF NOT AUDIT-FILE-IS-OPEN
038250         GO TO 2700-EXIT
038260     END-IF.
038270     PERFORM 6100-BUILD-TIMESTAMP THRU 6100-EXIT.
038280     MOVE TIMESTAMP-FIELD TO AML-TIMESTAMP.
038290     MOVE OPERATOR-ID TO AML-OPERATOR-ID.
038300     MOVE MAINT-TYPE-LABEL TO AML-MAINT-TYPE.
038310     EVALUATE TRUE
038320         WHEN MAINT-ADD
038330             MOVE 'ADD' TO AML-ACTION
038340         WHEN MAINT-CHANGE
038350             MOVE 'CHG' TO AML-ACTION
038360         WHEN MAINT-DEACTIVATE
038370             MOVE 'DEA' TO AML-ACTION
038380     END-EVALUATE.
038390     MOVE MAINT-KEY TO AML-KEY.
038400     MOVE AUDIT-MAINT-LINE TO AUDIT-RECORD.
038410     PERFORM 6040-WRITE-CHAINED-AUDIT THRU 6040-EXIT.
038420 2700-EXIT.
038430     EXIT.
038440
038450* --------------------------------------------------------------*
038460* 3000-INTERACTIVE - ONE TICKET AT A TIME AT THE TERMINAL. LOOPS
038470* UNTIL THE OPERATOR SELECTS "RETURN TO MAIN MENU".
038480* --------------------------------------------------------------*
038490 3000-INTERACTIVE.
038500     MOVE 'N' TO RETURN-TO-MAIN-SWITCH.
038510     PERFORM 3050-ONE-INTERACTIVE-TICKET THRU 3050-EXIT
038520         UNTIL RETURN-TO-MAIN.
038530 3000-EXIT.
038540     EXIT.
038550 
038560 3050-ONE-INTERACTIVE-TICKET.
038570     PERFORM 3100-DISPLAY-CONVERSION-MENU THRU 3100-EXIT.
038580     PERFORM 3200-GET-CONVERSION-CHOICE THRU 3200-EXIT.
038590     IF NOT RETURN-TO-MAIN
038600         MOVE SPACES TO TICKET-NUMBER
038610         MOVE SPACES TO CARRIER-CODE
038620         MOVE SPACES TO DOCK-DOOR
038630         PERFORM 3300-GET-WEIGHT THRU 3300-EXIT
038640         PERFORM 5500-CONVERT-WEIGHT THRU 5500-EXIT
038650         IF NOT CONVERSION-OVERFLOW
038660             PERFORM 3400-DISPLAY-RESULT THRU 3400-EXIT
038670             PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
038680             PERFORM 3500-UPDATE-STATISTICS THRU 3500-EXIT
038690         END-IF
038700     END-IF.
038710 3050-EXIT.
038720     EXIT.
038730 
038740 3100-DISPLAY-CONVERSION-MENU.
038750     DISPLAY ' '.
038760     DISPLAY 'WHAT TYPE OF CONVERSION DO YOU NEED?'.
038770     DISPLAY ' 1. KG    TO LBS'.
038780     DISPLAY ' 2. LBS   TO KG'.
038790     DISPLAY ' 3. KG    TO STONE'.
038800     DISPLAY ' 4. STONE TO KG'.
038810     DISPLAY ' 5. KG    TO OUNCES'.
038820     DISPLAY ' 6. OUNCES TO KG'.
038830     DISPLAY ' 7. KG    TO METRIC TONNES'.
038840     DISPLAY ' 8. METRIC TONNES TO KG'.
038850     DISPLAY ' 9. RETURN TO MAIN MENU'.
038860     DISPLAY '10. ANY UNIT TO ANY UNIT'.
038870     DISPLAY 'SELECT AN OPTION USING NUMBERS (1-10): '.
038880 3100-EXIT.
038890     EXIT.
038900 
038910 3200-GET-CONVERSION-CHOICE.
038920     MOVE 'N' TO VALID-ENTRY-SWITCH.
038930     PERFORM 3210-EDIT-CONVERSION-CHOICE THRU 3210-EXIT
038940         UNTIL VALID-ENTRY.
038950     EVALUATE CONVERSION-NUMERIC
038960         WHEN 9
038970             SET RETURN-TO-MAIN TO TRUE
038980         WHEN 10
038990             PERFORM 3250-GET-UNIT-PAIR THRU 3250-EXIT
039000         WHEN OTHER
039010             MOVE CONVERSION-NUMERIC TO CONVERSION-CODE
039020     END-EVALUATE.
039030 3200-EXIT.
039040     EXIT.
039050 
039060 3210-EDIT-CONVERSION-CHOICE.
039070     ACCEPT CONVERSION-EDIT.
039080     INSPECT CONVERSION-EDIT REPLACING LEADING SPACE BY ZERO.
039090     IF CONVERSION-EDIT NOT NUMERIC
039100         DISPLAY 'INVALID ENTRY - NUMBERS ONLY - TRY AGAIN'
039110     ELSE
039120         IF CONVERSION-NUMERIC >= 1 AND CONVERSION-NUMERIC <= 10
039130             SET VALID-ENTRY TO TRUE
039140         ELSE
039150             DISPLAY 'INVALID OPTION - TRY AGAIN'
039160         END-IF
039170     END-IF.
039180 3210-EXIT.
039190     EXIT.
039200
039210* --------------------------------------------------------------*
039220* 3250 - ANY-UNIT-TO-ANY-UNIT SELECTION. THE OPERATOR NAMES THE
039230* FROM AND TO UNITS; WHEN THE PAIR IS ONE OF THE EIGHT KG MENU
039240* PAIRS THE MATCHING CODE IS USED SO STATISTICS AND BILLING SEE
039250* NO DIFFERENCE, OTHERWISE CODE 00 CHAINS THROUGH KG.
039260* --------------------------------------------------------------*
039270 3250-GET-UNIT-PAIR.
039280     DISPLAY ' '.
039290     DISPLAY 'UNITS - 1=KG  2=LBS  3=STONE  4=OUNCES  5=TONNES'.
039300     DISPLAY 'CONVERT FROM UNIT (1-5): '.
039310     PERFORM 3260-GET-ONE-UNIT THRU 3260-EXIT.
039320     MOVE UNIT-NUMERIC TO FROM-UNIT.
039330     DISPLAY 'CONVERT TO UNIT (1-5): '.
039340     PERFORM 3260-GET-ONE-UNIT THRU 3260-EXIT.
039350     MOVE UNIT-NUMERIC TO TO-UNIT.
039360     PERFORM 5540-MAP-UNITS-TO-CODE THRU 5540-EXIT.
039370 3250-EXIT.
039380     EXIT.
039390
039400 3260-GET-ONE-UNIT.
039410     MOVE 'N' TO VALID-ENTRY-SWITCH.
039420     PERFORM 3270-EDIT-ONE-UNIT THRU 3270-EXIT
039430         UNTIL VALID-ENTRY.
039440 3260-EXIT.
039450     EXIT.
039460
039470 3270-EDIT-ONE-UNIT.
039480     ACCEPT UNIT-EDIT.
039490     INSPECT UNIT-EDIT REPLACING LEADING SPACE BY ZERO.
039500     IF UNIT-EDIT NOT NUMERIC
039510         DISPLAY 'INVALID ENTRY - NUMBERS ONLY - TRY AGAIN'
039520     ELSE
039530         IF UNIT-NUMERIC >= 1 AND UNIT-NUMERIC <= 5
039540             SET VALID-ENTRY TO TRUE
039550         ELSE
039560             DISPLAY 'INVALID UNIT - 1 TO 5 - TRY AGAIN'
039570         END-IF
039580     END-IF.
039590 3270-EXIT.
039600     EXIT.
039610 
039620 3300-GET-WEIGHT.
039630     PERFORM 3320-GET-TICKET-TYPE THRU 3320-EXIT.
039640     IF GROSS-TARE-TICKET
039650         PERFORM 3340-GET-GROSS-AND-TARE THRU 3340-EXIT
039660     ELSE
039670         PERFORM 3360-GET-NET-WEIGHT THRU 3360-EXIT
039680     END-IF.
039690 3300-EXIT.
039700     EXIT.
039710
039720 3310-EDIT-WEIGHT.
039730     ACCEPT WEIGHT-EDIT.
039740     INSPECT WEIGHT-EDIT REPLACING LEADING SPACE BY ZERO.
039750     IF WEIGHT-EDIT NOT NUMERIC
039760         DISPLAY 'INVALID ENTRY - NUMBERS ONLY - TRY AGAIN'
039770     ELSE
039780         SET VALID-ENTRY TO TRUE
039790     END-IF.
039800 3310-EXIT.
039810     EXIT.
039820
039830* --------------------------------------------------------------*
039840* 3320/3340/3360 - A TICKET IS EITHER KEYED AS A NET WEIGHT OR
039850* AS A GROSS WEIGHT PLUS CONTAINER TYPE, WITH THE TARE TAKEN
039860* FROM THE CONTAINER TARE MASTER AND THE NET COMPUTED HERE
039870* INSTEAD OF ON A CALCULATOR AT THE DOCK.
039880* --------------------------------------------------------------*
039890 3320-GET-TICKET-TYPE.
039900     MOVE 'N' TO GROSS-TARE-SWITCH.
039910     IF NOT TARE-FILE-AVAILABLE
039920         DISPLAY 'TARE MASTER NOT AVAILABLE - TICKET TREATED AS'
039930             ' NET WEIGHT'
039940         GO TO 3320-EXIT
039950     END-IF.
039960     MOVE 'N' TO VALID-ENTRY-SWITCH.
039970     PERFORM 3330-EDIT-TICKET-TYPE THRU 3330-EXIT
039980         UNTIL VALID-ENTRY.
039990 3320-EXIT.
040000     EXIT.
040010
040020 3330-EDIT-TICKET-TYPE.
040030     DISPLAY 'NET TICKET OR GROSS/TARE TICKET (N/G): '.
040040     ACCEPT MENU-EDIT.
040050     EVALUATE MENU-EDIT
040060         WHEN ' N'
040070             SET VALID-ENTRY TO TRUE
040080         WHEN ' G'
040090             SET GROSS-TARE-TICKET TO TRUE
040100             SET VALID-ENTRY TO TRUE
040110         WHEN OTHER
040120             DISPLAY 'INVALID ENTRY - N OR G - TRY AGAIN'
040130     END-EVALUATE.
040140 3330-EXIT.
040150     EXIT.
040160
040170 3340-GET-GROSS-AND-TARE.
040180     MOVE 'N' TO NET-WEIGHT-OK-SWITCH.
040190     PERFORM 3345-EDIT-GROSS-TARE THRU 3345-EXIT
040200         UNTIL NET-WEIGHT-OK.
040210     DISPLAY 'GROSS ' GROSS-WEIGHT ' LESS TARE '
040220         TARE-WEIGHT-USED ' GIVES NET ' WEIGHT.
040230 3340-EXIT.
040240     EXIT.
040250
040260 3345-EDIT-GROSS-TARE.
040270     DISPLAY 'ENTER THE GROSS WEIGHT (DIGITS ONLY, 2 IMPLIED'
040280         ' DECIMALS - E.G. 12345 = 123.45): '.
040290     MOVE 'N' TO VALID-ENTRY-SWITCH.
040300     PERFORM 3310-EDIT-WEIGHT THRU 3310-EXIT
040310         UNTIL VALID-ENTRY.
040320     MOVE WEIGHT-NUMERIC TO GROSS-WEIGHT.
040330     PERFORM 3350-GET-CONTAINER-TYPE THRU 3350-EXIT.
040340     IF TARE-MAX-GROSS-USED > 0
040350         AND GROSS-WEIGHT > TARE-MAX-GROSS-USED
040360         DISPLAY '*** GROSS EXCEEDS THE CONTAINER MAXIMUM OF '
040370             TARE-MAX-GROSS-USED ' - REENTER TICKET ***'
040380         MOVE TARE-MAX-GROSS-USED TO EXCP-LIMIT-VALUE
040390         COMPUTE EXCP-OVER-AMOUNT =
040400             GROSS-WEIGHT - TARE-MAX-GROSS-USED
040410         MOVE 'OVER MAX GROSS' TO EXCP-REASON-TEXT
040420         PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
040430         GO TO 3345-EXIT
040440     END-IF.
040450     IF TARE-WEIGHT-USED >= GROSS-WEIGHT
040460         DISPLAY 'TARE MEETS OR EXCEEDS GROSS - REENTER TICKET'
040470     ELSE
040480         COMPUTE WEIGHT = GROSS-WEIGHT - TARE-WEIGHT-USED
040490         SET NET-WEIGHT-OK TO TRUE
040500     END-IF.
040510 3345-EXIT.
040520     EXIT.
040530
040540 3350-GET-CONTAINER-TYPE.
040550     MOVE 'N' TO VALID-ENTRY-SWITCH.
040560     PERFORM 3355-EDIT-CONTAINER-TYPE THRU 3355-EXIT
040570         UNTIL VALID-ENTRY.
040580 3350-EXIT.
040590     EXIT.
040600
040610 3355-EDIT-CONTAINER-TYPE.
040620     DISPLAY 'ENTER THE CONTAINER TYPE CODE: '.
040630     ACCEPT CONTAINER-TYPE.
040640     PERFORM 5800-FIND-TARE THRU 5800-EXIT.
040650     IF TARE-FOUND
040660         SET VALID-ENTRY TO TRUE
040670     ELSE
040680         DISPLAY 'CONTAINER TYPE NOT ON TARE MASTER - TRY AGAIN'
040690     END-IF.
040700 3355-EXIT.
040710     EXIT.
040720
040730 3360-GET-NET-WEIGHT.
040740     DISPLAY 'ENTER THE WEIGHT TO CONVERT (DIGITS ONLY, 2'
040750         ' IMPLIED DECIMALS - E.G. 12345 = 123.45): '.
040760     MOVE 'N' TO VALID-ENTRY-SWITCH.
040770     PERFORM 3310-EDIT-WEIGHT THRU 3310-EXIT
040780         UNTIL VALID-ENTRY.
040790     MOVE WEIGHT-NUMERIC TO WEIGHT.
040800     MOVE 0 TO GROSS-WEIGHT.
040810     MOVE 0 TO TARE-WEIGHT-USED.
040820 3360-EXIT.
040830     EXIT.
040840 
040850 3400-DISPLAY-RESULT.
040860     PERFORM 3410-GET-UNIT-LABELS THRU 3410-EXIT.
040870     DISPLAY WEIGHT ' ' FROM-UNIT-LABEL ' = ' CONVERTED-WEIGHT
040880         ' ' TO-UNIT-LABEL.
040890 3400-EXIT.
040900     EXIT.
040910 
040920* THE UNIT FIELDS ARE SET FOR EVERY CONVERSION (5500 DERIVES
040930* THEM FROM A MENU CODE) SO THE LABELS COME OFF THE UNITS.
040940 3410-GET-UNIT-LABELS.
040950     EVALUATE FROM-UNIT
040960         WHEN 1  MOVE 'KG'     TO FROM-UNIT-LABEL
040970         WHEN 2  MOVE 'LBS'    TO FROM-UNIT-LABEL
040980         WHEN 3  MOVE 'STONE'  TO FROM-UNIT-LABEL
040990         WHEN 4  MOVE 'OUNCES' TO FROM-UNIT-LABEL
041000         WHEN 5  MOVE 'TONNE'  TO FROM-UNIT-LABEL
041010     END-EVALUATE.
041020     EVALUATE TO-UNIT
041030         WHEN 1  MOVE 'KG'     TO TO-UNIT-LABEL
041040         WHEN 2  MOVE 'LBS'    TO TO-UNIT-LABEL
041050         WHEN 3  MOVE 'STONE'  TO TO-UNIT-LABEL
041060         WHEN 4  MOVE 'OUNCES' TO TO-UNIT-LABEL
041070         WHEN 5  MOVE 'TONNE'  TO TO-UNIT-LABEL
041080     END-EVALUATE.
041090 3410-EXIT.
041100     EXIT.
041110 
041120* CODE 00 UNIT-PAIR WORK IS COLLECTED UNDER ENTRY 9.
041130 3500-UPDATE-STATISTICS.
041140     IF CONVERSION-CODE = 0
041150         SET STAT-INDEX TO 9
041160     ELSE
041170         SET STAT-INDEX TO CONVERSION-CODE
041180     END-IF.
041190     ADD 1 TO DIRECTION-COUNT(STAT-INDEX).
041200     ADD WEIGHT TO DIRECTION-TOTAL(STAT-INDEX).
041210 3500-EXIT.
041220     EXIT.
041230 
041240* --------------------------------------------------------------*
041250* 4000-BATCH-CONVERT - READS THE NIGHT'S TRANSACTION FILE AND
041260* WRITES A CONVERTED-WEIGHT RESULT RECORD FOR EVERY TICKET.
041270* CHECKPOINTS ITS POSITION SO A RERUN CAN RESUME INSTEAD OF
041280* REPROCESSING FROM RECORD ONE.
041290* --------------------------------------------------------------*
041300 4000-BATCH-CONVERT.
041310     MOVE 'N' TO BATCH-FAILED-SWITCH.
041320     PERFORM 4050-VERIFY-CONTROL-TOTALS THRU 4050-EXIT.
041330     IF TRAN-OUT-OF-BALANCE
041340         DISPLAY 'TRANSACTION FILE OUT OF BALANCE - NOTHING'
041350             ' POSTED THIS RUN'
041360         GO TO 4000-EXIT
041370     END-IF.
041380     PERFORM 4260-GET-DUP-OPTION THRU 4260-EXIT.
041390     PERFORM 4270-LOAD-PRIOR-TICKETS THRU 4270-EXIT.
041400     PERFORM 6600-READ-CHECKPOINT THRU 6600-EXIT.
041410     IF RESTART-COUNT > 0
041420         PERFORM 4150-REBUILD-STATISTICS THRU 4150-EXIT
041430         PERFORM 4170-REBUILD-CHARGE-TOTALS THRU 4170-EXIT
041440     END-IF.
041450     PERFORM 4900-LOAD-NET-PROFILES THRU 4900-EXIT.
041460     PERFORM 4100-OPEN-BATCH-FILES THRU 4100-EXIT.
041470     IF TRAN-STATUS = '00' AND RESULT-STATUS = '00'
041480         AND REJ-STATUS = '00' AND CHG-STATUS = '00'
041490         PERFORM 4200-SKIP-TO-RESTART-POINT THRU 4200-EXIT
041500         PERFORM 4300-PROCESS-TRANSACTION THRU 4300-EXIT
041510             UNTIL END-OF-FILE
041520         PERFORM 4450-WRITE-OUTPUT-TRAILERS THRU 4450-EXIT
041530         PERFORM 4400-CLOSE-BATCH-FILES THRU 4400-EXIT
041540         PERFORM 6500-RESET-CHECKPOINT THRU 6500-EXIT
041550         DISPLAY 'BATCH RUN COMPLETE - ' RECORD-COUNT
041560             ' RECORDS PROCESSED'
041570         DISPLAY 'REJECTED THIS RUN - ' REJECT-COUNT
041580             ' RECORDS WRITTEN TO REJECT FILE'
041590         PERFORM 8000-WRITE-STAT-HISTORY THRU 8000-EXIT
041600     ELSE
041610         DISPLAY 'UNABLE TO OPEN TRANSACTION, RESULT OR REJECT'
041620             ' FILE - BATCH ABORTED'
041630         SET BATCH-FAILED TO TRUE
041640         IF TRAN-STATUS = '00'
041650             CLOSE TRAN-FILE
041660         END-IF
041670         IF RESULT-STATUS = '00'
041680             CLOSE RESULT-FILE
041690         END-IF
041700         IF REJ-STATUS = '00'
041710             CLOSE REJECT-FILE
041720         END-IF
041730         IF CHG-STATUS = '00'
041740             CLOSE CHARGE-FILE
041750         END-IF
041760     END-IF.
041770     PERFORM 4990-CLOSE-ANOMALY-REPORT THRU 4990-EXIT.
041780 4000-EXIT.
041790     EXIT.
041800
041810* --------------------------------------------------------------*
041820* 4050/4060 - PRE-POSTING BALANCE CHECK ON THE TRANSACTION FILE.
041830* A FILE WHOSE FIRST RECORD IS A TYPE H HEADER IS READ THROUGH
041840* ONCE BEFORE ANYTHING POSTS: THE TYPE T TRAILER MUST BE THE
041850* LAST RECORD AND ITS COUNT AND WEIGHT HASH MUST MATCH WHAT WAS
041860* READ, OTHERWISE THE BATCH IS REFUSED (RETURN CODE 16 ON AN
041870* UNATTENDED RUN) SO A TRUNCATED TRANSFER CAN NEVER BILL SHORT.
041880* A FILE WITH NO HEADER IS PROCESSED AS ALWAYS.
041890* --------------------------------------------------------------*
041900 4050-VERIFY-CONTROL-TOTALS.
041910     MOVE 'N' TO CONTROL-TOTALS-SWITCH.
041920     MOVE 'N' TO TRAN-BALANCE-SWITCH.
041930     MOVE 'N' TO TRAILER-SEEN-SWITCH.
041940     MOVE 0 TO TRAN-VERIFY-COUNT.
041950     MOVE 0 TO TRAN-VERIFY-HASH.
041960     OPEN INPUT TRAN-FILE.
041970     IF TRAN-STATUS NOT = '00'
041980         GO TO 4050-EXIT
041990     END-IF.
042000     MOVE 'N' TO END-OF-FILE-SWITCH.
042010     READ TRAN-FILE
042020         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
042030     END-READ.
042040     IF END-OF-FILE OR TRAN-HDR-TYPE NOT = 'H'
042050         CLOSE TRAN-FILE
042060         GO TO 4050-EXIT
042070     END-IF.
042080     SET CONTROL-TOTALS-IN-FORCE TO TRUE.
042090     MOVE TRAN-HDR-SOURCE TO TRAN-SOURCE-CODE.
042100     MOVE TRAN-HDR-DATE TO TRAN-BUSINESS-DATE.
042110     DISPLAY 'CONTROL TOTALS IN FORCE - SOURCE '
042120         TRAN-SOURCE-CODE ' BUSINESS DATE ' TRAN-BUSINESS-DATE.
042130     PERFORM 4060-VERIFY-ONE-RECORD THRU 4060-EXIT
042140         UNTIL END-OF-FILE.
042150     CLOSE TRAN-FILE.
042160     IF TRAN-OUT-OF-BALANCE
042170         GO TO 4050-EXIT
042180     END-IF.
042190     IF NOT TRAILER-SEEN
042200         DISPLAY 'NO TRAILER RECORD ON TRANSACTION FILE'
042210         SET TRAN-OUT-OF-BALANCE TO TRUE
042220         GO TO 4050-EXIT
042230     END-IF.
042240     IF TRAN-VERIFY-COUNT NOT = TRAN-TRL-COUNT
042250         DISPLAY 'RECORD COUNT DOES NOT BALANCE - TRAILER '
042260             TRAN-TRL-COUNT ' COUNTED ' TRAN-VERIFY-COUNT
042270         SET TRAN-OUT-OF-BALANCE TO TRUE
042280     END-IF.
042290     IF TRAN-VERIFY-HASH NOT = TRAN-TRL-HASH
042300         DISPLAY 'WEIGHT HASH DOES NOT BALANCE - TRAILER '
042310             TRAN-TRL-HASH ' COMPUTED ' TRAN-VERIFY-HASH
042320         SET TRAN-OUT-OF-BALANCE TO TRUE
042330     END-IF.
042340 4050-EXIT.
042350     EXIT.
042360
042370 4060-VERIFY-ONE-RECORD.
042380     READ TRAN-FILE
042390         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
042400     END-READ.
042410     IF END-OF-FILE
042420         GO TO 4060-EXIT
042430     END-IF.
042440     IF TRAILER-SEEN
042450         DISPLAY 'RECORDS FOLLOW THE TRAILER ON THE'
042460             ' TRANSACTION FILE'
042470         SET TRAN-OUT-OF-BALANCE TO TRUE
042480         MOVE 'Y' TO END-OF-FILE-SWITCH
042490         GO TO 4060-EXIT
042500     END-IF.
042510     IF TRAN-RECORD-TYPE = 'T'
042520         IF TRAN-TRL-COUNT NOT NUMERIC
042530             OR TRAN-TRL-HASH NOT NUMERIC
042540             DISPLAY 'TRAILER RECORD IS UNREADABLE'
042550             SET TRAN-OUT-OF-BALANCE TO TRUE
042560             MOVE 'Y' TO END-OF-FILE-SWITCH
042570         ELSE
042580             SET TRAILER-SEEN TO TRUE
042590         END-IF
042600         GO TO 4060-EXIT
042610     END-IF.
042620     IF TRAN-RECORD-TYPE = 'H'
042630         DISPLAY 'SECOND HEADER RECORD ON THE TRANSACTION FILE'
042640         SET TRAN-OUT-OF-BALANCE TO TRUE
042650         MOVE 'Y' TO END-OF-FILE-SWITCH
042660         GO TO 4060-EXIT
042670     END-IF.
042680     ADD 1 TO TRAN-VERIFY-COUNT.
042690     IF TRAN-WEIGHT NUMERIC
042700         ADD TRAN-WEIGHT TO TRAN-VERIFY-HASH
042710     END-IF.
042720 4060-EXIT.
042730     EXIT.
042740
042750 4100-OPEN-BATCH-FILES.
042760     MOVE 'N' TO END-OF-FILE-SWITCH.
042770     MOVE 0 TO RECORD-COUNT.
042780     MOVE 0 TO REJECT-COUNT.
042790     IF RESTART-COUNT = 0
042800         MOVE 0 TO RESULT-TRL-COUNT
042810         MOVE 0 TO RESULT-TRL-WEIGHT
042820         MOVE 0 TO CHG-TRL-COUNT
042830         MOVE 0 TO CHG-TRL-WEIGHT
042840         MOVE 0 TO CHG-TRL-CHARGE
042850     END-IF.
042860     OPEN INPUT TRAN-FILE.
042870     IF RESTART-COUNT > 0
042880         OPEN EXTEND RESULT-FILE
042890         IF RESULT-STATUS = '35'
042900             OPEN OUTPUT RESULT-FILE
042910         END-IF
042920         OPEN EXTEND REJECT-FILE
042930         IF REJ-STATUS = '35'
042940             OPEN OUTPUT REJECT-FILE
042950         END-IF
042960         OPEN EXTEND CHARGE-FILE
042970         IF CHG-STATUS = '35'
042980             OPEN OUTPUT CHARGE-FILE
042990         END-IF
043000     ELSE
043010         OPEN OUTPUT RESULT-FILE
043020*        A SCALE IMPORT HAS ALREADY WRITTEN ITS UNMAPPABLE
043030*        CAPTURES TO THE REJECT FILE - APPEND BEHIND THEM
043040*        INSTEAD OF WIPING THEM OUT.
043050         IF SCALE-IMPORT-ACTIVE
043060             OPEN EXTEND REJECT-FILE
043070             IF REJ-STATUS = '35'
043080                 OPEN OUTPUT REJECT-FILE
043090             END-IF
043100         ELSE
043110             OPEN OUTPUT REJECT-FILE
043120         END-IF
043130         OPEN OUTPUT CHARGE-FILE
043140     END-IF.
043150 4100-EXIT.
043160     EXIT.
043170
043180* --------------------------------------------------------------*
043190* 4150/4160 - ON A RESTART, THE STATISTICS TABLE IS REBUILT FROM
043200* THE RESULT FILE WRITTEN BY THE EARLIER PART OF THE RUN SO THE
043210* DAILY SUMMARY REPORT STILL REFLECTS THE WHOLE BATCH, NOT JUST
043220* THE RECORDS PROCESSED AFTER THE RESTART.
043230* --------------------------------------------------------------*
043240 4150-REBUILD-STATISTICS.
043250     MOVE 'N' TO END-OF-FILE-SWITCH.
043260     OPEN INPUT RESULT-FILE.
043270     IF RESULT-STATUS = '00'
043280         PERFORM 4160-REBUILD-ONE-STAT THRU 4160-EXIT
043290             UNTIL END-OF-FILE
043300         CLOSE RESULT-FILE
043310     ELSE
043320         DISPLAY 'WARNING - UNABLE TO REOPEN RESULT FILE TO'
043330             ' REBUILD STATISTICS - SUMMARY REPORT MAY BE'
043340             ' INCOMPLETE UNTIL NEXT FULL RUN'
043350     END-IF.
043360 4150-EXIT.
043370     EXIT.
043380
043390 4160-REBUILD-ONE-STAT.
043400     READ RESULT-FILE
043410         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
043420     END-READ.
043430     IF NOT END-OF-FILE
043440         MOVE RESULT-CONVERSION-CODE TO CONVERSION-CODE
043450         MOVE RESULT-WEIGHT TO WEIGHT
043460         PERFORM 3500-UPDATE-STATISTICS THRU 3500-EXIT
043470         ADD 1 TO RESULT-TRL-COUNT
043480         MOVE RESULT-CONVERTED-WEIGHT TO CONVERTED-WEIGHT
043490         ADD CONVERTED-WEIGHT TO RESULT-TRL-WEIGHT
043500     END-IF.
043510 4160-EXIT.
043520     EXIT.
043530
043540* --------------------------------------------------------------*
043550* 4170/4180 - ON A RESTART THE CHARGE TRAILER ACCUMULATORS ARE
043560* REBUILT FROM THE CHARGE RECORDS ALREADY WRITTEN, THE SAME WAY
043570* 4150 REBUILDS THE STATISTICS, SO THE TRAILER AT THE END OF THE
043580* RESUMED RUN STILL COVERS THE WHOLE BATCH.
043590* --------------------------------------------------------------*
043600 4170-REBUILD-CHARGE-TOTALS.
043610     MOVE 'N' TO END-OF-FILE-SWITCH.
043620     OPEN INPUT CHARGE-FILE.
043630     IF CHG-STATUS = '00'
043640         PERFORM 4180-REBUILD-ONE-CHARGE THRU 4180-EXIT
043650             UNTIL END-OF-FILE
043660         CLOSE CHARGE-FILE
043670     ELSE
043680         DISPLAY 'WARNING - UNABLE TO REOPEN CHARGE FILE TO'
043690             ' REBUILD ITS TRAILER TOTALS - TRAILER MAY BE'
043700             ' SHORT THIS RUN'
043710     END-IF.
043720 4170-EXIT.
043730     EXIT.
043740
043750 4180-REBUILD-ONE-CHARGE.
043760     READ CHARGE-FILE
043770         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
043780     END-READ.
043790     IF END-OF-FILE
043800         GO TO 4180-EXIT
043810     END-IF.
043820     PERFORM 7528-DEEDIT-CHARGE-ROW THRU 7528-EXIT.
043830     IF INV-ROW-OK
043840         ADD 1 TO CHG-TRL-COUNT
043850         ADD INV-WORK-WEIGHT TO CHG-TRL-WEIGHT
043860         ADD INV-WORK-CHARGE TO CHG-TRL-CHARGE
043870     END-IF.
043880 4180-EXIT.
043890     EXIT.
043900
043910 4200-SKIP-TO-RESTART-POINT.
043920     IF RESTART-COUNT > 0
043930         DISPLAY 'RESUMING BATCH AFTER CHECKPOINT AT RECORD '
043940             RESTART-COUNT
043950         PERFORM 4250-SKIP-ONE-RECORD THRU 4250-EXIT
043960             RESTART-COUNT TIMES
043970     END-IF.
043980 4200-EXIT.
043990     EXIT.
044000
044010 4250-SKIP-ONE-RECORD.
044020     READ TRAN-FILE
044030         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
044040     END-READ.
044050     IF NOT END-OF-FILE
044060         ADD 1 TO RECORD-COUNT
044070     END-IF.
044080 4250-EXIT.
044090     EXIT.
044100
044110* --------------------------------------------------------------*
044120* 4260 THROUGH 4295 - DUPLICATE TICKET PROTECTION. THE AUDIT
044130* TRAIL IS THE RECORD OF WHAT HAS ALREADY CONVERTED, SO BEFORE A
044140* BATCH OR REPROCESS RUN THE TICKETS IT HOLDS AROUND THE RUN
044150* DATE ARE LOADED AND EVERY INCOMING TICKET IS CHECKED AGAINST
044160* THEM. THE AUDIT DATE IS THE WALL-CLOCK STAMP, NOT THE KEYED
044170* BUSINESS DATE, SO THE LOAD TAKES A DAY EITHER SIDE OF THE RUN
044180* DATE - AN OVERNIGHT RUN STAMPS ROWS AFTER MIDNIGHT AND A
044190* MORNING RERUN KEYS LAST NIGHT'S DATE.
044200* A SUPERVISOR RUNNING INTERACTIVELY CAN ALLOW DUPLICATES FOR A
044210* LEGITIMATE RE-WEIGH; AN UNATTENDED RUN NEVER DOES.
044220* --------------------------------------------------------------*
044230 4260-GET-DUP-OPTION.
044240     MOVE 'N' TO DUP-FORCE-SWITCH.
044250     IF UNATTENDED-MODE
044260         GO TO 4260-EXIT
044270     END-IF.
044280     MOVE 'N' TO VALID-ENTRY-SWITCH.
044290     PERFORM 4265-EDIT-DUP-OPTION THRU 4265-EXIT
044300         UNTIL VALID-ENTRY.
044310 4260-EXIT.
044320     EXIT.
044330
044340 4265-EDIT-DUP-OPTION.
044350     DISPLAY 'ALLOW RE-WEIGH DUPLICATES THIS RUN (Y/N): '.
044360     ACCEPT MENU-EDIT.
044370     EVALUATE MENU-EDIT
044380         WHEN ' Y'
044390             SET DUPLICATES-ALLOWED TO TRUE
044400             SET VALID-ENTRY TO TRUE
044410         WHEN ' N'
044420             SET VALID-ENTRY TO TRUE
044430         WHEN OTHER
044440             DISPLAY 'INVALID ENTRY - Y OR N - TRY AGAIN'
044450     END-EVALUATE.
044460 4265-EXIT.
044470     EXIT.
044480
044490 4270-LOAD-PRIOR-TICKETS.
044500     MOVE 0 TO PRIOR-TICKET-COUNT.
044510     MOVE 'N' TO DUP-TABLE-FULL-SWITCH.
044520     MOVE RUN-DATE TO DATE-WORK.
044530     PERFORM 8500-SUBTRACT-ONE-DAY THRU 8500-EXIT.
044540     MOVE DATE-WORK TO DUP-WINDOW-START.
044550     IF AUDIT-FILE-IS-OPEN
044560         CLOSE AUDIT-FILE
044570         MOVE 'N' TO AUDIT-FILE-OPEN-SWITCH
044580     END-IF.
044590     OPEN INPUT AUDIT-FILE.
044600     IF AUDIT-STATUS NOT = '00'
044610         PERFORM 1190-OPEN-AUDIT-FILE THRU 1190-EXIT
044620         GO TO 4270-EXIT
044630     END-IF.
044640     MOVE 'N' TO END-OF-FILE-SWITCH.
044650     PERFORM 4275-LOAD-ONE-PRIOR-TICKET THRU 4275-EXIT
044660         UNTIL END-OF-FILE.
044670     CLOSE AUDIT-FILE.
044680     PERFORM 1190-OPEN-AUDIT-FILE THRU 1190-EXIT.
044690     DISPLAY 'DUPLICATE CHECK COVERS ' PRIOR-TICKET-COUNT
044700         ' TICKETS ALREADY ON THE AUDIT TRAIL AROUND '
044710         RUN-DATE.
044720 4270-EXIT.
044730     EXIT.
044740
044750 4275-LOAD-ONE-PRIOR-TICKET.
044760     READ AUDIT-FILE
044770         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
044780     END-READ.
044790     IF END-OF-FILE
044800         GO TO 4275-EXIT
044810     END-IF.
044820     IF AUDIT-DATE NOT NUMERIC
044830         GO TO 4275-EXIT
044840     END-IF.
044850*    ACCEPT ROWS STAMPED THE RUN DATE OR A DAY EITHER SIDE.
044860     MOVE AUDIT-DATE TO DUP-ROW-DATE.
044870     IF DUP-ROW-DATE NOT = RUN-DATE
044880         AND DUP-ROW-DATE NOT = DUP-WINDOW-START
044890         MOVE DUP-ROW-DATE TO DATE-WORK
044900         PERFORM 8500-SUBTRACT-ONE-DAY THRU 8500-EXIT
044910         IF DATE-WORK NOT = RUN-DATE
044920             GO TO 4275-EXIT
044930         END-IF
044940     END-IF.
044950* FACTOR AND MAINTENANCE LOG ROWS CARRY NO CONVERSION CODE AND
044960* NO REAL TICKET - ONLY CONVERSION ROWS COUNT.
044970     IF AUDIT-CONVERSION-CODE NOT NUMERIC
044980         GO TO 4275-EXIT
044990     END-IF.
045000     IF AUDIT-TICKET-NUMBER = SPACES
045010         GO TO 4275-EXIT
045020     END-IF.
045030     MOVE AUDIT-TICKET-NUMBER TO TICKET-NUMBER.
045040     PERFORM 4280-ADD-PRIOR-TICKET THRU 4280-EXIT.
045050 4275-EXIT.
045060     EXIT.
045070
045080 4280-ADD-PRIOR-TICKET.
045090     IF PRIOR-TICKET-COUNT >= 2000
045100         IF NOT DUP-TABLE-FULL
045110             SET DUP-TABLE-FULL TO TRUE
045120             DISPLAY 'PRIOR TICKET TABLE FULL - DUPLICATE'
045130                 ' CHECK IS INCOMPLETE THIS RUN'
045140         END-IF
045150         GO TO 4280-EXIT
045160     END-IF.
045170     ADD 1 TO PRIOR-TICKET-COUNT.
045180     SET PRIOR-INDEX TO PRIOR-TICKET-COUNT.
045190     MOVE TICKET-NUMBER TO PRIOR-TICKET(PRIOR-INDEX).
045200 4280-EXIT.
045210     EXIT.
045220
045230 4290-CHECK-DUP-TICKET.
045240     MOVE 'N' TO DUP-FOUND-SWITCH.
045250     IF PRIOR-TICKET-COUNT = 0
045260         GO TO 4290-EXIT
045270     END-IF.
045280     PERFORM 4295-TEST-ONE-PRIOR THRU 4295-EXIT
045290         VARYING PRIOR-INDEX FROM 1 BY 1
045300         UNTIL DUPLICATE-TICKET
045310         OR PRIOR-INDEX > PRIOR-TICKET-COUNT.
045320 4290-EXIT.
045330     EXIT.
045340
045350 4295-TEST-ONE-PRIOR.
045360     IF PRIOR-TICKET(PRIOR-INDEX) = TICKET-NUMBER
045370         SET DUPLICATE-TICKET TO TRUE
045380     END-IF.
045390 4295-EXIT.
045400     EXIT.
045410
045420 4300-PROCESS-TRANSACTION.
045430     READ TRAN-FILE
045440         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
045450     END-READ.
045460     IF NOT END-OF-FILE
045470         ADD 1 TO RECORD-COUNT
045480*        CONTROL RECORDS WERE VERIFIED UP FRONT BY 4050 AND
045490*        CARRY NO TICKET - THEY COUNT AS RECORDS READ (SO THE
045500*        CHECKPOINT POSITION STAYS TRUE) BUT DO NOT CONVERT.
045510         IF CONTROL-TOTALS-IN-FORCE
045520             AND (TRAN-RECORD-TYPE = 'H'
045530             OR TRAN-RECORD-TYPE = 'T')
045540             GO TO 4300-EXIT
045550         END-IF
045560         MOVE TRAN-RECORD TO TICKET-IMAGE
045570         PERFORM 4320-CONVERT-ONE-TICKET THRU 4320-EXIT
045580         DIVIDE RECORD-COUNT BY CHECKPOINT-INTERVAL
045590             GIVING WORK-QUOTIENT REMAINDER WORK-REMAINDER
045600         IF WORK-REMAINDER = 0
045610             PERFORM 6400-SAVE-CHECKPOINT THRU 6400-EXIT
045620         END-IF
045630     END-IF.
045640 4300-EXIT.
045650     EXIT.
045660
045670* --------------------------------------------------------------*
045680* 4320-CONVERT-ONE-TICKET - SHARED EDIT-AND-CONVERT PATH FOR THE
045690* NIGHTLY BATCH AND FOR REJECT REPROCESSING. EXPECTS THE RAW
045700* RECORD IMAGE IN TICKET-WORK-AREA. A TICKET THAT FAILS AN EDIT
045710* OR OVERFLOWS IS WRITTEN TO THE REJECT FILE WITH A REASON CODE:
045720*     BT - RECORD TYPE NOT 1 (NET) OR 2 (GROSS/TARE)
045730*     BC - CONVERSION CODE NOT NUMERIC OR NOT ON THE MENU
045740*     BU - UNIT FIELDS ON A CODE 00 TICKET NOT A VALID PAIR
045750*     NW - WEIGHT NOT NUMERIC
045760*     NT - CONTAINER TYPE NOT ON THE TARE MASTER
045770*     TG - TARE MEETS OR EXCEEDS THE GROSS WEIGHT
045780*     OV - CONVERTED RESULT TOO LARGE TO REPRESENT
045790*     DT - TICKET ALREADY CONVERTED FOR THE RUN DATE (DUPLICATE)
045800*     NC - CARRIER NOT ON THE RATE MASTER (OR NOT ACTIVE)
045810* --------------------------------------------------------------*
045820 4320-CONVERT-ONE-TICKET.
045830     MOVE WORK-TICKET-NUMBER TO TICKET-NUMBER.
045840     MOVE WORK-CARRIER-CODE TO CARRIER-CODE.
045850     MOVE WORK-DOCK-DOOR TO DOCK-DOOR.
045860     MOVE WORK-BOL-NUMBER TO TICKET-BOL-NUMBER.
045870     MOVE 'N' TO DUP-FOUND-SWITCH.
045880     IF TICKET-NUMBER NOT = SPACES
045890         PERFORM 4290-CHECK-DUP-TICKET THRU 4290-EXIT
045900         IF DUPLICATE-TICKET AND NOT DUPLICATES-ALLOWED
045910             MOVE 'DT' TO REJECT-REASON
045920             PERFORM 4500-WRITE-REJECT-RECORD THRU 4500-EXIT
045930             GO TO 4320-EXIT
045940         END-IF
045950     END-IF.
045960     IF WORK-RECORD-TYPE NOT = '1' AND WORK-RECORD-TYPE NOT = '2'
045970         MOVE 'BT' TO REJECT-REASON
045980         PERFORM 4500-WRITE-REJECT-RECORD THRU 4500-EXIT
045990         GO TO 4320-EXIT
046000     END-IF.
046010     IF WORK-CONVERSION-CODE-X NOT NUMERIC
046020         MOVE 'BC' TO REJECT-REASON
046030         PERFORM 4500-WRITE-REJECT-RECORD THRU 4500-EXIT
046040         GO TO 4320-EXIT
046050     END-IF.
046060     IF WORK-CONVERSION-CODE-9 > 8
046070         MOVE 'BC' TO REJECT-REASON
046080         PERFORM 4500-WRITE-REJECT-RECORD THRU 4500-EXIT
046090         GO TO 4320-EXIT
046100     END-IF.
046110     IF WORK-CONVERSION-CODE-9 = 0
046120         IF WORK-FROM-UNIT-X NOT NUMERIC
046130             OR WORK-TO-UNIT-X NOT NUMERIC
046140             OR WORK-FROM-UNIT-9 < 1 OR WORK-FROM-UNIT-9 > 5
046150             OR WORK-TO-UNIT-9 < 1 OR WORK-TO-UNIT-9 > 5
046160             MOVE 'BU' TO REJECT-REASON
046170             PERFORM 4500-WRITE-REJECT-RECORD THRU 4500-EXIT
046180             GO TO 4320-EXIT
046190         END-IF
046200         MOVE WORK-FROM-UNIT-9 TO FROM-UNIT
046210         MOVE WORK-TO-UNIT-9 TO TO-UNIT
046220     END-IF.
046230     IF WORK-WEIGHT-X NOT NUMERIC
046240         MOVE 'NW' TO REJECT-REASON
046250         PERFORM 4500-WRITE-REJECT-RECORD THRU 4500-EXIT
046260         GO TO 4320-EXIT
046270     END-IF.
046280     MOVE WORK-CONVERSION-CODE-9 TO CONVERSION-CODE.
046290*    A UNIT PAIR THAT IS REALLY A MENU PAIR TAKES THE MENU CODE
046300*    SO STATISTICS AND THE AUDIT TRAIL SEE NO DIFFERENCE.
046310     IF CONVERSION-CODE = 0
046320         PERFORM 5540-MAP-UNITS-TO-CODE THRU 5540-EXIT
046330     END-IF.
046340     IF WORK-RECORD-TYPE = '2'
046350         MOVE WORK-WEIGHT-9 TO GROSS-WEIGHT
046360         MOVE WORK-CONTAINER-TYPE TO CONTAINER-TYPE
046370         PERFORM 5800-FIND-TARE THRU 5800-EXIT
046380         IF NOT TARE-FOUND
046390             MOVE 'NT' TO REJECT-REASON
046400             PERFORM 4500-WRITE-REJECT-RECORD THRU 4500-EXIT
046410             GO TO 4320-EXIT
046420         END-IF
046430*    AN OVERLOADED BOX IS FLAGGED TO THE EXCEPTIONS REPORT AND
046440*    HELD OUT OF EVERYTHING - RESULT, CHARGE AND AUDIT - UNTIL
046450*    A SUPERVISOR RELEASES IT (THE RELEASE PATH SKIPS THE
046460*    CHECK). A NET AT OR BELOW ZERO IS FLAGGED AND REJECTED.
046470         IF NOT OVERLOAD-RELEASE-ACTIVE
046480             AND TARE-MAX-GROSS-USED > 0
046490             AND GROSS-WEIGHT > TARE-MAX-GROSS-USED
046500             MOVE TARE-MAX-GROSS-USED TO EXCP-LIMIT-VALUE
046510             COMPUTE EXCP-OVER-AMOUNT =
046520                 GROSS-WEIGHT - TARE-MAX-GROSS-USED
046530             MOVE 'OVER MAX GROSS' TO EXCP-REASON-TEXT
046540             PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
046550             MOVE 'OG' TO HOLD-REASON
046560             PERFORM 5950-WRITE-HOLD-RECORD THRU 5950-EXIT
046570             GO TO 4320-EXIT
046580         END-IF
046590         IF TARE-WEIGHT-USED >= GROSS-WEIGHT
046600             MOVE TARE-WEIGHT-USED TO EXCP-LIMIT-VALUE
046610             COMPUTE EXCP-OVER-AMOUNT =
046620                 TARE-WEIGHT-USED - GROSS-WEIGHT
046630             MOVE 'NET NOT POSITIVE' TO EXCP-REASON-TEXT
046640             PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
046650             MOVE 'TG' TO REJECT-REASON
046660             PERFORM 4500-WRITE-REJECT-RECORD THRU 4500-EXIT
046670             GO TO 4320-EXIT
046680         END-IF
046690         COMPUTE WEIGHT = GROSS-WEIGHT - TARE-WEIGHT-USED
046700     ELSE
046710         MOVE 0 TO GROSS-WEIGHT
046720         MOVE 0 TO TARE-WEIGHT-USED
046730         MOVE WORK-WEIGHT-9 TO WEIGHT
046740     END-IF.
046750     PERFORM 5500-CONVERT-WEIGHT THRU 5500-EXIT.
046760     IF CONVERSION-OVERFLOW
046770         MOVE 'OV' TO REJECT-REASON
046780         PERFORM 4500-WRITE-REJECT-RECORD THRU 4500-EXIT
046790         GO TO 4320-EXIT
046800     END-IF.
046810     PERFORM 5600-RATE-CHARGE THRU 5600-EXIT.
046820*    A CARRIER THE RATE MASTER DOES NOT KNOW IS A HARD REJECT -
046830*    A MISKEYED CARRIER MUST NOT SLIP THROUGH AS AN UNRATED
046840*    TICKET. A BLANK CARRIER STILL CONVERTS UNRATED AS ALWAYS.
046850     IF RATING-ACTIVE AND CARRIER-CODE NOT = SPACES
046860         AND NOT CARRIER-ON-FILE
046870         MOVE 'NC' TO REJECT-REASON
046880         PERFORM 4500-WRITE-REJECT-RECORD THRU 4500-EXIT
046890         GO TO 4320-EXIT
046900     END-IF.
046910     PERFORM 4350-WRITE-RESULT-RECORD THRU 4350-EXIT.
046920     IF RATE-FOUND
046930         PERFORM 5700-WRITE-CHARGE-RECORD THRU 5700-EXIT
046940     END-IF.
046950     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
046960*    THE TICKET IS NOW ON THE AUDIT TRAIL - REMEMBER IT SO A
046970*    SECOND COPY LATER IN THIS SAME RUN IS CAUGHT AS WELL.
046980     IF TICKET-NUMBER NOT = SPACES AND NOT DUPLICATE-TICKET
046990         PERFORM 4280-ADD-PRIOR-TICKET THRU 4280-EXIT
047000     END-IF.
047010     PERFORM 3500-UPDATE-STATISTICS THRU 3500-EXIT.
047020*    POSTED - NOW COMPARE THE NET WEIGHT WITH ITS PROFILE.
047030     PERFORM 4950-CHECK-NET-WEIGHT THRU 4950-EXIT.
047040 4320-EXIT.
047050     EXIT.
047060 
047070 4350-WRITE-RESULT-RECORD.
047080     MOVE SPACES TO RESULT-RECORD.
047090     MOVE TICKET-NUMBER TO RESULT-TICKET-NUMBER.
047100     MOVE CARRIER-CODE TO RESULT-CARRIER-CODE.
047110     MOVE DOCK-DOOR TO RESULT-DOCK-DOOR.
047120     MOVE CONVERSION-CODE TO RESULT-CONVERSION-CODE.
047130     MOVE FROM-UNIT TO RESULT-FROM-UNIT.
047140     MOVE TO-UNIT TO RESULT-TO-UNIT.
047150     MOVE WEIGHT TO RESULT-WEIGHT.
047160     MOVE GROSS-WEIGHT TO RESULT-GROSS-WEIGHT.
047170     MOVE TARE-WEIGHT-USED TO RESULT-TARE-WEIGHT.
047180     MOVE CONVERTED-WEIGHT TO RESULT-CONVERTED-WEIGHT.
047190     IF RATE-FOUND
047200         MOVE FREIGHT-CHARGE TO RESULT-CHARGE
047210     END-IF.
047220     MOVE TICKET-BOL-NUMBER TO RESULT-BOL-NUMBER.
047230     WRITE RESULT-RECORD.
047240     ADD 1 TO RESULT-TRL-COUNT.
047250     ADD CONVERTED-WEIGHT TO RESULT-TRL-WEIGHT.
047260 4350-EXIT.
047270     EXIT.
047280 
047290 4400-CLOSE-BATCH-FILES.
047300     CLOSE TRAN-FILE.
047310     CLOSE RESULT-FILE.
047320     CLOSE REJECT-FILE.
047330     CLOSE CHARGE-FILE.
047340 4400-EXIT.
047350     EXIT.
047360
047370 4450-WRITE-OUTPUT-TRAILERS.
047380     MOVE RESULT-TRL-COUNT TO RTL-COUNT.
047390     MOVE RESULT-TRL-WEIGHT TO RTL-WEIGHT.
047400     WRITE RESULT-RECORD FROM RESULT-TRAILER-LINE.
047410     MOVE CHG-TRL-COUNT TO CHT-COUNT.
047420     MOVE CHG-TRL-WEIGHT TO CHT-WEIGHT.
047430     MOVE CHG-TRL-CHARGE TO CHT-CHARGE.
047440     WRITE CHARGE-RECORD FROM CHARGE-TRAILER-LINE.
047450 4450-EXIT.
047460     EXIT.
047470
047480 4500-WRITE-REJECT-RECORD.
047490     MOVE SPACES TO REJECT-RECORD.
047500     MOVE REJECT-REASON TO REJ-REASON-CODE.
047510     MOVE TICKET-IMAGE TO REJ-RECORD-IMAGE.
047520     MOVE OPERATOR-ID TO REJ-OPERATOR-ID.
047530     MOVE RUN-DATE TO REJ-REJECT-DATE.
047540     MOVE WORK-BOL-NUMBER TO REJ-BOL-NUMBER.
047550     WRITE REJECT-RECORD.
047560     ADD 1 TO REJECT-COUNT.
047570     DISPLAY 'TICKET ' WORK-TICKET-NUMBER ' REJECTED - REASON '
047580         REJECT-REASON.
047590 4500-EXIT.
047600     EXIT.
047610
047620* --------------------------------------------------------------*
047630* 4600-REPROCESS - RUNS A CORRECTED REJECT FILE (REPRFILE) BACK
047640* THROUGH THE SHARED EDIT-AND-CONVERT PATH. RESULT AND AUDIT
047650* ROWS ARE APPENDED; TICKETS THAT STILL FAIL AN EDIT GO BACK OUT
047660* TO THE REJECT FILE FOR ANOTHER CORRECTION PASS.
047670* --------------------------------------------------------------*
047680 4600-REPROCESS.
047690     MOVE 'N' TO END-OF-FILE-SWITCH.
047700     MOVE 0 TO REPROCESS-COUNT.
047710     MOVE 0 TO REJECT-COUNT.
047720     PERFORM 4260-GET-DUP-OPTION THRU 4260-EXIT.
047730     PERFORM 4270-LOAD-PRIOR-TICKETS THRU 4270-EXIT.
047740     OPEN INPUT REPROCESS-FILE.
047750     IF REPR-STATUS NOT = '00'
047760         DISPLAY 'UNABLE TO OPEN REPROCESS FILE - STATUS '
047770             REPR-STATUS
047780         GO TO 4600-EXIT
047790     END-IF.
047800     OPEN EXTEND RESULT-FILE.
047810     IF RESULT-STATUS = '35'
047820         OPEN OUTPUT RESULT-FILE
047830     END-IF.
047840     OPEN EXTEND REJECT-FILE.
047850     IF REJ-STATUS = '35'
047860         OPEN OUTPUT REJECT-FILE
047870     END-IF.
047880     OPEN EXTEND CHARGE-FILE.
047890     IF CHG-STATUS = '35'
047900         OPEN OUTPUT CHARGE-FILE
047910     END-IF.
047920     IF RESULT-STATUS NOT = '00' OR REJ-STATUS NOT = '00'
047930         OR CHG-STATUS NOT = '00'
047940         DISPLAY 'UNABLE TO OPEN RESULT, REJECT OR CHARGE FILE'
047950             ' - REPROCESS ABORTED'
047960         CLOSE REPROCESS-FILE
047970         IF RESULT-STATUS = '00'
047980             CLOSE RESULT-FILE
047990         END-IF
048000         IF REJ-STATUS = '00'
048010             CLOSE REJECT-FILE
048020         END-IF
048030         IF CHG-STATUS = '00'
048040             CLOSE CHARGE-FILE
048050         END-IF
048060         GO TO 4600-EXIT
048070     END-IF.
048080     PERFORM 4650-REPROCESS-ONE-RECORD THRU 4650-EXIT
048090         UNTIL END-OF-FILE.
048100     CLOSE REPROCESS-FILE.
048110     CLOSE RESULT-FILE.
048120     CLOSE REJECT-FILE.
048130     CLOSE CHARGE-FILE.
048140     DISPLAY 'REPROCESS COMPLETE - ' REPROCESS-COUNT
048150         ' RECORDS READ, ' REJECT-COUNT ' REJECTED AGAIN'.
048160 4600-EXIT.
048170     EXIT.
048180
048190 4650-REPROCESS-ONE-RECORD.
048200     READ REPROCESS-FILE
048210         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
048220     END-READ.
048230     IF NOT END-OF-FILE
048240         ADD 1 TO REPROCESS-COUNT
048250         MOVE RPR-RECORD-IMAGE TO TICKET-IMAGE
048260         MOVE RPR-BOL-NUMBER TO WORK-BOL-NUMBER
048270         PERFORM 4320-CONVERT-ONE-TICKET THRU 4320-EXIT
048280     END-IF.
048290 4650-EXIT.
048300     EXIT.
048310
048320* --------------------------------------------------------------*
048330* 4700-SCALE-IMPORT - TRANSLATES A RAW SCALE CAPTURE FILE INTO
048340* THE TRANSACTION FILE AND HANDS IT STRAIGHT TO THE BATCH SO
048350* NOBODY RE-KEYS WEIGHMENTS. THE SCALE ID BECOMES THE DOCK DOOR,
048360* THE TICKET NUMBER IS BUILT FROM THE SCALE AND CAPTURE TIME,
048370* AND EVERY WEIGHMENT GOES OUT AS A TYPE 2 GROSS/TARE TICKET ON
048380* CONVERSION CODE 01 (THE SCALES READ KG AND BILLING RUNS ON
048390* LBS). THE WRITTEN FILE CARRIES THE TYPE H/T CONTROL RECORDS SO
048400* THE BATCH BALANCE CHECK COVERS THE HANDOFF TOO. CAPTURES THAT
048410* WILL NOT MAP GO TO THE REJECT FILE WITH THEIR OWN REASONS:
048420*     SI - SCALE ID MISSING
048430*     SW - GROSS READING UNREADABLE OR ZERO
048440*     SO - BADGE NOT ON THE OPERATOR MASTER OR NOT ACTIVE
048450*     SC - NO CONTAINER TYPE ON THE CAPTURE
048460* A CAPTURE FROM A SCALE THAT WAS NOT CERTIFIED ON THE CAPTURE
048470* DATE IS HELD FOR SUPERVISOR RELEASE (4800) RATHER THAN POSTED:
048480*     SD - SCALE CERTIFICATION PAST DUE
048490*     SS - SCALE OUT OF SERVICE
048500*     SU - SCALE NOT ON THE SCALE MASTER
048510* WITH NO SCALE MASTER AT ALL THE CHECK IS SKIPPED WITH A WARNING.
048520* --------------------------------------------------------------*
048530 4700-SCALE-IMPORT.
048540     OPEN INPUT SCALE-FILE.
048550     IF SCAL-STATUS NOT = '00'
048560         DISPLAY 'NO SCALE CAPTURE FILE - STATUS ' SCAL-STATUS
048570             ' - IMPORT ABORTED'
048580         GO TO 4700-EXIT
048590     END-IF.
048600     OPEN OUTPUT TRAN-FILE.
048610     IF TRAN-STATUS NOT = '00'
048620         DISPLAY 'UNABLE TO WRITE TRANSACTION FILE - STATUS '
048630             TRAN-STATUS ' - IMPORT ABORTED'
048640         CLOSE SCALE-FILE
048650         GO TO 4700-EXIT
048660     END-IF.
048670     OPEN EXTEND REJECT-FILE.
048680     IF REJ-STATUS = '35'
048690         OPEN OUTPUT REJECT-FILE
048700     END-IF.
048710     IF REJ-STATUS NOT = '00'
048720         DISPLAY 'UNABLE TO OPEN REJECT FILE - STATUS '
048730             REJ-STATUS ' - IMPORT ABORTED'
048740         CLOSE SCALE-FILE
048750         CLOSE TRAN-FILE
048760         GO TO 4700-EXIT
048770     END-IF.
048780     MOVE 'N' TO SCALE-MASTER-SWITCH.
048790     OPEN INPUT SCALE-MASTER-FILE.
048800     IF SCLM-STATUS = '00'
048810         SET SCALE-MASTER-OPEN TO TRUE
048820     ELSE
048830         DISPLAY 'WARNING - NO SCALE MASTER - STATUS ' SCLM-STATUS
048840             ' - CERTIFICATIONS NOT CHECKED'
048850     END-IF.
048860     MOVE 0 TO IMPORT-COUNT.
048870     MOVE 0 TO IMPORT-HASH.
048880     MOVE 0 TO REJECT-COUNT.
048890     MOVE 0 TO SCALE-HOLD-COUNT.
048900     MOVE SPACES TO TRAN-RECORD.
048910     MOVE 'H' TO TRAN-HDR-TYPE.
048920     MOVE 'SCALEIMP' TO TRAN-HDR-SOURCE.
048930     MOVE RUN-DATE TO TRAN-HDR-DATE.
048940     WRITE TRAN-RECORD.
048950     MOVE 'N' TO END-OF-FILE-SWITCH.
048960     PERFORM 4720-IMPORT-ONE-WEIGHMENT THRU 4720-EXIT
048970         UNTIL END-OF-FILE.
048980     MOVE SPACES TO TRAN-RECORD.
048990     MOVE 'T' TO TRAN-TRL-TYPE.
049000     MOVE IMPORT-COUNT TO TRAN-TRL-COUNT.
049010     MOVE IMPORT-HASH TO TRAN-TRL-HASH.
049020     WRITE TRAN-RECORD.
049030     CLOSE SCALE-FILE.
049040     CLOSE TRAN-FILE.
049050     CLOSE REJECT-FILE.
049060     IF SCALE-MASTER-OPEN
049070         CLOSE SCALE-MASTER-FILE
049080         MOVE 'N' TO SCALE-MASTER-SWITCH
049090     END-IF.
049100     MOVE REJECT-COUNT TO IMPORT-REJECT-COUNT.
049110     DISPLAY 'SCALE IMPORT COMPLETE - ' IMPORT-COUNT
049120         ' WEIGHMENTS WRITTEN, ' IMPORT-REJECT-COUNT
049130         ' REJECTED'.
049140     IF SCALE-HOLD-COUNT > 0
049150         DISPLAY SCALE-HOLD-COUNT ' CAPTURES HELD - SCALE NOT IN'
049160             ' CERTIFICATION'
049170     END-IF.
049180     IF IMPORT-COUNT = 0
049190         DISPLAY 'NOTHING TO CONVERT - BATCH NOT STARTED'
049200         GO TO 4700-EXIT
049210     END-IF.
049220     SET SCALE-IMPORT-ACTIVE TO TRUE.
049230     PERFORM 4000-BATCH-CONVERT THRU 4000-EXIT.
049240     MOVE 'N' TO SCALE-IMPORT-SWITCH.
049250 4700-EXIT.
049260     EXIT.
049270
049280 4720-IMPORT-ONE-WEIGHMENT.
049290     READ SCALE-FILE
049300         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
049310     END-READ.
049320     IF END-OF-FILE
049330         GO TO 4720-EXIT
049340     END-IF.
049350     PERFORM 4750-BUILD-IMPORT-TICKET THRU 4750-EXIT.
049360     IF SCL-SCALE-ID = SPACES
049370         MOVE 'SI' TO REJECT-REASON
049380         PERFORM 4500-WRITE-REJECT-RECORD THRU 4500-EXIT
049390         GO TO 4720-EXIT
049400     END-IF.
049410     IF IMPORT-GROSS-X NOT NUMERIC
049420         MOVE 'SW' TO REJECT-REASON
049430         PERFORM 4500-WRITE-REJECT-RECORD THRU 4500-EXIT
049440         GO TO 4720-EXIT
049450     END-IF.
049460     IF IMPORT-GROSS-9 = 0
049470         MOVE 'SW' TO REJECT-REASON
049480         PERFORM 4500-WRITE-REJECT-RECORD THRU 4500-EXIT
049490         GO TO 4720-EXIT
049500     END-IF.
049510     MOVE SCL-BADGE-NUMBER TO MAINT-OPERATOR.
049520     PERFORM 2565-LOCATE-OPER-ENTRY THRU 2565-EXIT.
049530     IF NOT MAINT-KEY-FOUND
049540         MOVE 'SO' TO REJECT-REASON
049550         PERFORM 4500-WRITE-REJECT-RECORD THRU 4500-EXIT
049560         GO TO 4720-EXIT
049570     END-IF.
049580     IF OPER-ACTIVE-FLAG NOT = 'Y'
049590         MOVE 'SO' TO REJECT-REASON
049600         PERFORM 4500-WRITE-REJECT-RECORD THRU 4500-EXIT
049610         GO TO 4720-EXIT
049620     END-IF.
049630     IF SCL-CONTAINER-TYPE = SPACES
049640         MOVE 'SC' TO REJECT-REASON
049650         PERFORM 4500-WRITE-REJECT-RECORD THRU 4500-EXIT
049660         GO TO 4720-EXIT
049670     END-IF.
049680     PERFORM 4760-CHECK-SCALE-CERT THRU 4760-EXIT.
049690     IF HOLD-REASON NOT = SPACES
049700         MOVE WORK-TICKET-NUMBER TO TICKET-NUMBER
049710         PERFORM 5950-WRITE-HOLD-RECORD THRU 5950-EXIT
049720         ADD 1 TO SCALE-HOLD-COUNT
049730         GO TO 4720-EXIT
049740     END-IF.
049750     WRITE TRAN-RECORD FROM TICKET-IMAGE.
049760     ADD 1 TO IMPORT-COUNT.
049770     ADD IMPORT-GROSS-9 TO IMPORT-HASH.
049780 4720-EXIT.
049790     EXIT.
049800
049810 4750-BUILD-IMPORT-TICKET.
049820     MOVE SPACES TO TICKET-WORK-AREA.
049830     MOVE '2' TO WORK-RECORD-TYPE.
049840     MOVE SPACES TO IMPORT-TICKET.
049850     STRING 'S'              DELIMITED BY SIZE
049860            SCL-SCALE-ID     DELIMITED BY SIZE
049870            SCL-CAPTURE-TIME DELIMITED BY SIZE
049880         INTO IMPORT-TICKET.
049890     MOVE IMPORT-TICKET TO WORK-TICKET-NUMBER.
049900     MOVE SCL-CARRIER-CODE TO WORK-CARRIER-CODE.
049910     MOVE SCL-SCALE-ID TO WORK-DOCK-DOOR.
049920     MOVE '01' TO WORK-CONVERSION-CODE-X.
049930     MOVE '00' TO WORK-FROM-UNIT-X.
049940     MOVE '00' TO WORK-TO-UNIT-X.
049950     MOVE SCL-GROSS-READING TO IMPORT-GROSS-X.
049960     INSPECT IMPORT-GROSS-X REPLACING LEADING SPACE BY ZERO.
049970     MOVE IMPORT-GROSS-X TO WORK-WEIGHT-X.
049980     MOVE SCL-CONTAINER-TYPE TO WORK-CONTAINER-TYPE.
049990 4750-EXIT.
050000     EXIT.
050010
050020* 4760 - A CAPTURE CONVERTS ONLY OFF A SCALE THAT IS IN SERVICE
050030* AND WAS WITHIN ITS CERTIFICATION ON THE CAPTURE DATE (THE RUN
050040* DATE IF THE CAPTURE CARRIES NO USABLE DATE). HOLD-REASON COMES
050050* BACK SPACES WHEN THE SCALE IS GOOD.
050060 4760-CHECK-SCALE-CERT.
050070     MOVE SPACES TO HOLD-REASON.
050080     IF NOT SCALE-MASTER-OPEN
050090         GO TO 4760-EXIT
050100     END-IF.
050110     MOVE SCL-SCALE-ID TO SCM-SCALE-ID.
050120     READ SCALE-MASTER-FILE.
050130     IF SCLM-STATUS NOT = '00'
050140         MOVE 'SU' TO HOLD-REASON
050150         GO TO 4760-EXIT
050160     END-IF.
050170     IF SCM-STATUS = 'O'
050180         MOVE 'SS' TO HOLD-REASON
050190         GO TO 4760-EXIT
050200     END-IF.
050210     IF SCL-CAPTURE-DATE NUMERIC
050220         MOVE SCL-CAPTURE-DATE TO SCALE-CHECK-DATE
050230     ELSE
050240         MOVE RUN-DATE TO SCALE-CHECK-DATE
050250     END-IF.
050260     IF SCM-NEXT-DUE-DATE NOT NUMERIC
050270         MOVE 'SD' TO HOLD-REASON
050280         GO TO 4760-EXIT
050290     END-IF.
050300     IF SCALE-CHECK-DATE > SCM-NEXT-DUE-DATE
050310         MOVE 'SD' TO HOLD-REASON
050320     END-IF.
050330 4760-EXIT.
050340     EXIT.
050350
050360* --------------------------------------------------------------*
050370* 4800-RELEASE-HELD - SUPERVISOR RELEASE OF OVERLOAD HOLDS. THE
050380* HELD TICKETS RUN BACK THROUGH THE SHARED EDIT-AND-CONVERT
050390* PATH WITH THE OVERLOAD CHECK WAIVED, SO THEY POST, RATE AND
050400* AUDIT LIKE ANY OTHER TICKET, AND THE HOLD FILE IS CLEARED.
050410* TICKETS THAT STILL FAIL AN ORDINARY EDIT REJECT AS USUAL.
050420* CAPTURES HELD BY THE IMPORT FOR SCALE CERTIFICATION RELEASE
050430* THE SAME WAY ONCE THE SUPERVISOR ACCEPTS THE WEIGHMENT.
050440* --------------------------------------------------------------*
050450 4800-RELEASE-HELD.
050460     MOVE 'N' TO END-OF-FILE-SWITCH.
050470     MOVE 0 TO RELEASE-COUNT.
050480     MOVE 0 TO REJECT-COUNT.
050490     PERFORM 4260-GET-DUP-OPTION THRU 4260-EXIT.
050500     PERFORM 4270-LOAD-PRIOR-TICKETS THRU 4270-EXIT.
050510     OPEN INPUT HOLD-FILE.
050520     IF HOLD-STATUS NOT = '00'
050530         DISPLAY 'NO HELD TICKETS ON FILE - STATUS ' HOLD-STATUS
050540         GO TO 4800-EXIT
050550     END-IF.
050560     OPEN EXTEND RESULT-FILE.
050570     IF RESULT-STATUS = '35'
050580         OPEN OUTPUT RESULT-FILE
050590     END-IF.
050600     OPEN EXTEND REJECT-FILE.
050610     IF REJ-STATUS = '35'
050620         OPEN OUTPUT REJECT-FILE
050630     END-IF.
050640     OPEN EXTEND CHARGE-FILE.
050650     IF CHG-STATUS = '35'
050660         OPEN OUTPUT CHARGE-FILE
050670     END-IF.
050680     IF RESULT-STATUS NOT = '00' OR REJ-STATUS NOT = '00'
050690         OR CHG-STATUS NOT = '00'
050700         DISPLAY 'UNABLE TO OPEN RESULT, REJECT OR CHARGE FILE'
050710             ' - RELEASE ABORTED'
050720         CLOSE HOLD-FILE
050730         IF RESULT-STATUS = '00'
050740             CLOSE RESULT-FILE
050750         END-IF
050760         IF REJ-STATUS = '00'
050770             CLOSE REJECT-FILE
050780         END-IF
050790         IF CHG-STATUS = '00'
050800             CLOSE CHARGE-FILE
050810         END-IF
050820         GO TO 4800-EXIT
050830     END-IF.
050840     SET OVERLOAD-RELEASE-ACTIVE TO TRUE.
050850     PERFORM 4850-RELEASE-ONE-HELD THRU 4850-EXIT
050860         UNTIL END-OF-FILE.
050870     MOVE 'N' TO OVERLOAD-RELEASE-SWITCH.
050880     CLOSE HOLD-FILE.
050890     CLOSE RESULT-FILE.
050900     CLOSE REJECT-FILE.
050910     CLOSE CHARGE-FILE.
050920     OPEN OUTPUT HOLD-FILE.
050930     CLOSE HOLD-FILE.
050940     DISPLAY 'RELEASE COMPLETE - ' RELEASE-COUNT
050950         ' HELD TICKETS PROCESSED, ' REJECT-COUNT
050960         ' REJECTED - HOLD FILE CLEARED'.
050970 4800-EXIT.
050980     EXIT.
050990
051000 4850-RELEASE-ONE-HELD.
051010     READ HOLD-FILE
051020         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
051030     END-READ.
051040     IF NOT END-OF-FILE
051050         ADD 1 TO RELEASE-COUNT
051060         MOVE HOLD-RECORD-IMAGE TO TICKET-IMAGE
051070         MOVE HOLD-BOL-NUMBER TO WORK-BOL-NUMBER
051080         PERFORM 4320-CONVERT-ONE-TICKET THRU 4320-EXIT
051090     END-IF.
051100 4850-EXIT.
051110     EXIT.
051120 
051130* --------------------------------------------------------------*
051140* 4900-LOAD-NET-PROFILES - BEFORE THE BATCH POSTS ANYTHING THE
051150* NET WEIGHT PROFILES ARE LOADED FROM NWPROF, OR REBUILT FROM THE
051160* AUDIT TRAIL AND ITS MONTHLY ARCHIVES WHEN THE FILE IS MISSING OR
051170* DUE FOR REFRESH, AND THE ANOMALY REPORT IS OPENED. WITH NO
051180* PROFILES AT ALL THE BATCH RUNS WITHOUT THE CHECK.
051190* --------------------------------------------------------------*
051200 4900-LOAD-NET-PROFILES.
051210     MOVE 'N' TO NWAN-OPEN-SWITCH.
051220     MOVE 0 TO NWAN-CHECKED-COUNT.
051230     MOVE 0 TO NWAN-NO-PROFILE-COUNT.
051240     MOVE 0 TO NWAN-ANOMALY-COUNT.
051250     PERFORM 4905-READ-PROFILE-FILE THRU 4905-EXIT.
051260     IF NOT NWPF-FRESH
051270         PERFORM 4910-REBUILD-NET-PROFILES THRU 4910-EXIT
051280     END-IF.
051290     IF NWPF-COUNT = 0
051300         DISPLAY 'NO NET WEIGHT PROFILES - ANOMALY CHECK NOT RUN'
051310         GO TO 4900-EXIT
051320     END-IF.
051330     IF RESTART-COUNT > 0
051340         OPEN EXTEND NET-ANOMALY-FILE
051350         IF NWAN-STATUS = '35'
051360             OPEN OUTPUT NET-ANOMALY-FILE
051370         END-IF
051380     ELSE
051390         OPEN OUTPUT NET-ANOMALY-FILE
051400     END-IF.
051410     IF NWAN-STATUS NOT = '00'
051420         DISPLAY 'UNABLE TO OPEN ANOMALY REPORT - STATUS '
051430             NWAN-STATUS ' - ANOMALY CHECK NOT RUN'
051440         GO TO 4900-EXIT
051450     END-IF.
051460     SET NWAN-REPORT-IS-OPEN TO TRUE.
051470     MOVE SPACES TO NET-ANOMALY-LINE.
051480     STRING 'NET WEIGHT ANOMALIES - RUN '     DELIMITED BY SIZE
051490            RUN-DATE                          DELIMITED BY SIZE
051500            '  PROFILES BUILT '               DELIMITED BY SIZE
051510            NWPF-BUILD-DATE                   DELIMITED BY SIZE
051520         INTO NET-ANOMALY-LINE.
051530     WRITE NET-ANOMALY-LINE.
051540     MOVE SPACES TO NET-ANOMALY-LINE.
051550     WRITE NET-ANOMALY-LINE.
051560     MOVE 'TICKET     CARR CONT UNIT  NET WEIGHT'
051570         TO NET-ANOMALY-LINE.
051580     MOVE 'EXPECTED RANGE        TYPICAL    PCT'
051590         TO NET-ANOMALY-LINE(43:36).
051600     WRITE NET-ANOMALY-LINE.
051610 4900-EXIT.
051620     EXIT.
051630
051640* 4905 - THE FILE IS FRESH WHEN IT WAS BUILT WITHIN THE LAST
051650* NWPF-REFRESH-DAYS DAYS AND NOT AFTER THE RUN DATE.
051660 4905-READ-PROFILE-FILE.
051670     MOVE 'N' TO NWPF-FRESH-SWITCH.
051680     MOVE 0 TO NWPF-COUNT.
051690     MOVE 'N' TO NWPF-FULL-SWITCH.
051700     OPEN INPUT NET-PROFILE-FILE.
051710     IF NWPF-STATUS NOT = '00'
051720         DISPLAY 'NO NET WEIGHT PROFILE FILE - BUILDING PROFILES'
051730         GO TO 4905-EXIT
051740     END-IF.
051750     MOVE 'N' TO END-OF-FILE-SWITCH.
051760     READ NET-PROFILE-FILE
051770         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
051780     END-READ.
051790     IF END-OF-FILE
051800         OR NWPH-RECORD-TYPE NOT = 'H'
051810         OR NWPH-BUILD-DATE NOT NUMERIC
051820         DISPLAY 'NET WEIGHT PROFILE FILE UNREADABLE - REBUILDING'
051830         CLOSE NET-PROFILE-FILE
051840         GO TO 4905-EXIT
051850     END-IF.
051860     MOVE NWPH-BUILD-DATE TO NWPF-BUILD-DATE.
051870     MOVE RUN-DATE TO DATE-WORK.
051880     PERFORM 8500-SUBTRACT-ONE-DAY THRU 8500-EXIT
051890         VARYING NWPF-DAY-SUB FROM 1 BY 1
051900         UNTIL NWPF-DAY-SUB > NWPF-REFRESH-DAYS.
051910     MOVE DATE-WORK TO NWPF-STALE-DATE.
051920     IF NWPF-BUILD-DATE NOT > NWPF-STALE-DATE
051930         OR NWPF-BUILD-DATE > RUN-DATE
051940         DISPLAY 'NET WEIGHT PROFILES BUILT ' NWPF-BUILD-DATE
051950             ' - DUE FOR REFRESH'
051960         CLOSE NET-PROFILE-FILE
051970         GO TO 4905-EXIT
051980     END-IF.
051990     PERFORM 4907-LOAD-ONE-PROFILE THRU 4907-EXIT
052000         UNTIL END-OF-FILE.
052010     CLOSE NET-PROFILE-FILE.
052020     SET NWPF-FRESH TO TRUE.
052030     DISPLAY 'NET WEIGHT PROFILES BUILT ' NWPF-BUILD-DATE ' - '
052040         NWPF-COUNT ' LOADED'.
052050 4905-EXIT.
052060     EXIT.
052070
052080 4907-LOAD-ONE-PROFILE.
052090     READ NET-PROFILE-FILE
052100         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
052110     END-READ.
052120     IF END-OF-FILE
052130         GO TO 4907-EXIT
052140     END-IF.
052150     IF NWPP-RECORD-TYPE NOT = 'P'
052160         OR NWPP-UNIT NOT NUMERIC
052170         OR NWPP-TICKETS NOT NUMERIC
052180         OR NWPP-TYPICAL NOT NUMERIC
052190         OR NWPP-LOW NOT NUMERIC
052200         OR NWPP-HIGH NOT NUMERIC
052210         GO TO 4907-EXIT
052220     END-IF.
052230     IF NWPF-COUNT >= 500
052240         MOVE 'Y' TO END-OF-FILE-SWITCH
052250         DISPLAY 'NET WEIGHT PROFILE TABLE FULL - REMAINING'
052260             ' PROFILES NOT LOADED'
052270         GO TO 4907-EXIT
052280     END-IF.
052290     ADD 1 TO NWPF-COUNT.
052300     MOVE NWPP-CARRIER-CODE TO NWT-CARRIER(NWPF-COUNT).
052310     MOVE NWPP-CONTAINER-TYPE TO NWT-CONTAINER(NWPF-COUNT).
052320     MOVE NWPP-UNIT TO NWT-UNIT(NWPF-COUNT).
052330     MOVE NWPP-TICKETS TO NWT-TICKETS(NWPF-COUNT).
052340     MOVE 0 TO NWT-WEIGHT-SUM(NWPF-COUNT).
052350     MOVE 0 TO NWT-SQUARE-SUM(NWPF-COUNT).
052360     MOVE NWPP-TYPICAL TO NWT-TYPICAL(NWPF-COUNT).
052370     MOVE NWPP-SPREAD TO NWT-SPREAD(NWPF-COUNT).
052380     MOVE NWPP-LOW TO NWT-LOW(NWPF-COUNT).
052390     MOVE NWPP-HIGH TO NWT-HIGH(NWPF-COUNT).
052400 4907-EXIT.
052410     EXIT.
052420
052430* --------------------------------------------------------------*
052440* 4910-REBUILD-NET-PROFILES - EVERY CONVERSION ON THE AUDIT TRAIL
052450* DATED IN THE HISTORY WINDOW IS ADDED TO ITS PROFILE: ARCHIVE
052460* MONTHS FROM THE START OF THE WINDOW FIRST, THEN THE LIVE FILE.
052470* A GROSS/TARE ROW WRITTEN BEFORE THE CONTAINER WAS CARRIED CANNOT
052480* BE PLACED AND IS PASSED OVER. THE TYPICAL WEIGHT IS THE MEAN AND
052490* THE SPREAD THE STANDARD DEVIATION OF THE NET WEIGHTS.
052500* --------------------------------------------------------------*
052510 4910-REBUILD-NET-PROFILES.
052520     MOVE 0 TO NWPF-COUNT.
052530     MOVE 'N' TO NWPF-FULL-SWITCH.
052540     MOVE 0 TO NWPF-ROWS-USED.
052550     MOVE RUN-DATE TO NWPF-BUILD-DATE.
052560     MOVE RUN-DATE TO DATE-WORK.
052570     PERFORM 8500-SUBTRACT-ONE-DAY THRU 8500-EXIT.
052580     MOVE DATE-WORK TO NWPF-WINDOW-END.
052590     MOVE RUN-DATE TO DATE-WORK.
052600     PERFORM 8500-SUBTRACT-ONE-DAY THRU 8500-EXIT
052610         VARYING NWPF-DAY-SUB FROM 1 BY 1
052620         UNTIL NWPF-DAY-SUB > NWPF-HISTORY-DAYS.
052630     MOVE DATE-WORK TO NWPF-WINDOW-START.
052640     COMPUTE ARCH-FROM-MONTH = NWPF-WINDOW-START / 100.
052650     COMPUTE ARCH-TO-MONTH = RUN-DATE / 100.
052660     MOVE ARCH-FROM-MONTH TO ARCH-SCAN-MONTH.
052670     MOVE 0 TO ARCH-MONTH-LIMIT.
052680     PERFORM 4912-PROFILE-ONE-ARCHIVE THRU 4912-EXIT
052690         UNTIL ARCH-SCAN-MONTH > ARCH-TO-MONTH
052700         OR ARCH-MONTH-LIMIT > 120.
052710     IF AUDIT-FILE-IS-OPEN
052720         CLOSE AUDIT-FILE
052730         MOVE 'N' TO AUDIT-FILE-OPEN-SWITCH
052740     END-IF.
052750     OPEN INPUT AUDIT-FILE.
052760     IF AUDIT-STATUS = '00'
052770         MOVE 'N' TO END-OF-FILE-SWITCH
052780         PERFORM 4916-PROFILE-ONE-LIVE-ROW THRU 4916-EXIT
052790             UNTIL END-OF-FILE
052800         CLOSE AUDIT-FILE
052810     END-IF.
052820     PERFORM 1190-OPEN-AUDIT-FILE THRU 1190-EXIT.
052830     PERFORM 4930-FINISH-ONE-PROFILE THRU 4930-EXIT
052840         VARYING NWPF-SUB FROM 1 BY 1
052850         UNTIL NWPF-SUB > NWPF-COUNT.
052860     PERFORM 4940-WRITE-PROFILE-FILE THRU 4940-EXIT.
052870     DISPLAY 'NET WEIGHT PROFILES REBUILT - ' NWPF-COUNT
052880         ' PROFILES FROM ' NWPF-ROWS-USED ' TICKETS '
052890         NWPF-WINDOW-START ' TO ' NWPF-WINDOW-END.
052900 4910-EXIT.
052910     EXIT.
052920
052930 4912-PROFILE-ONE-ARCHIVE.
052940     ADD 1 TO ARCH-MONTH-LIMIT.
052950     MOVE SPACES TO ARCHIVE-FILE-NAME.
052960     STRING 'AUDT'          DELIMITED BY SIZE
052970            ARCH-SCAN-MONTH DELIMITED BY SIZE
052980         INTO ARCHIVE-FILE-NAME.
052990     OPEN INPUT ARCHIVE-FILE.
053000     IF ARCH-STATUS = '00'
053010         MOVE 'N' TO END-OF-FILE-SWITCH
053020         PERFORM 4914-PROFILE-ONE-ARCH-ROW THRU 4914-EXIT
053030             UNTIL END-OF-FILE
053040         CLOSE ARCHIVE-FILE
053050     END-IF.
053060     PERFORM 6748-NEXT-ARCH-MONTH THRU 6748-EXIT.
053070 4912-EXIT.
053080     EXIT.
053090
053100 4914-PROFILE-ONE-ARCH-ROW.
053110     READ ARCHIVE-FILE
053120         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
053130     END-READ.
053140     IF NOT END-OF-FILE
053150         MOVE ARCHIVE-RECORD TO AUDIT-ROW-WORK
053160         MOVE ARCHIVE-RECORD(119:4) TO NWPF-ROW-CONTAINER
053170         PERFORM 4920-PROFILE-ONE-ROW THRU 4920-EXIT
053180     END-IF.
053190 4914-EXIT.
053200     EXIT.
053210
053220 4916-PROFILE-ONE-LIVE-ROW.
053230     READ AUDIT-FILE
053240         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
053250     END-READ.
053260     IF NOT END-OF-FILE
053270         MOVE AUDIT-RECORD TO AUDIT-ROW-WORK
053280         MOVE AUDIT-CONTAINER-TYPE TO NWPF-ROW-CONTAINER
053290         PERFORM 4920-PROFILE-ONE-ROW THRU 4920-EXIT
053300     END-IF.
053310 4916-EXIT.
053320     EXIT.
053330
053340 4920-PROFILE-ONE-ROW.
053350     IF AW-DATE NOT NUMERIC
053360         GO TO 4920-EXIT
053370     END-IF.
053380     MOVE AW-DATE TO NWPF-ROW-DATE.
053390     IF NWPF-ROW-DATE < NWPF-WINDOW-START
053400         OR NWPF-ROW-DATE > NWPF-WINDOW-END
053410         GO TO 4920-EXIT
053420     END-IF.
053430* ONLY REAL CONVERSIONS FOR A KNOWN CARRIER - FACTOR, MAINTENANCE
053440* AND CORRECTION LOG ROWS HAVE NO CONVERSION CODE.
053450     IF AW-CONVERSION-CODE NOT NUMERIC
053460         OR AW-FROM-UNIT NOT NUMERIC
053470         OR AW-CARRIER-CODE = SPACES
053480         GO TO 4920-EXIT
053490     END-IF.
053500     MOVE AW-WEIGHT TO NWPF-ROW-WEIGHT.
053510     MOVE AW-GROSS-WEIGHT TO NWPF-ROW-GROSS.
053520     MOVE AW-CARRIER-CODE TO NWPF-KEY-CARRIER.
053530     MOVE AW-FROM-UNIT TO NWPF-KEY-UNIT.
053540     IF NWPF-ROW-GROSS > 0
053550         IF NWPF-ROW-CONTAINER = SPACES
053560             GO TO 4920-EXIT
053570         END-IF
053580         MOVE NWPF-ROW-CONTAINER TO NWPF-KEY-CONTAINER
053590     ELSE
053600         MOVE SPACES TO NWPF-KEY-CONTAINER
053610     END-IF.
053620     PERFORM 4925-FIND-PROFILE THRU 4925-EXIT.
053630     IF NOT NWPF-KEY-FOUND
053640         IF NWPF-COUNT >= 500
053650             IF NOT NWPF-TABLE-FULL
053660                 SET NWPF-TABLE-FULL TO TRUE
053670                 DISPLAY 'NET WEIGHT PROFILE TABLE FULL - FURTHER'
053680                     ' CARRIER AND CONTAINER PAIRS NOT PROFILED'
053690             END-IF
053700             GO TO 4920-EXIT
053710         END-IF
053720         ADD 1 TO NWPF-COUNT
053730         MOVE NWPF-COUNT TO NWPF-SUB
053740         MOVE NWPF-KEY TO NWT-KEY(NWPF-SUB)
053750         MOVE 0 TO NWT-TICKETS(NWPF-SUB)
053760         MOVE 0 TO NWT-WEIGHT-SUM(NWPF-SUB)
053770         MOVE 0 TO NWT-SQUARE-SUM(NWPF-SUB)
053780     END-IF.
053790     ADD 1 TO NWT-TICKETS(NWPF-SUB).
053800     ADD NWPF-ROW-WEIGHT TO NWT-WEIGHT-SUM(NWPF-SUB).
053810     COMPUTE NWT-SQUARE-SUM(NWPF-SUB) = NWT-SQUARE-SUM(NWPF-SUB)
053820         + NWPF-ROW-WEIGHT * NWPF-ROW-WEIGHT.
053830     ADD 1 TO NWPF-ROWS-USED.
053840 4920-EXIT.
053850     EXIT.
053860
053870* 4925/4927 - FIND NWPF-KEY IN THE PROFILE TABLE. NWPF-SUB POINTS
053880* AT THE ENTRY WHEN NWPF-KEY-FOUND COMES BACK SET.
053890 4925-FIND-PROFILE.
053900     MOVE 'N' TO NWPF-FOUND-SWITCH.
053910     MOVE 0 TO NWPF-SUB.
053920     PERFORM 4927-TEST-ONE-PROFILE THRU 4927-EXIT
053930         VARYING NWPF-SCAN-SUB FROM 1 BY 1
053940         UNTIL NWPF-KEY-FOUND
053950         OR NWPF-SCAN-SUB > NWPF-COUNT.
053960 4925-EXIT.
053970     EXIT.
053980
053990 4927-TEST-ONE-PROFILE.
054000     IF NWT-KEY(NWPF-SCAN-SUB) = NWPF-KEY
054010         SET NWPF-KEY-FOUND TO TRUE
054020         MOVE NWPF-SCAN-SUB TO NWPF-SUB
054030     END-IF.
054040 4927-EXIT.
054050     EXIT.
054060
054070 4930-FINISH-ONE-PROFILE.
054080     COMPUTE NWT-TYPICAL(NWPF-SUB) ROUNDED =
054090         NWT-WEIGHT-SUM(NWPF-SUB) / NWT-TICKETS(NWPF-SUB).
054100     COMPUTE NWPF-VARIANCE =
054110         (NWT-SQUARE-SUM(NWPF-SUB)
054120          - NWT-WEIGHT-SUM(NWPF-SUB) * NWT-WEIGHT-SUM(NWPF-SUB)
054130            / NWT-TICKETS(NWPF-SUB))
054140         / NWT-TICKETS(NWPF-SUB).
054150     IF NWPF-VARIANCE < 0
054160         MOVE 0 TO NWPF-VARIANCE
054170     END-IF.
054180     COMPUTE NWPF-SPREAD-WORK ROUNDED = NWPF-VARIANCE ** 0.5.
054190     COMPUTE NWPF-RANGE-WORK ROUNDED =
054200         NWT-TYPICAL(NWPF-SUB) * NWPF-MIN-SPREAD-PCT / 100.
054210     IF NWPF-SPREAD-WORK < NWPF-RANGE-WORK
054220         MOVE NWPF-RANGE-WORK TO NWPF-SPREAD-WORK
054230     END-IF.
054240     IF NWPF-SPREAD-WORK > 999999.99
054250         MOVE 999999.99 TO NWPF-SPREAD-WORK
054260     END-IF.
054270     MOVE NWPF-SPREAD-WORK TO NWT-SPREAD(NWPF-SUB).
054280     COMPUTE NWPF-RANGE-WORK ROUNDED = NWT-TYPICAL(NWPF-SUB)
054290         - NWPF-SPREAD-LIMIT * NWT-SPREAD(NWPF-SUB).
054300     IF NWPF-RANGE-WORK < 0
054310         MOVE 0 TO NWPF-RANGE-WORK
054320     END-IF.
054330     MOVE NWPF-RANGE-WORK TO NWT-LOW(NWPF-SUB).
054340     COMPUTE NWPF-RANGE-WORK ROUNDED = NWT-TYPICAL(NWPF-SUB)
054350         + NWPF-SPREAD-LIMIT * NWT-SPREAD(NWPF-SUB).
054360     IF NWPF-RANGE-WORK > 999999.99
054370         MOVE 999999.99 TO NWPF-RANGE-WORK
054380     END-IF.
054390     MOVE NWPF-RANGE-WORK TO NWT-HIGH(NWPF-SUB).
054400 4930-EXIT.
054410     EXIT.
054420
054430* 4940 - A PROFILE FILE THAT CANNOT BE WRITTEN STILL LEAVES THE
054440* REBUILT TABLE IN USE FOR THIS RUN; THE NEXT RUN REBUILDS AGAIN.
054450 4940-WRITE-PROFILE-FILE.
054460     OPEN OUTPUT NET-PROFILE-FILE.
054470     IF NWPF-STATUS NOT = '00'
054480         DISPLAY 'UNABLE TO WRITE NET WEIGHT PROFILES - STATUS '
054490             NWPF-STATUS
054500         GO TO 4940-EXIT
054510     END-IF.
054520     MOVE SPACES TO NWPF-HEADER-RECORD.
054530     MOVE 'H' TO NWPH-RECORD-TYPE.
054540     MOVE NWPF-BUILD-DATE TO NWPH-BUILD-DATE.
054550     MOVE NWPF-WINDOW-START TO NWPH-WINDOW-FROM.
054560     MOVE NWPF-WINDOW-END TO NWPH-WINDOW-TO.
054570     MOVE NWPF-ROWS-USED TO NWPH-ROWS-USED.
054580     MOVE NWPF-COUNT TO NWPH-PROFILE-COUNT.
054590     WRITE NWPF-HEADER-RECORD.
054600     PERFORM 4945-WRITE-ONE-PROFILE THRU 4945-EXIT
054610         VARYING NWPF-SUB FROM 1 BY 1
054620         UNTIL NWPF-SUB > NWPF-COUNT.
054630     CLOSE NET-PROFILE-FILE.
054640 4940-EXIT.
054650     EXIT.
054660
054670 4945-WRITE-ONE-PROFILE.
054680     MOVE SPACES TO NWPF-PROFILE-RECORD.
054690     MOVE 'P' TO NWPP-RECORD-TYPE.
054700     MOVE NWT-CARRIER(NWPF-SUB) TO NWPP-CARRIER-CODE.
054710     MOVE NWT-CONTAINER(NWPF-SUB) TO NWPP-CONTAINER-TYPE.
054720     MOVE NWT-UNIT(NWPF-SUB) TO NWPP-UNIT.
054730     MOVE NWT-TICKETS(NWPF-SUB) TO NWPP-TICKETS.
054740     MOVE NWT-TYPICAL(NWPF-SUB) TO NWPP-TYPICAL.
054750     MOVE NWT-SPREAD(NWPF-SUB) TO NWPP-SPREAD.
054760     MOVE NWT-LOW(NWPF-SUB) TO NWPP-LOW.
054770     MOVE NWT-HIGH(NWPF-SUB) TO NWPP-HIGH.
054780     WRITE NWPF-PROFILE-RECORD.
054790 4945-EXIT.
054800     EXIT.
054810
054820* --------------------------------------------------------------*
054830* 4950-CHECK-NET-WEIGHT - A POSTED TICKET WHOSE NET WEIGHT FALLS
054840* OUTSIDE ITS PROFILE'S EXPECTED RANGE IS LISTED ON NWANRPT WITH
054850* THE RANGE, THE TYPICAL WEIGHT AND THE NET AS A PERCENTAGE OF
054860* IT. A TICKET WITH NO CARRIER, OR WHOSE PROFILE HAS TOO FEW
054870* TICKETS BEHIND IT, IS ONLY COUNTED.
054880* --------------------------------------------------------------*
054890 4950-CHECK-NET-WEIGHT.
054900     IF NOT NWAN-REPORT-IS-OPEN
054910         GO TO 4950-EXIT
054920     END-IF.
054930     IF CARRIER-CODE = SPACES
054940         ADD 1 TO NWAN-NO-PROFILE-COUNT
054950         GO TO 4950-EXIT
054960     END-IF.
054970     MOVE CARRIER-CODE TO NWPF-KEY-CARRIER.
054980     MOVE FROM-UNIT TO NWPF-KEY-UNIT.
054990     IF GROSS-WEIGHT > 0
055000         MOVE CONTAINER-TYPE TO NWPF-KEY-CONTAINER
055010     ELSE
055020         MOVE SPACES TO NWPF-KEY-CONTAINER
055030     END-IF.
055040     PERFORM 4925-FIND-PROFILE THRU 4925-EXIT.
055050     IF NOT NWPF-KEY-FOUND
055060         ADD 1 TO NWAN-NO-PROFILE-COUNT
055070         GO TO 4950-EXIT
055080     END-IF.
055090     IF NWT-TICKETS(NWPF-SUB) < NWPF-MIN-TICKETS
055100         ADD 1 TO NWAN-NO-PROFILE-COUNT
055110         GO TO 4950-EXIT
055120     END-IF.
055130     ADD 1 TO NWAN-CHECKED-COUNT.
055140     IF WEIGHT NOT < NWT-LOW(NWPF-SUB)
055150         AND WEIGHT NOT > NWT-HIGH(NWPF-SUB)
055160         GO TO 4950-EXIT
055170     END-IF.
055180     ADD 1 TO NWAN-ANOMALY-COUNT.
055190     PERFORM 3410-GET-UNIT-LABELS THRU 3410-EXIT.
055200     MOVE TICKET-NUMBER TO NWD-TICKET-NUMBER.
055210     MOVE CARRIER-CODE TO NWD-CARRIER-CODE.
055220     IF NWPF-KEY-CONTAINER = SPACES
055230         MOVE 'NET' TO NWD-CONTAINER-TYPE
055240     ELSE
055250         MOVE NWPF-KEY-CONTAINER TO NWD-CONTAINER-TYPE
055260     END-IF.
055270     MOVE FROM-UNIT-LABEL TO NWD-UNIT.
055280     MOVE WEIGHT TO NWD-NET-WEIGHT.
055290     MOVE NWT-LOW(NWPF-SUB) TO NWD-LOW.
055300     MOVE NWT-HIGH(NWPF-SUB) TO NWD-HIGH.
055310     MOVE NWT-TYPICAL(NWPF-SUB) TO NWD-TYPICAL.
055320     MOVE 0 TO NWAN-PCT.
055330     IF NWT-TYPICAL(NWPF-SUB) > 0
055340         COMPUTE NWAN-PCT ROUNDED =
055350             WEIGHT * 100 / NWT-TYPICAL(NWPF-SUB)
055360             ON SIZE ERROR
055370                 MOVE 99999 TO NWAN-PCT
055380         END-COMPUTE
055390     END-IF.
055400     MOVE NWAN-PCT TO NWD-PCT.
055410     WRITE NET-ANOMALY-LINE FROM NWAN-DETAIL-LINE.
055420 4950-EXIT.
055430     EXIT.
055440
055450 4990-CLOSE-ANOMALY-REPORT.
055460     IF NOT NWAN-REPORT-IS-OPEN
055470         GO TO 4990-EXIT
055480     END-IF.
055490     MOVE SPACES TO NET-ANOMALY-LINE.
055500     WRITE NET-ANOMALY-LINE.
055510     MOVE NWAN-CHECKED-COUNT TO REPORT-COUNT-EDIT.
055520     MOVE 'TICKETS CHECKED AGAINST A PROFILE' TO NET-ANOMALY-LINE.
055530     MOVE REPORT-COUNT-EDIT TO NET-ANOMALY-LINE(36:7).
055540     WRITE NET-ANOMALY-LINE.
055550     MOVE NWAN-NO-PROFILE-COUNT TO REPORT-COUNT-EDIT.
055560     MOVE 'TICKETS WITH NO USABLE PROFILE' TO NET-ANOMALY-LINE.
055570     MOVE REPORT-COUNT-EDIT TO NET-ANOMALY-LINE(36:7).
055580     WRITE NET-ANOMALY-LINE.
055590     MOVE NWAN-ANOMALY-COUNT TO REPORT-COUNT-EDIT.
055600     MOVE 'TICKETS OUTSIDE THEIR PROFILE' TO NET-ANOMALY-LINE.
055610     MOVE REPORT-COUNT-EDIT TO NET-ANOMALY-LINE(36:7).
055620     WRITE NET-ANOMALY-LINE.
055630     CLOSE NET-ANOMALY-FILE.
055640     MOVE 'N' TO NWAN-OPEN-SWITCH.
055650     IF NWAN-ANOMALY-COUNT > 0
055660         DISPLAY 'NET WEIGHT ANOMALIES - ' NWAN-ANOMALY-COUNT
055670             ' TICKETS OUTSIDE THEIR PROFILE - SEE NWANRPT'
055680     END-IF.
055690 4990-EXIT.
055700     EXIT.
055710
055720* --------------------------------------------------------------*
055730* 5000-RECONCILE - TAKES A MANIFEST'S KG AND LBS FIGURES, CONVERTS
055740* KG TO LBS USING THE SAME FACTOR TABLE, AND FLAGS A DISCREPANCY
055750* WHEN THE DIFFERENCE EXCEEDS TOLERANCE.
055760* --------------------------------------------------------------*
055770 5000-RECONCILE.
055780     DISPLAY ' '.
055790     DISPLAY 'MANIFEST RECONCILIATION CHECK'.
055800     MOVE 'N' TO DISCREPANCY-SWITCH.
055810     DISPLAY 'ENTER THE KG FIGURE FROM THE MANIFEST (DIGITS'
055820         ' ONLY, 2 IMPLIED DECIMALS): '.
055830     PERFORM 5100-GET-RECON-KG THRU 5100-EXIT.
055840     DISPLAY 'ENTER THE LBS FIGURE FROM THE MANIFEST (DIGITS'
055850         ' ONLY, 2 IMPLIED DECIMALS): '.
055860     PERFORM 5200-GET-RECON-LBS THRU 5200-EXIT.
055870     SET FACTOR-INDEX TO 1.
055880     COMPUTE RECON-LBS-COMPUTED ROUNDED =
055890         RECON-KG-MANIFEST * FACTOR-VALUE(FACTOR-INDEX).
055900     COMPUTE RECON-DIFFERENCE ROUNDED =
055910         RECON-LBS-COMPUTED - RECON-LBS-MANIFEST.
055920     IF RECON-DIFFERENCE < 0
055930         MULTIPLY RECON-DIFFERENCE BY -1 GIVING RECON-DIFFERENCE
055940     END-IF.
055950     IF RECON-DIFFERENCE > RECON-TOLERANCE
055960         SET DISCREPANCY-FOUND TO TRUE
055970     END-IF.
055980     PERFORM 5300-DISPLAY-RECON-RESULT THRU 5300-EXIT.
055990 5000-EXIT.
056000     EXIT.
056010 
056020 5100-GET-RECON-KG.
056030     MOVE 'N' TO VALID-ENTRY-SWITCH.
056040     PERFORM 5110-EDIT-RECON-KG THRU 5110-EXIT
056050         UNTIL VALID-ENTRY.
056060     MOVE RECON-KG-NUMERIC TO RECON-KG-MANIFEST.
056070 5100-EXIT.
056080     EXIT.
056090 
056100 5110-EDIT-RECON-KG.
056110     ACCEPT RECON-KG-EDIT.
056120     INSPECT RECON-KG-EDIT REPLACING LEADING SPACE BY ZERO.
056130     IF RECON-KG-EDIT NOT NUMERIC
056140         DISPLAY 'INVALID ENTRY - NUMBERS ONLY - TRY AGAIN'
056150     ELSE
056160         SET VALID-ENTRY TO TRUE
056170     END-IF.
056180 5110-EXIT.
056190     EXIT.
056200 
056210 5200-GET-RECON-LBS.
056220     MOVE 'N' TO VALID-ENTRY-SWITCH.
056230     PERFORM 5210-EDIT-RECON-LBS THRU 5210-EXIT
056240         UNTIL VALID-ENTRY.
056250     MOVE RECON-LBS-NUMERIC TO RECON-LBS-MANIFEST.
056260 5200-EXIT.
056270     EXIT.
056280 
056290 5210-EDIT-RECON-LBS.
056300     ACCEPT RECON-LBS-EDIT.
056310     INSPECT RECON-LBS-EDIT REPLACING LEADING SPACE BY ZERO.
056320     IF RECON-LBS-EDIT NOT NUMERIC
056330         DISPLAY 'INVALID ENTRY - NUMBERS ONLY - TRY AGAIN'
056340     ELSE
056350         SET VALID-ENTRY TO TRUE
056360     END-IF.
056370 5210-EXIT.
056380     EXIT.
056390 
056400 5300-DISPLAY-RECON-RESULT.
056410     DISPLAY 'MANIFEST KG  = ' RECON-KG-MANIFEST.
056420     DISPLAY 'MANIFEST LBS = ' RECON-LBS-MANIFEST.
056430     DISPLAY 'KG CONVERTS TO ' RECON-LBS-COMPUTED ' LBS'.
056440     DISPLAY 'DIFFERENCE FROM MANIFEST LBS IS ' RECON-DIFFERENCE.
056450     IF DISCREPANCY-FOUND
056460         DISPLAY '*** DISCREPANCY - DIFFERENCE EXCEEDS'
056470             ' TOLERANCE OF ' RECON-TOLERANCE ' ***'
056480     ELSE
056490         DISPLAY 'MANIFEST FIGURES RECONCILE WITHIN TOLERANCE'
056500     END-IF.
056510 5300-EXIT.
056520     EXIT.
056530 
056540* --------------------------------------------------------------*
056550* 5500-CONVERT-WEIGHT - SHARED CONVERSION LOGIC USED BY BOTH
056560* INTERACTIVE AND BATCH MODE. TABLE-DRIVEN OFF FACTOR-VALUE SO THE
056570* FACTORS CAN BE MAINTAINED WITHOUT A RECOMPILE, AND ROUNDED
056580* BILLED FIGURE MATCHES THE CARRIER'S PAPERWORK. A MENU CODE
056590* (01-08) CONVERTS STRAIGHT OFF ITS FACTOR; CODE 00 CHAINS THE
056600* NAMED FROM-UNIT THROUGH KG TO THE NAMED TO-UNIT IN A SINGLE
056610* COMPUTATION SO NO INTERMEDIATE FIGURE IS EVER REKEYED.
056620* --------------------------------------------------------------*
056630 5500-CONVERT-WEIGHT.
056640     MOVE 'N' TO CONVERSION-OVERFLOW-SWITCH.
056650     IF CONVERSION-CODE = 0
056660         PERFORM 5520-GET-TO-KG-FACTOR THRU 5520-EXIT
056670         PERFORM 5530-GET-FROM-KG-FACTOR THRU 5530-EXIT
056680         COMPUTE CONVERTED-WEIGHT ROUNDED =
056690             WEIGHT * TO-KG-FACTOR * FROM-KG-FACTOR
056700             ON SIZE ERROR
056710                 SET CONVERSION-OVERFLOW TO TRUE
056720                 DISPLAY 'CONVERSION RESULT TOO LARGE TO'
056730                     ' REPRESENT'
056740         END-COMPUTE
056750         GO TO 5500-EXIT
056760     END-IF.
056770     PERFORM 5510-DERIVE-UNITS THRU 5510-EXIT.
056780     SET FACTOR-INDEX TO CONVERSION-CODE.
056790     COMPUTE CONVERTED-WEIGHT ROUNDED =
056800         WEIGHT * FACTOR-VALUE(FACTOR-INDEX)
056810         ON SIZE ERROR
056820             SET CONVERSION-OVERFLOW TO TRUE
056830             DISPLAY 'CONVERSION RESULT TOO LARGE TO REPRESENT'
056840     END-COMPUTE.
056850 5500-EXIT.
056860     EXIT.
056870
056880 5510-DERIVE-UNITS.
056890     EVALUATE CONVERSION-CODE
056900         WHEN 1  MOVE 1 TO FROM-UNIT  MOVE 2 TO TO-UNIT
056910         WHEN 2  MOVE 2 TO FROM-UNIT  MOVE 1 TO TO-UNIT
056920         WHEN 3  MOVE 1 TO FROM-UNIT  MOVE 3 TO TO-UNIT
056930         WHEN 4  MOVE 3 TO FROM-UNIT  MOVE 1 TO TO-UNIT
056940         WHEN 5  MOVE 1 TO FROM-UNIT  MOVE 4 TO TO-UNIT
056950         WHEN 6  MOVE 4 TO FROM-UNIT  MOVE 1 TO TO-UNIT
056960         WHEN 7  MOVE 1 TO FROM-UNIT  MOVE 5 TO TO-UNIT
056970         WHEN 8  MOVE 5 TO FROM-UNIT  MOVE 1 TO TO-UNIT
056980     END-EVALUATE.
056990 5510-EXIT.
057000     EXIT.
057010
057020* THE TO-KG LEG USES THE X-TO-KG MENU FACTORS (2,4,6,8) AND THE
057030* FROM-KG LEG THE KG-TO-X MENU FACTORS (1,3,5,7), SO UNIT-PAIR
057040* CONVERSIONS FOLLOW WHATEVER FACTOR SET IS IN FORCE.
057050 5520-GET-TO-KG-FACTOR.
057060     EVALUATE FROM-UNIT
057070         WHEN 1  MOVE 1 TO TO-KG-FACTOR
057080         WHEN 2  MOVE FACTOR-VALUE(2) TO TO-KG-FACTOR
057090         WHEN 3  MOVE FACTOR-VALUE(4) TO TO-KG-FACTOR
057100         WHEN 4  MOVE FACTOR-VALUE(6) TO TO-KG-FACTOR
057110         WHEN 5  MOVE FACTOR-VALUE(8) TO TO-KG-FACTOR
057120     END-EVALUATE.
057130 5520-EXIT.
057140     EXIT.
057150
057160 5530-GET-FROM-KG-FACTOR.
057170     EVALUATE TO-UNIT
057180         WHEN 1  MOVE 1 TO FROM-KG-FACTOR
057190         WHEN 2  MOVE FACTOR-VALUE(1) TO FROM-KG-FACTOR
057200         WHEN 3  MOVE FACTOR-VALUE(3) TO FROM-KG-FACTOR
057210         WHEN 4  MOVE FACTOR-VALUE(5) TO FROM-KG-FACTOR
057220         WHEN 5  MOVE FACTOR-VALUE(7) TO FROM-KG-FACTOR
057230     END-EVALUATE.
057240 5530-EXIT.
057250     EXIT.
057260
057270 5540-MAP-UNITS-TO-CODE.
057280     MOVE 0 TO CONVERSION-CODE.
057290     EVALUATE FROM-UNIT ALSO TO-UNIT
057300         WHEN 1 ALSO 2  MOVE 1 TO CONVERSION-CODE
057310         WHEN 2 ALSO 1  MOVE 2 TO CONVERSION-CODE
057320         WHEN 1 ALSO 3  MOVE 3 TO CONVERSION-CODE
057330         WHEN 3 ALSO 1  MOVE 4 TO CONVERSION-CODE
057340         WHEN 1 ALSO 4  MOVE 5 TO CONVERSION-CODE
057350         WHEN 4 ALSO 1  MOVE 6 TO CONVERSION-CODE
057360         WHEN 1 ALSO 5  MOVE 7 TO CONVERSION-CODE
057370         WHEN 5 ALSO 1  MOVE 8 TO CONVERSION-CODE
057380         WHEN OTHER     CONTINUE
057390     END-EVALUATE.
057400 5540-EXIT.
057410     EXIT.
057420
057430* --------------------------------------------------------------*
057440* 5600-RATE-CHARGE - PRICES THE CONVERTED WEIGHT AGAINST THE
057450* CARRIER RATE TABLE. LEAVES RATE-FOUND OFF WHEN RATING IS
057460* DISABLED, THE TICKET HAS NO CARRIER, OR THE CARRIER IS NOT ON
057470* THE RATE MASTER - THE TICKET STILL CONVERTS, IT JUST CARRIES
057480* NO CHARGE.
057490* --------------------------------------------------------------*
057500 5600-RATE-CHARGE.
057510     MOVE 'N' TO RATE-FOUND-SWITCH.
057520     MOVE 'N' TO CARRIER-ON-FILE-SWITCH.
057530     MOVE 0 TO FREIGHT-CHARGE.
057540     IF NOT RATING-ACTIVE OR CARRIER-CODE = SPACES
057550         GO TO 5600-EXIT
057560     END-IF.
057570     PERFORM 5620-FIND-CARRIER-RATE THRU 5620-EXIT.
057580 5600-EXIT.
057590     EXIT.
057600
057610* 5620 READS THE RATE MASTER BY CARRIER KEY. CARRIER-ON-FILE
057620* SAYS THE CARRIER EXISTS AND IS ACTIVE EVEN IF THE CHARGE
057630* ITSELF LATER FAILS TO COMPUTE, SO THE UNKNOWN-CARRIER REJECT
057640* CANNOT FIRE ON A SIZE ERROR.
057650 5620-FIND-CARRIER-RATE.
057660     MOVE CARRIER-CODE TO RATE-CARRIER-CODE.
057670     READ RATE-FILE.
057680     IF RATE-STATUS = '00' AND RATE-ACTIVE-FLAG NOT = 'N'
057690         SET CARRIER-ON-FILE TO TRUE
057700         SET RATE-FOUND TO TRUE
057710         PERFORM 5640-COMPUTE-CHARGE THRU 5640-EXIT
057720     END-IF.
057730 5620-EXIT.
057740     EXIT.
057750
057760 5640-COMPUTE-CHARGE.
057770     IF CONVERTED-WEIGHT > RATE-BREAK-WEIGHT
057780         COMPUTE FREIGHT-CHARGE ROUNDED =
057790             CONVERTED-WEIGHT * RATE-BREAK-RATE
057800             ON SIZE ERROR
057810                 DISPLAY 'FREIGHT CHARGE TOO LARGE FOR TICKET '
057820                     TICKET-NUMBER ' - NO CHARGE APPLIED'
057830                 MOVE 0 TO FREIGHT-CHARGE
057840                 MOVE 'N' TO RATE-FOUND-SWITCH
057850         END-COMPUTE
057860     ELSE
057870         COMPUTE FREIGHT-CHARGE ROUNDED =
057880             CONVERTED-WEIGHT * RATE-PER-UNIT
057890             ON SIZE ERROR
057900                 DISPLAY 'FREIGHT CHARGE TOO LARGE FOR TICKET '
057910                     TICKET-NUMBER ' - NO CHARGE APPLIED'
057920                 MOVE 0 TO FREIGHT-CHARGE
057930                 MOVE 'N' TO RATE-FOUND-SWITCH
057940         END-COMPUTE
057950     END-IF.
057960     IF RATE-FOUND
057970         AND FREIGHT-CHARGE < RATE-MINIMUM-CHARGE
057980         MOVE RATE-MINIMUM-CHARGE TO FREIGHT-CHARGE
057990     END-IF.
058000 5640-EXIT.
058010     EXIT.
058020
058030 5700-WRITE-CHARGE-RECORD.
058040     MOVE SPACES TO CHARGE-RECORD.
058050     MOVE TICKET-NUMBER TO CHG-TICKET-NUMBER.
058060     MOVE CARRIER-CODE TO CHG-CARRIER-CODE.
058070     MOVE CONVERTED-WEIGHT TO CHG-BILLED-WEIGHT.
058080     MOVE FREIGHT-CHARGE TO CHG-CHARGE.
058090     MOVE TO-UNIT TO CHG-BILLED-UNIT.
058100     WRITE CHARGE-RECORD.
058110     ADD 1 TO CHG-TRL-COUNT.
058120     ADD CONVERTED-WEIGHT TO CHG-TRL-WEIGHT.
058130     ADD FREIGHT-CHARGE TO CHG-TRL-CHARGE.
058140 5700-EXIT.
058150     EXIT.
058160
058170* 5800 READS THE TARE MASTER BY CONTAINER KEY.
058180 5800-FIND-TARE.
058190     MOVE 'N' TO TARE-FOUND-SWITCH.
058200     MOVE 0 TO TARE-WEIGHT-USED.
058210     MOVE 0 TO TARE-MAX-GROSS-USED.
058220     IF NOT TARE-FILE-AVAILABLE
058230         GO TO 5800-EXIT
058240     END-IF.
058250     MOVE CONTAINER-TYPE TO TARE-CONTAINER-TYPE.
058260     READ TARE-FILE.
058270     IF TARE-STATUS = '00' AND TARE-ACTIVE-FLAG NOT = 'N'
058280         SET TARE-FOUND TO TRUE
058290         MOVE TARE-WEIGHT TO TARE-WEIGHT-USED
058300         MOVE TARE-MAX-GROSS TO TARE-MAX-GROSS-USED
058310     END-IF.
058320 5800-EXIT.
058330     EXIT.
058340
058350* --------------------------------------------------------------*
058360* 5900-WRITE-EXCEPTION - ONE DATED LINE ON THE OVERLOAD
058370* EXCEPTIONS REPORT. THE FILE IS EXTENDED PER EVENT SO THE
058380* REPORT SURVIVES THE SESSION AND STAYS IN ARRIVAL ORDER.
058390* CALLER SETS EXCP-LIMIT-VALUE, EXCP-OVER-AMOUNT AND THE
058400* REASON TEXT BEFORE PERFORMING.
058410* --------------------------------------------------------------*
058420 5900-WRITE-EXCEPTION.
058430     OPEN EXTEND EXCEPTION-FILE.
058440     IF EXCP-STATUS = '35'
058450         OPEN OUTPUT EXCEPTION-FILE
058460     END-IF.
058470     IF EXCP-STATUS NOT = '00'
058480         DISPLAY 'UNABLE TO OPEN EXCEPTIONS REPORT - STATUS '
058490             EXCP-STATUS ' - EXCEPTION NOT LOGGED'
058500         GO TO 5900-EXIT
058510     END-IF.
058520     MOVE SPACES TO EXCEPTION-LINE.
058530     MOVE RUN-DATE TO EXL-DATE.
058540     MOVE TICKET-NUMBER TO EXL-TICKET.
058550     MOVE CARRIER-CODE TO EXL-CARRIER.
058560     MOVE DOCK-DOOR TO EXL-DOCK-DOOR.
058570     MOVE CONTAINER-TYPE TO EXL-CONTAINER.
058580     MOVE GROSS-WEIGHT TO EXL-GROSS.
058590     MOVE EXCP-LIMIT-VALUE TO EXL-LIMIT.
058600     MOVE EXCP-OVER-AMOUNT TO EXL-OVER.
058610     MOVE EXCP-REASON-TEXT TO EXL-REASON.
058620     WRITE EXCEPTION-RECORD FROM EXCEPTION-LINE.
058630     CLOSE EXCEPTION-FILE.
058640 5900-EXIT.
058650     EXIT.
058660
058670* 5950 - PARK THE RAW TICKET IMAGE ON THE HOLD FILE UNTIL A
058680* SUPERVISOR RELEASES IT. NOTHING POSTS FOR A HELD TICKET. THE
058690* HOLD IS STAMPED WITH THE OPERATOR AND THE RUN DATE, AS A REJECT
058700* IS, PLUS THE CLOCK TIME.
058710 5950-WRITE-HOLD-RECORD.
058720     OPEN EXTEND HOLD-FILE.
058730     IF HOLD-STATUS = '35'
058740         OPEN OUTPUT HOLD-FILE
058750     END-IF.
058760     IF HOLD-STATUS NOT = '00'
058770         DISPLAY 'UNABLE TO OPEN HOLD FILE - STATUS '
058780             HOLD-STATUS ' - TICKET ' TICKET-NUMBER
058790             ' NOT CAPTURED'
058800         GO TO 5950-EXIT
058810     END-IF.
058820     MOVE SPACES TO HOLD-RECORD.
058830     MOVE HOLD-REASON TO HOLD-REASON-CODE.
058840     MOVE TICKET-IMAGE TO HOLD-RECORD-IMAGE.
058850     MOVE WORK-BOL-NUMBER TO HOLD-BOL-NUMBER.
058860     MOVE OPERATOR-ID TO HOLD-OPERATOR-ID.
058870     MOVE RUN-DATE TO HOLD-HELD-DATE.
058880     PERFORM 6100-BUILD-TIMESTAMP THRU 6100-EXIT.
058890     MOVE TIMESTAMP-FIELD(9:6) TO HOLD-HELD-TIME.
058900     WRITE HOLD-RECORD.
058910     CLOSE HOLD-FILE.
058920     ADD 1 TO HOLD-COUNT.
058930     DISPLAY 'TICKET ' TICKET-NUMBER ' HELD FOR SUPERVISOR'
058940         ' RELEASE - REASON ' HOLD-REASON.
058950 5950-EXIT.
058960     EXIT.
058970
058980* --------------------------------------------------------------*
058990* 6000-WRITE-AUDIT-RECORD - APPENDS ONE CONVERSION TO THE AUDIT
059000* TRAIL FILE FOR LATER SHIPMENT DISCREPANCY TRACING.
059010* --------------------------------------------------------------*
059020 6000-WRITE-AUDIT-RECORD.
059030     IF AUDIT-FILE-IS-OPEN
059040         PERFORM 6100-BUILD-TIMESTAMP THRU 6100-EXIT
059050         MOVE SPACES TO AUDIT-RECORD
059060         MOVE TIMESTAMP-FIELD TO AUDIT-TIMESTAMP
059070         MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID
059080         MOVE TICKET-NUMBER TO AUDIT-TICKET-NUMBER
059090         MOVE CARRIER-CODE TO AUDIT-CARRIER-CODE
059100         MOVE DOCK-DOOR TO AUDIT-DOCK-DOOR
059110         MOVE CONVERSION-CODE TO AUDIT-CONVERSION-CODE
059120         MOVE FROM-UNIT TO AUDIT-FROM-UNIT
059130         MOVE TO-UNIT TO AUDIT-TO-UNIT
059140         MOVE WEIGHT TO AUDIT-WEIGHT
059150         MOVE GROSS-WEIGHT TO AUDIT-GROSS-WEIGHT
059160         MOVE TARE-WEIGHT-USED TO AUDIT-TARE-WEIGHT
059170         MOVE CONVERTED-WEIGHT TO AUDIT-CONVERTED-WEIGHT
059180         IF GROSS-WEIGHT > 0
059190             MOVE CONTAINER-TYPE TO AUDIT-CONTAINER-TYPE
059200         END-IF
059210         PERFORM 6040-WRITE-CHAINED-AUDIT THRU 6040-EXIT
059220     END-IF.
059230 6000-EXIT.
059240     EXIT.
059250
059260* --------------------------------------------------------------*
059270* 6030-SEED-AUDIT-CHAIN - ONCE PER RUN, BEFORE THE FIRST OPEN FOR
059280* WRITING, THE CHAIN IS PICKED UP FROM THE LAST SEQUENCED ROW ON
059290* THE LIVE FILE. THE CONTROL FILE WINS WHEN IT IS FURTHER ON -
059300* AFTER AN ARCHIVE HAS EMPTIED THE LIVE FILE, OR WHEN ROWS HAVE
059310* BEEN CUT FROM ITS END, WHICH THE VERIFICATION THEN REPORTS AS A
059320* GAP. ROWS WRITTEN BEFORE THE CHAIN WAS INTRODUCED CARRY NO
059330* SEQUENCE NUMBER AND ARE PASSED OVER.
059340* --------------------------------------------------------------*
059350 6030-SEED-AUDIT-CHAIN.
059360     SET AUDC-CHAIN-SEEDED TO TRUE.
059370     MOVE 0 TO AUDC-LAST-SEQUENCE.
059380     MOVE 0 TO AUDC-LAST-CHECK.
059390     OPEN INPUT AUDIT-FILE.
059400     IF AUDIT-STATUS = '00'
059410         MOVE 'N' TO END-OF-FILE-SWITCH
059420         PERFORM 6035-SEED-FROM-ONE-ROW THRU 6035-EXIT
059430             UNTIL END-OF-FILE
059440         CLOSE AUDIT-FILE
059450     END-IF.
059460     OPEN INPUT AUDIT-CHAIN-FILE.
059470     IF ACHN-STATUS NOT = '00'
059480         GO TO 6030-EXIT
059490     END-IF.
059500     READ AUDIT-CHAIN-FILE
059510         AT END MOVE SPACES TO AUDIT-CHAIN-RECORD
059520     END-READ.
059530     CLOSE AUDIT-CHAIN-FILE.
059540     IF ACHN-LAST-SEQUENCE NUMERIC AND ACHN-LAST-CHECK NUMERIC
059550         IF ACHN-LAST-SEQUENCE > AUDC-LAST-SEQUENCE
059560             MOVE ACHN-LAST-SEQUENCE TO AUDC-LAST-SEQUENCE
059570             MOVE ACHN-LAST-CHECK TO AUDC-LAST-CHECK
059580         END-IF
059590     END-IF.
059600 6030-EXIT.
059610     EXIT.
059620
059630 6035-SEED-FROM-ONE-ROW.
059640     READ AUDIT-FILE
059650         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
059660     END-READ.
059670     IF NOT END-OF-FILE
059680         IF AUDIT-SEQUENCE-NUMBER NUMERIC
059690             AND AUDIT-CHECK-VALUE NUMERIC
059700             MOVE AUDIT-SEQUENCE-NUMBER TO AUDC-LAST-SEQUENCE
059710             MOVE AUDIT-CHECK-VALUE TO AUDC-LAST-CHECK
059720         END-IF
059730     END-IF.
059740 6035-EXIT.
059750     EXIT.
059760
059770* --------------------------------------------------------------*
059780* 6040-WRITE-CHAINED-AUDIT - EVERY AUDIT ROW GOES OUT THROUGH
059790* HERE. THE CALLER BUILDS THE ROW IN AUDIT-RECORD; THE NEXT
059800* SEQUENCE NUMBER AND THE CHECK VALUE CHAINED FROM THE LAST ROW
059810* ARE ADDED, AND THE CHAIN ONLY MOVES ON WHEN THE WRITE WORKED.
059820* --------------------------------------------------------------*
059830 6040-WRITE-CHAINED-AUDIT.
059840     MOVE AUDIT-RECORD TO AUDC-CHAIN-ROW.
059850     COMPUTE AUDC-ROW-SEQUENCE = AUDC-LAST-SEQUENCE + 1.
059860     MOVE AUDC-LAST-CHECK TO AUDC-PRIOR-CHECK.
059870     PERFORM 6050-COMPUTE-CHAIN-CHECK THRU 6050-EXIT.
059880     MOVE AUDC-COMPUTED-CHECK TO AUDC-ROW-CHECK.
059890     MOVE AUDC-CHAIN-ROW TO AUDIT-RECORD.
059900     WRITE AUDIT-RECORD.
059910     IF AUDIT-STATUS = '00'
059920         MOVE AUDC-ROW-SEQUENCE TO AUDC-LAST-SEQUENCE
059930         MOVE AUDC-ROW-CHECK TO AUDC-LAST-CHECK
059940     ELSE
059950         DISPLAY 'AUDIT RECORD WRITE FAILED - STATUS '
059960             AUDIT-STATUS
059970     END-IF.
059980 6040-EXIT.
059990     EXIT.
060000
060010* 6050/6055 - CHECK VALUE FOR THE ROW IN AUDC-CHAIN-ROW, RUN ON
060020* FROM AUDC-PRIOR-CHECK THROUGH THE DATA AND SEQUENCE NUMBER. A
060030* CONTAINER TYPE IS FOLDED IN AFTER THEM ONLY WHEN ONE IS THERE,
060040* SO ROWS CHAINED BEFORE IT WAS CARRIED STILL VERIFY.
060050 6050-COMPUTE-CHAIN-CHECK.
060060     MOVE AUDC-PRIOR-CHECK TO AUDC-HASH-ACCUM.
060070     PERFORM 6055-HASH-ONE-CHAR THRU 6055-EXIT
060080         VARYING AUDC-HASH-SUB FROM 1 BY 1
060090         UNTIL AUDC-HASH-SUB > 107.
060100     IF AUDC-ROW-CONTAINER NOT = SPACES
060110         PERFORM 6055-HASH-ONE-CHAR THRU 6055-EXIT
060120             VARYING AUDC-HASH-SUB FROM 119 BY 1
060130             UNTIL AUDC-HASH-SUB > 122
060140     END-IF.
060150     MOVE AUDC-HASH-ACCUM TO AUDC-COMPUTED-CHECK.
060160 6050-EXIT.
060170     EXIT.
060180
060190 6055-HASH-ONE-CHAR.
060200     MOVE LOW-VALUE TO AUDC-BYTE-HIGH.
060210     MOVE AUDC-ROW-CHAR(AUDC-HASH-SUB) TO AUDC-BYTE-LOW.
060220     COMPUTE AUDC-HASH-ACCUM =
060230         AUDC-HASH-ACCUM * 31 + AUDC-BYTE-VALUE + 1.
060240     DIVIDE AUDC-HASH-ACCUM BY AUDC-HASH-MODULUS
060250         GIVING AUDC-HASH-QUOTIENT
060260         REMAINDER AUDC-HASH-REMAINDER.
060270     MOVE AUDC-HASH-REMAINDER TO AUDC-HASH-ACCUM.
060280 6055-EXIT.
060290     EXIT.
060300
060310* 6070 - THE CHAIN POSITION IS SAVED SO THE NEXT RUN CARRIES ON
060320* FROM IT EVEN WHEN THE LIVE FILE HOLDS NO SEQUENCED ROWS.
060330 6070-SAVE-AUDIT-CHAIN.
060340     IF NOT AUDC-CHAIN-SEEDED
060350         GO TO 6070-EXIT
060360     END-IF.
060370     OPEN OUTPUT AUDIT-CHAIN-FILE.
060380     IF ACHN-STATUS NOT = '00'
060390         DISPLAY 'UNABLE TO SAVE AUDIT CHAIN CONTROL - STATUS '
060400             ACHN-STATUS
060410         GO TO 6070-EXIT
060420     END-IF.
060430     MOVE SPACES TO AUDIT-CHAIN-RECORD.
060440     MOVE AUDC-LAST-SEQUENCE TO ACHN-LAST-SEQUENCE.
060450     MOVE AUDC-LAST-CHECK TO ACHN-LAST-CHECK.
060460     PERFORM 6100-BUILD-TIMESTAMP THRU 6100-EXIT.
060470     MOVE TIMESTAMP-FIELD TO ACHN-SAVED-TIMESTAMP.
060480     WRITE AUDIT-CHAIN-RECORD.
060490     CLOSE AUDIT-CHAIN-FILE.
060500 6070-EXIT.
060510     EXIT.
060520 
060530 6100-BUILD-TIMESTAMP.
060540     ACCEPT CURRENT-DATE-TIME FROM DATE YYYYMMDD.
060550     ACCEPT CURRENT-TIME-OF-DAY FROM TIME.
060560     STRING CURRENT-YEAR    DELIMITED BY SIZE
060570            CURRENT-MONTH   DELIMITED BY SIZE
060580            CURRENT-DAY     DELIMITED BY SIZE
060590            CURRENT-HOURS   DELIMITED BY SIZE
060600            CURRENT-MINUTES DELIMITED BY SIZE
060610            CURRENT-SECONDS DELIMITED BY SIZE
060620         INTO TIMESTAMP-FIELD.
060630 6100-EXIT.
060640     EXIT.
060650 
060660* --------------------------------------------------------------*
060670* 6200-VERIFY-AUDIT-TRAIL - PROVES THE AUDIT TRAIL IS WHOLE. THE
060680* AUDT ARCHIVES ARE WALKED A MONTH AT A TIME FROM THE MONTH KEYED
060690* THROUGH THE CURRENT MONTH, THEN THE LIVE FILE, AND EVERY ROW'S
060700* SEQUENCE NUMBER AND CHECK VALUE ARE PROVED AGAINST THE ROW
060710* BEFORE IT. GAPS, OUT-OF-ORDER ROWS, ALTERED ROWS, UNSEQUENCED
060720* ROWS INSIDE THE CHAIN AND BREAKS WHERE ONE FILE HANDS OVER TO
060730* THE NEXT ARE LISTED ON AUDVRPT. ROWS FROM BEFORE THE CHAIN WAS
060740* INTRODUCED ARE COUNTED BUT CANNOT BE PROVED. THE CHAIN MAY
060750* START PART WAY WHEN OLDER MONTHS HAVE PASSED RETENTION; THE
060760* STARTING SEQUENCE IS SHOWN ON THE REPORT. NOTHING IS CHANGED.
060770* --------------------------------------------------------------*
060780 6200-VERIFY-AUDIT-TRAIL.
060790     DISPLAY ' '.
060800     DISPLAY 'AUDIT TRAIL INTEGRITY VERIFICATION'.
060810     DISPLAY 'FIRST ARCHIVE MONTH TO VERIFY (YYYYMM): '.
060820     MOVE 'N' TO VALID-ENTRY-SWITCH.
060830     PERFORM 6810-EDIT-CUTOFF-MONTH THRU 6810-EXIT
060840         UNTIL VALID-ENTRY.
060850     OPEN OUTPUT AUDIT-VERIFY-FILE.
060860     IF AVFY-STATUS NOT = '00'
060870         DISPLAY 'UNABLE TO OPEN VERIFICATION REPORT - STATUS '
060880             AVFY-STATUS
060890         GO TO 6200-EXIT
060900     END-IF.
060910     MOVE 0 TO AVFY-EXPECTED.
060920     MOVE 0 TO AVFY-FIRST-SEQUENCE.
060930     MOVE 0 TO AUDC-PRIOR-CHECK.
060940     MOVE 0 TO AVFY-FILES-READ.
060950     MOVE 0 TO AVFY-ROWS-READ.
060960     MOVE 0 TO AVFY-LEGACY-COUNT.
060970     MOVE 0 TO AVFY-VERIFIED-COUNT.
060980     MOVE 0 TO AVFY-GAP-COUNT.
060990     MOVE 0 TO AVFY-ORDER-COUNT.
061000     MOVE 0 TO AVFY-ALTERED-COUNT.
061010     MOVE 0 TO AVFY-UNSEQ-COUNT.
061020     MOVE 0 TO AVFY-BOUNDARY-COUNT.
061030     MOVE 0 TO AVFY-EXCEPTION-COUNT.
061040     MOVE 'N' TO AVFY-STARTED-SWITCH.
061050     MOVE SPACES TO AUDIT-VERIFY-LINE.
061060     STRING 'AUDIT TRAIL INTEGRITY VERIFICATION - RUN '
061070                                             DELIMITED BY SIZE
061080            RUN-DATE                         DELIMITED BY SIZE
061090            '  FROM '                        DELIMITED BY SIZE
061100            ARCH-CUTOFF-MONTH                DELIMITED BY SIZE
061110         INTO AUDIT-VERIFY-LINE.
061120     WRITE AUDIT-VERIFY-LINE.
061130     MOVE SPACES TO AUDIT-VERIFY-LINE.
061140     WRITE AUDIT-VERIFY-LINE.
061150     MOVE 'FILE          FILE ROW   SEQUENCE   EXPECTED'
061160         TO AUDIT-VERIFY-LINE.
061170     MOVE 'FINDING' TO AUDIT-VERIFY-LINE(46:7).
061180     WRITE AUDIT-VERIFY-LINE.
061190     MOVE ARCH-CUTOFF-MONTH TO ARCH-FROM-MONTH.
061200     COMPUTE ARCH-TO-MONTH = RUN-DATE / 100.
061210     MOVE ARCH-FROM-MONTH TO ARCH-SCAN-MONTH.
061220     MOVE 0 TO ARCH-MONTH-LIMIT.
061230     PERFORM 6210-VERIFY-ONE-ARCHIVE THRU 6210-EXIT
061240         UNTIL ARCH-SCAN-MONTH > ARCH-TO-MONTH
061250         OR ARCH-MONTH-LIMIT > 120.
061260     PERFORM 6220-VERIFY-LIVE-AUDIT THRU 6220-EXIT.
061270*    ROWS CUT FROM THE END OF THE TRAIL LEAVE NO GAP BEHIND THEM -
061280*    THEY SHOW ONLY AGAINST THE CHAIN POSITION HELD FOR THIS RUN.
061290     IF AUDC-LAST-SEQUENCE > AVFY-EXPECTED
061300         MOVE 'END OF TRAIL' TO AVFY-FILE-NAME
061310         MOVE 0 TO AVFY-FILE-ROW
061320         MOVE AVFY-EXPECTED TO AUDC-ROW-SEQUENCE
061330         COMPUTE AVFY-EXPECTED = AUDC-LAST-SEQUENCE
061340         MOVE 'ROWS MISSING FROM THE END' TO AVFY-FINDING
061350         PERFORM 6250-WRITE-FINDING THRU 6250-EXIT
061360         ADD 1 TO AVFY-GAP-COUNT
061370     END-IF.
061380     PERFORM 6260-WRITE-VERIFY-TOTALS THRU 6260-EXIT.
061390     CLOSE AUDIT-VERIFY-FILE.
061400     DISPLAY 'VERIFICATION WRITTEN TO AUDVRPT - ' AVFY-ROWS-READ
061410         ' ROWS READ, ' AVFY-EXCEPTION-COUNT ' EXCEPTIONS'.
061420     IF AVFY-EXCEPTION-COUNT = 0
061430         DISPLAY 'AUDIT TRAIL VERIFIED INTACT'
061440     ELSE
061450         DISPLAY 'AUDIT TRAIL INTEGRITY EXCEPTIONS - SEE AUDVRPT'
061460     END-IF.
061470 6200-EXIT.
061480     EXIT.
061490
061500 6210-VERIFY-ONE-ARCHIVE.
061510     ADD 1 TO ARCH-MONTH-LIMIT.
061520     MOVE SPACES TO ARCHIVE-FILE-NAME.
061530     STRING 'AUDT'          DELIMITED BY SIZE
061540            ARCH-SCAN-MONTH DELIMITED BY SIZE
061550         INTO ARCHIVE-FILE-NAME.
061560     OPEN INPUT ARCHIVE-FILE.
061570     IF ARCH-STATUS = '00'
061580         ADD 1 TO AVFY-FILES-READ
061590         MOVE ARCHIVE-FILE-NAME TO AVFY-FILE-NAME
061600         MOVE 0 TO AVFY-FILE-ROW
061610         SET AVFY-FIRST-ROW-OF-FILE TO TRUE
061620         MOVE 'N' TO END-OF-FILE-SWITCH
061630         PERFORM 6215-VERIFY-ONE-ARCH-ROW THRU 6215-EXIT
061640             UNTIL END-OF-FILE
061650         CLOSE ARCHIVE-FILE
061660     END-IF.
061670     PERFORM 6748-NEXT-ARCH-MONTH THRU 6748-EXIT.
061680 6210-EXIT.
061690     EXIT.
061700
061710 6215-VERIFY-ONE-ARCH-ROW.
061720     READ ARCHIVE-FILE
061730         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
061740     END-READ.
061750     IF NOT END-OF-FILE
061760         MOVE ARCHIVE-RECORD TO AUDC-CHAIN-ROW
061770         PERFORM 6230-VERIFY-ONE-ROW THRU 6230-EXIT
061780     END-IF.
061790 6215-EXIT.
061800     EXIT.
061810
061820 6220-VERIFY-LIVE-AUDIT.
061830     IF AUDIT-FILE-IS-OPEN
061840         CLOSE AUDIT-FILE
061850         MOVE 'N' TO AUDIT-FILE-OPEN-SWITCH
061860     END-IF.
061870     OPEN INPUT AUDIT-FILE.
061880     IF AUDIT-STATUS NOT = '00'
061890         DISPLAY 'NO LIVE AUDIT FILE TO VERIFY - STATUS '
061900             AUDIT-STATUS
061910         PERFORM 1190-OPEN-AUDIT-FILE THRU 1190-EXIT
061920         GO TO 6220-EXIT
061930     END-IF.
061940     ADD 1 TO AVFY-FILES-READ.
061950     MOVE 'AUDITFILE' TO AVFY-FILE-NAME.
061960     MOVE 0 TO AVFY-FILE-ROW.
061970     SET AVFY-FIRST-ROW-OF-FILE TO TRUE.
061980     MOVE 'N' TO END-OF-FILE-SWITCH.
061990     PERFORM 6225-VERIFY-ONE-LIVE-ROW THRU 6225-EXIT
062000         UNTIL END-OF-FILE.
062010     CLOSE AUDIT-FILE.
062020     PERFORM 1190-OPEN-AUDIT-FILE THRU 1190-EXIT.
062030 6220-EXIT.
062040     EXIT.
062050
062060 6225-VERIFY-ONE-LIVE-ROW.
062070     READ AUDIT-FILE
062080         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
062090     END-READ.
062100     IF NOT END-OF-FILE
062110         MOVE AUDIT-RECORD TO AUDC-CHAIN-ROW
062120         PERFORM 6230-VERIFY-ONE-ROW THRU 6230-EXIT
062130     END-IF.
062140 6225-EXIT.
062150     EXIT.
062160
062170* --------------------------------------------------------------*
062180* 6230-VERIFY-ONE-ROW - ONE ROW AGAINST THE CHAIN SO FAR. A ROW
062190* AHEAD OF THE EXPECTED SEQUENCE IS A GAP AND THE CHAIN PICKS UP
062200* AGAIN FROM IT; A ROW BEHIND IS OUT OF ORDER AND THE CHAIN
062210* CARRIES ON PAST IT; A ROW IN ITS PLACE WHOSE CHECK VALUE DOES
062220* NOT FOLLOW FROM THE ROW BEFORE HAS BEEN ALTERED, AND ITS OWN
062230* VALUE IS TAKEN FORWARD SO ONE EDIT IS NOT REPORTED ON EVERY
062240* ROW AFTER IT. THE FIRST ROW OF A FILE THAT FAILS IS A BREAK
062250* BETWEEN FILES.
062260* --------------------------------------------------------------*
062270 6230-VERIFY-ONE-ROW.
062280     ADD 1 TO AVFY-ROWS-READ.
062290     ADD 1 TO AVFY-FILE-ROW.
062300     IF AUDC-ROW-SEQUENCE NOT NUMERIC
062310         OR AUDC-ROW-CHECK NOT NUMERIC
062320         IF AVFY-CHAIN-STARTED
062330             MOVE 0 TO AUDC-ROW-SEQUENCE
062340             MOVE 'UNSEQUENCED INSIDE CHAIN' TO AVFY-FINDING
062350             ADD 1 TO AVFY-EXPECTED
062360             PERFORM 6250-WRITE-FINDING THRU 6250-EXIT
062370             SUBTRACT 1 FROM AVFY-EXPECTED
062380             ADD 1 TO AVFY-UNSEQ-COUNT
062390         ELSE
062400             ADD 1 TO AVFY-LEGACY-COUNT
062410         END-IF
062420         GO TO 6230-EXIT
062430     END-IF.
062440     IF NOT AVFY-CHAIN-STARTED
062450         SET AVFY-CHAIN-STARTED TO TRUE
062460         MOVE AUDC-ROW-SEQUENCE TO AVFY-FIRST-SEQUENCE
062470         IF AUDC-ROW-SEQUENCE > 1
062480             PERFORM 6240-TAKE-ROW-FORWARD THRU 6240-EXIT
062490             GO TO 6230-EXIT
062500         END-IF
062510     END-IF.
062520     ADD 1 TO AVFY-EXPECTED.
062530     IF AUDC-ROW-SEQUENCE > AVFY-EXPECTED
062540         MOVE 'GAP - ROWS MISSING BEFORE' TO AVFY-FINDING
062550         IF AVFY-FIRST-ROW-OF-FILE
062560             ADD 1 TO AVFY-BOUNDARY-COUNT
062570         ELSE
062580             ADD 1 TO AVFY-GAP-COUNT
062590         END-IF
062600         PERFORM 6245-WRITE-ROW-FINDING THRU 6245-EXIT
062610         PERFORM 6240-TAKE-ROW-FORWARD THRU 6240-EXIT
062620         GO TO 6230-EXIT
062630     END-IF.
062640     IF AUDC-ROW-SEQUENCE < AVFY-EXPECTED
062650         MOVE 'OUT OF ORDER OR REPEATED' TO AVFY-FINDING
062660         IF AVFY-FIRST-ROW-OF-FILE
062670             ADD 1 TO AVFY-BOUNDARY-COUNT
062680         ELSE
062690             ADD 1 TO AVFY-ORDER-COUNT
062700         END-IF
062710         PERFORM 6245-WRITE-ROW-FINDING THRU 6245-EXIT
062720         SUBTRACT 1 FROM AVFY-EXPECTED
062730         MOVE 'N' TO AVFY-FIRST-ROW-SWITCH
062740         GO TO 6230-EXIT
062750     END-IF.
062760     PERFORM 6050-COMPUTE-CHAIN-CHECK THRU 6050-EXIT.
062770     IF AUDC-COMPUTED-CHECK NOT = AUDC-ROW-CHECK
062780         MOVE 'ALTERED - CHECK NOT CHAINED' TO AVFY-FINDING
062790         IF AVFY-FIRST-ROW-OF-FILE
062800             ADD 1 TO AVFY-BOUNDARY-COUNT
062810         ELSE
062820             ADD 1 TO AVFY-ALTERED-COUNT
062830         END-IF
062840         PERFORM 6245-WRITE-ROW-FINDING THRU 6245-EXIT
062850     ELSE
062860         ADD 1 TO AVFY-VERIFIED-COUNT
062870     END-IF.
062880     PERFORM 6240-TAKE-ROW-FORWARD THRU 6240-EXIT.
062890 6230-EXIT.
062900     EXIT.
062910
062920 6240-TAKE-ROW-FORWARD.
062930     MOVE AUDC-ROW-SEQUENCE TO AVFY-EXPECTED.
062940     MOVE AUDC-ROW-CHECK TO AUDC-PRIOR-CHECK.
062950     MOVE 'N' TO AVFY-FIRST-ROW-SWITCH.
062960 6240-EXIT.
062970     EXIT.
062980
062990* 6245 - A FAILURE ON THE FIRST ROW OF A FILE IS REPORTED AS A
063000* BREAK BETWEEN FILES - A MISSING OR CUT ARCHIVE MONTH, OR ROWS
063010* LOST WHEN THE LIVE FILE WAS REWRITTEN.
063020 6245-WRITE-ROW-FINDING.
063030     IF AVFY-FIRST-ROW-OF-FILE
063040         MOVE 'BREAK -' TO AVFY-BREAK-TEXT
063050     END-IF.
063060     PERFORM 6250-WRITE-FINDING THRU 6250-EXIT.
063070 6245-EXIT.
063080     EXIT.
063090
063100 6250-WRITE-FINDING.
063110     MOVE AVFY-FILE-NAME TO AVD-FILE-NAME.
063120     MOVE AVFY-FILE-ROW TO AVD-FILE-ROW.
063130     MOVE AUDC-ROW-SEQUENCE TO AVD-SEQUENCE.
063140     MOVE AVFY-EXPECTED TO AVD-EXPECTED.
063150     MOVE AVFY-BREAK-TEXT TO AVD-BREAK.
063160     MOVE AVFY-FINDING TO AVD-FINDING.
063170     WRITE AUDIT-VERIFY-LINE FROM AUDIT-VERIFY-DETAIL.
063180     MOVE SPACES TO AVFY-BREAK-TEXT.
063190     ADD 1 TO AVFY-EXCEPTION-COUNT.
063200 6250-EXIT.
063210     EXIT.
063220* 6260 - THE COUNTS BEHIND THE VERDICT, THEN THE VERDICT.
063230 6260-WRITE-VERIFY-TOTALS.
063240     MOVE SPACES TO AUDIT-VERIFY-LINE.
063250     WRITE AUDIT-VERIFY-LINE.
063260     MOVE AVFY-FILES-READ TO REPORT-COUNT-EDIT.
063270     MOVE SPACES TO AUDIT-VERIFY-LINE.
063280     STRING 'FILES READ                     ' DELIMITED BY SIZE
063290            REPORT-COUNT-EDIT                DELIMITED BY SIZE
063300         INTO AUDIT-VERIFY-LINE.
063310     WRITE AUDIT-VERIFY-LINE.
063320     MOVE AVFY-ROWS-READ TO AVFY-SEQUENCE-EDIT.
063330     MOVE SPACES TO AUDIT-VERIFY-LINE.
063340     STRING 'ROWS READ                    ' DELIMITED BY SIZE
063350            AVFY-SEQUENCE-EDIT             DELIMITED BY SIZE
063360         INTO AUDIT-VERIFY-LINE.
063370     WRITE AUDIT-VERIFY-LINE.
063380     MOVE AVFY-LEGACY-COUNT TO AVFY-SEQUENCE-EDIT.
063390     MOVE SPACES TO AUDIT-VERIFY-LINE.
063400     STRING 'ROWS FROM BEFORE THE CHAIN   ' DELIMITED BY SIZE
063410            AVFY-SEQUENCE-EDIT             DELIMITED BY SIZE
063420         INTO AUDIT-VERIFY-LINE.
063430     WRITE AUDIT-VERIFY-LINE.
063440     MOVE AVFY-VERIFIED-COUNT TO AVFY-SEQUENCE-EDIT.
063450     MOVE SPACES TO AUDIT-VERIFY-LINE.
063460     STRING 'ROWS PROVED IN THE CHAIN     ' DELIMITED BY SIZE
063470            AVFY-SEQUENCE-EDIT             DELIMITED BY SIZE
063480         INTO AUDIT-VERIFY-LINE.
063490     WRITE AUDIT-VERIFY-LINE.
063500     MOVE AVFY-FIRST-SEQUENCE TO AVFY-SEQUENCE-EDIT.
063510     MOVE SPACES TO AUDIT-VERIFY-LINE.
063520     STRING 'CHAIN PICKED UP AT SEQUENCE  ' DELIMITED BY SIZE
063530            AVFY-SEQUENCE-EDIT             DELIMITED BY SIZE
063540         INTO AUDIT-VERIFY-LINE.
063550     WRITE AUDIT-VERIFY-LINE.
063560     MOVE AUDC-LAST-SEQUENCE TO AVFY-SEQUENCE-EDIT.
063570     MOVE SPACES TO AUDIT-VERIFY-LINE.
063580     STRING 'LAST SEQUENCE WRITTEN        ' DELIMITED BY SIZE
063590            AVFY-SEQUENCE-EDIT             DELIMITED BY SIZE
063600         INTO AUDIT-VERIFY-LINE.
063610     WRITE AUDIT-VERIFY-LINE.
063620     MOVE AVFY-GAP-COUNT TO REPORT-COUNT-EDIT.
063630     MOVE SPACES TO AUDIT-VERIFY-LINE.
063640     STRING 'GAPS                           ' DELIMITED BY SIZE
063650            REPORT-COUNT-EDIT                DELIMITED BY SIZE
063660         INTO AUDIT-VERIFY-LINE.
063670     WRITE AUDIT-VERIFY-LINE.
063680     MOVE AVFY-ORDER-COUNT TO REPORT-COUNT-EDIT.
063690     MOVE SPACES TO AUDIT-VERIFY-LINE.
063700     STRING 'OUT OF ORDER ROWS              ' DELIMITED BY SIZE
063710            REPORT-COUNT-EDIT                DELIMITED BY SIZE
063720         INTO AUDIT-VERIFY-LINE.
063730     WRITE AUDIT-VERIFY-LINE.
063740     MOVE AVFY-ALTERED-COUNT TO REPORT-COUNT-EDIT.
063750     MOVE SPACES TO AUDIT-VERIFY-LINE.
063760     STRING 'ALTERED ROWS                   ' DELIMITED BY SIZE
063770            REPORT-COUNT-EDIT                DELIMITED BY SIZE
063780         INTO AUDIT-VERIFY-LINE.
063790     WRITE AUDIT-VERIFY-LINE.
063800     MOVE AVFY-UNSEQ-COUNT TO REPORT-COUNT-EDIT.
063810     MOVE SPACES TO AUDIT-VERIFY-LINE.
063820     STRING 'UNSEQUENCED ROWS IN THE CHAIN  ' DELIMITED BY SIZE
063830            REPORT-COUNT-EDIT                DELIMITED BY SIZE
063840         INTO AUDIT-VERIFY-LINE.
063850     WRITE AUDIT-VERIFY-LINE.
063860     MOVE AVFY-BOUNDARY-COUNT TO REPORT-COUNT-EDIT.
063870     MOVE SPACES TO AUDIT-VERIFY-LINE.
063880     STRING 'BREAKS BETWEEN FILES           ' DELIMITED BY SIZE
063890            REPORT-COUNT-EDIT                DELIMITED BY SIZE
063900         INTO AUDIT-VERIFY-LINE.
063910     WRITE AUDIT-VERIFY-LINE.
063920     MOVE SPACES TO AUDIT-VERIFY-LINE.
063930     WRITE AUDIT-VERIFY-LINE.
063940     IF AVFY-EXCEPTION-COUNT = 0
063950         MOVE 'AUDIT TRAIL VERIFIED INTACT' TO AUDIT-VERIFY-LINE
063960     ELSE
063970         MOVE 'AUDIT TRAIL INTEGRITY EXCEPTIONS FOUND'
063980             TO AUDIT-VERIFY-LINE
063990     END-IF.
064000     WRITE AUDIT-VERIFY-LINE.
064010 6260-EXIT.
064020     EXIT.
064030* --------------------------------------------------------------*
064040* 6400/6500/6600 - CHECKPOINT SAVE, RESET AND READ FOR BATCH
064050* RESTART SUPPORT.
064060* --------------------------------------------------------------*
064070 6400-SAVE-CHECKPOINT.
064080     OPEN OUTPUT CHECKPOINT-FILE.
064090     MOVE RECORD-COUNT TO CHKP-RECORD-COUNT.
064100     WRITE CHECKPOINT-RECORD.
064110     CLOSE CHECKPOINT-FILE.
064120     DISPLAY 'CHECKPOINT SAVED AT RECORD ' RECORD-COUNT.
064130 6400-EXIT.
064140     EXIT.
064150 
064160 6500-RESET-CHECKPOINT.
064170     OPEN OUTPUT CHECKPOINT-FILE.
064180     MOVE 0 TO CHKP-RECORD-COUNT.
064190     WRITE CHECKPOINT-RECORD.
064200     CLOSE CHECKPOINT-FILE.
064210 6500-EXIT.
064220     EXIT.
064230 
064240 6600-READ-CHECKPOINT.
064250     MOVE 0 TO RESTART-COUNT.
064260     OPEN INPUT CHECKPOINT-FILE.
064270     IF CHKP-STATUS = '00'
064280         READ CHECKPOINT-FILE
064290             AT END CONTINUE
064300         END-READ
064310         IF CHKP-STATUS = '00'
064320             MOVE CHKP-RECORD-COUNT TO RESTART-COUNT
064330         END-IF
064340         CLOSE CHECKPOINT-FILE
064350     END-IF.
064360 6600-EXIT.
064370     EXIT.
064380
064390* --------------------------------------------------------------*
064400* 6700-AUDIT-INQUIRY - SEARCHES THE AUDIT TRAIL BY OPERATOR ID,
064410* DATE RANGE AND CONVERSION CODE AND SHOWS THE MATCHING ROWS
064420* WITH A COUNT AND A CONVERTED-WEIGHT TOTAL. A DATE RANGE THAT
064430* REACHES INTO A CLOSED MONTH IS SERVED FROM THE DATED MONTHLY
064440* ARCHIVES BEFORE THE LIVE FILE IS SCANNED. THE AUDIT FILE IS
064450* CLOSED, REREAD AS INPUT, THEN REOPENED FOR EXTEND SO LOGGING
064460* CARRIES ON AFTERWARDS.
064470* --------------------------------------------------------------*
064480 6700-AUDIT-INQUIRY.
064490     PERFORM 6710-GET-INQUIRY-FILTERS THRU 6710-EXIT.
064500     MOVE 0 TO INQUIRY-MATCH-COUNT.
064510     MOVE 0 TO INQUIRY-TOTAL-WEIGHT.
064520*    CLOSED MONTHS LIVE IN THE DATED ARCHIVES - SEARCH THOSE
064530*    FIRST SO THE ROWS COME OUT OLDEST TO NEWEST.
064540     PERFORM 6740-SCAN-ARCHIVE-MONTHS THRU 6740-EXIT.
064550     IF AUDIT-FILE-IS-OPEN
064560         CLOSE AUDIT-FILE
064570         MOVE 'N' TO AUDIT-FILE-OPEN-SWITCH
064580     END-IF.
064590     OPEN INPUT AUDIT-FILE.
064600     IF AUDIT-STATUS NOT = '00'
064610         DISPLAY 'NO LIVE AUDIT HISTORY AVAILABLE - STATUS '
064620             AUDIT-STATUS
064630     ELSE
064640         MOVE 'N' TO END-OF-FILE-SWITCH
064650         PERFORM 6750-SCAN-ONE-AUDIT-ROW THRU 6750-EXIT
064660             UNTIL END-OF-FILE
064670         CLOSE AUDIT-FILE
064680     END-IF.
064690     MOVE INQUIRY-TOTAL-WEIGHT TO INQUIRY-TOTAL-EDIT.
064700     DISPLAY ' '.
064710     DISPLAY 'MATCHING CONVERSIONS  - ' INQUIRY-MATCH-COUNT.
064720     DISPLAY 'TOTAL CONVERTED WGT   - ' INQUIRY-TOTAL-EDIT.
064730     PERFORM 1190-OPEN-AUDIT-FILE THRU 1190-EXIT.
064740 6700-EXIT.
064750     EXIT.
064760
064770 6710-GET-INQUIRY-FILTERS.
064780     DISPLAY ' '.
064790     DISPLAY 'AUDIT TRAIL INQUIRY'.
064800     DISPLAY 'OPERATOR ID TO MATCH (BLANK FOR ALL): '.
064810     ACCEPT INQUIRY-OPERATOR.
064820     DISPLAY 'FROM DATE YYYYMMDD (BLANK FOR EARLIEST): '.
064830     PERFORM 6720-GET-INQUIRY-DATE THRU 6720-EXIT.
064840     IF INQUIRY-DATE-BLANK
064850         MOVE '00000000' TO INQUIRY-FROM-DATE
064860     ELSE
064870         MOVE INQUIRY-DATE-NUMERIC TO INQUIRY-FROM-DATE
064880     END-IF.
064890     DISPLAY 'TO DATE YYYYMMDD (BLANK FOR LATEST): '.
064900     PERFORM 6720-GET-INQUIRY-DATE THRU 6720-EXIT.
064910     IF INQUIRY-DATE-BLANK
064920         MOVE '99999999' TO INQUIRY-TO-DATE
064930     ELSE
064940         MOVE INQUIRY-DATE-NUMERIC TO INQUIRY-TO-DATE
064950     END-IF.
064960     DISPLAY 'CONVERSION CODE 01-08 (BLANK OR 00 FOR ALL): '.
064970     PERFORM 6730-GET-INQUIRY-CODE THRU 6730-EXIT.
064980 6710-EXIT.
064990     EXIT.
065000
065010 6720-GET-INQUIRY-DATE.
065020     MOVE 'N' TO VALID-ENTRY-SWITCH.
065030     MOVE 'N' TO INQUIRY-DATE-BLANK-SWITCH.
065040     PERFORM 6725-EDIT-INQUIRY-DATE THRU 6725-EXIT
065050         UNTIL VALID-ENTRY.
065060 6720-EXIT.
065070     EXIT.
065080
065090 6725-EDIT-INQUIRY-DATE.
065100     ACCEPT INQUIRY-DATE-EDIT.
065110     IF INQUIRY-DATE-EDIT = SPACES
065120         SET INQUIRY-DATE-BLANK TO TRUE
065130         SET VALID-ENTRY TO TRUE
065140     ELSE
065150         INSPECT INQUIRY-DATE-EDIT
065160             REPLACING LEADING SPACE BY ZERO
065170         IF INQUIRY-DATE-EDIT NOT NUMERIC
065180             DISPLAY 'INVALID DATE - DIGITS ONLY - TRY AGAIN'
065190         ELSE
065200             SET VALID-ENTRY TO TRUE
065210         END-IF
065220     END-IF.
065230 6725-EXIT.
065240     EXIT.
065250
065260 6730-GET-INQUIRY-CODE.
065270     MOVE 'N' TO VALID-ENTRY-SWITCH.
065280     PERFORM 6735-EDIT-INQUIRY-CODE THRU 6735-EXIT
065290         UNTIL VALID-ENTRY.
065300 6730-EXIT.
065310     EXIT.
065320
065330 6735-EDIT-INQUIRY-CODE.
065340     ACCEPT INQUIRY-CODE-EDIT.
065350     IF INQUIRY-CODE-EDIT = SPACES
065360         MOVE 0 TO INQUIRY-CODE
065370         SET VALID-ENTRY TO TRUE
065380     ELSE
065390         INSPECT INQUIRY-CODE-EDIT
065400             REPLACING LEADING SPACE BY ZERO
065410         IF INQUIRY-CODE-EDIT NOT NUMERIC
065420             DISPLAY 'INVALID CODE - DIGITS ONLY - TRY AGAIN'
065430         ELSE
065440             IF INQUIRY-CODE-NUMERIC <= 8
065450                 MOVE INQUIRY-CODE-NUMERIC TO INQUIRY-CODE
065460                 SET VALID-ENTRY TO TRUE
065470             ELSE
065480                 DISPLAY 'INVALID CODE - 01 TO 08 - TRY AGAIN'
065490             END-IF
065500         END-IF
065510     END-IF.
065520 6735-EXIT.
065530     EXIT.
065540
065550* --------------------------------------------------------------*
065560* 6740 THROUGH 6748 - ARCHIVE SIDE OF THE INQUIRY. EVERY MONTH
065570* FROM THE FROM-DATE TO THE TO-DATE IS TRIED AS A DATED ARCHIVE
065580* FILE AND SCANNED THROUGH THE SAME FILTER PATH AS THE LIVE
065590* FILE. A MONTH WITH NO ARCHIVE SIMPLY DOES NOT OPEN. A BLANK
065600* FROM DATE CANNOT NAME A STARTING MONTH, SO ONLY THE LIVE FILE
065610* IS SEARCHED IN THAT CASE AND THE OPERATOR IS TOLD SO.
065620* --------------------------------------------------------------*
065630 6740-SCAN-ARCHIVE-MONTHS.
065640     IF INQUIRY-FROM-DATE = '00000000'
065650         DISPLAY 'FROM DATE BLANK - ARCHIVED MONTHS NOT'
065660             ' SEARCHED - ENTER A FROM DATE TO INCLUDE THEM'
065670         GO TO 6740-EXIT
065680     END-IF.
065690     MOVE INQUIRY-FROM-DATE TO ARCH-ROW-DATE.
065700     COMPUTE ARCH-FROM-MONTH = ARCH-ROW-DATE / 100.
065710     IF INQUIRY-TO-DATE = '99999999'
065720         COMPUTE ARCH-TO-MONTH = RUN-DATE / 100
065730     ELSE
065740         MOVE INQUIRY-TO-DATE TO ARCH-ROW-DATE
065750         COMPUTE ARCH-TO-MONTH = ARCH-ROW-DATE / 100
065760     END-IF.
065770     MOVE ARCH-FROM-MONTH TO ARCH-SCAN-MONTH.
065780     MOVE 0 TO ARCH-MONTH-LIMIT.
065790     PERFORM 6742-SCAN-ONE-ARCHIVE THRU 6742-EXIT
065800         UNTIL ARCH-SCAN-MONTH > ARCH-TO-MONTH
065810         OR ARCH-MONTH-LIMIT > 120.
065820 6740-EXIT.
065830     EXIT.
065840
065850 6742-SCAN-ONE-ARCHIVE.
065860     ADD 1 TO ARCH-MONTH-LIMIT.
065870     MOVE SPACES TO ARCHIVE-FILE-NAME.
065880     STRING 'AUDT'          DELIMITED BY SIZE
065890            ARCH-SCAN-MONTH DELIMITED BY SIZE
065900         INTO ARCHIVE-FILE-NAME.
065910     OPEN INPUT ARCHIVE-FILE.
065920     IF ARCH-STATUS = '00'
065930         MOVE 'N' TO END-OF-FILE-SWITCH
065940         PERFORM 6745-SCAN-ONE-ARCH-ROW THRU 6745-EXIT
065950             UNTIL END-OF-FILE
065960         CLOSE ARCHIVE-FILE
065970     END-IF.
065980     PERFORM 6748-NEXT-ARCH-MONTH THRU 6748-EXIT.
065990 6742-EXIT.
066000     EXIT.
066010
066020 6745-SCAN-ONE-ARCH-ROW.
066030     READ ARCHIVE-FILE
066040         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
066050     END-READ.
066060     IF NOT END-OF-FILE
066070         MOVE ARCHIVE-RECORD TO AUDIT-ROW-WORK
066080         PERFORM 6760-TEST-ONE-AUDIT-ROW THRU 6760-EXIT
066090     END-IF.
066100 6745-EXIT.
066110     EXIT.
066120
066130 6748-NEXT-ARCH-MONTH.
066140     IF ASM-MONTH >= 12
066150         ADD 1 TO ASM-YEAR
066160         MOVE 1 TO ASM-MONTH
066170     ELSE
066180         ADD 1 TO ASM-MONTH
066190     END-IF.
066200 6748-EXIT.
066210     EXIT.
066220
066230 6750-SCAN-ONE-AUDIT-ROW.
066240     READ AUDIT-FILE
066250         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
066260     END-READ.
066270     IF NOT END-OF-FILE
066280         MOVE AUDIT-RECORD TO AUDIT-ROW-WORK
066290         PERFORM 6760-TEST-ONE-AUDIT-ROW THRU 6760-EXIT
066300     END-IF.
066310 6750-EXIT.
066320     EXIT.
066330
066340* 6760 WORKS OFF THE AUDIT-ROW-WORK COPY SO THE LIVE FILE AND
066350* THE MONTHLY ARCHIVES SHARE ONE FILTER PATH.
066360 6760-TEST-ONE-AUDIT-ROW.
066370     IF INQUIRY-OPERATOR NOT = SPACES
066380         AND AW-OPERATOR-ID NOT = INQUIRY-OPERATOR
066390         GO TO 6760-EXIT
066400     END-IF.
066410     IF AW-DATE < INQUIRY-FROM-DATE
066420         OR AW-DATE > INQUIRY-TO-DATE
066430         GO TO 6760-EXIT
066440     END-IF.
066450* FACTOR LOG LINES HAVE NO CONVERSION CODE - SHOW THEM WHEN NO
066460* CODE FILTER IS ON, BUT KEEP THEM OUT OF THE COUNT AND TOTAL.
066470     IF AW-CONVERSION-CODE NOT NUMERIC
066480         IF INQUIRY-CODE = 0
066490             DISPLAY AUDIT-ROW-WORK
066500         END-IF
066510         GO TO 6760-EXIT
066520     END-IF.
066530     IF INQUIRY-CODE > 0
066540         AND AW-CONVERSION-CODE NOT = INQUIRY-CODE
066550         GO TO 6760-EXIT
066560     END-IF.
066570     DISPLAY AUDIT-ROW-WORK.
066580     ADD 1 TO INQUIRY-MATCH-COUNT.
066590     MOVE AW-CONVERTED-WEIGHT TO INQUIRY-WORK-WEIGHT.
066600     ADD INQUIRY-WORK-WEIGHT TO INQUIRY-TOTAL-WEIGHT.
066610 6760-EXIT.
066620     EXIT.
066630
066640* --------------------------------------------------------------*
066650* 6800-AUDIT-ARCHIVE - MONTH-END ROLL OF THE AUDIT TRAIL. ROWS
066660* DATED BEFORE THE CUTOFF MONTH MOVE TO THEIR DATED MONTHLY
066670* ARCHIVE FILE (AUDT + YYYYMM, EXTENDED SO A RERUN IS SAFE) AND
066680* THE LIVE FILE IS REWRITTEN WITH JUST THE CURRENT PERIOD, SO
066690* EVERYDAY INQUIRIES STOP PAYING FOR SEVEN YEARS OF HISTORY.
066700* ROWS WITH AN UNREADABLE DATE ARE KEPT ON THE LIVE FILE. ROWS
066710* ARE COPIED WHOLE, SO THE SEQUENCE AND CHECK CHAIN RUNS ON FROM
066720* THE ARCHIVE MONTHS INTO THE LIVE FILE UNBROKEN.
066730* --------------------------------------------------------------*
066740 6800-AUDIT-ARCHIVE.
066750     DISPLAY ' '.
066760     DISPLAY 'AUDIT TRAIL ARCHIVE AND PURGE'.
066770     DISPLAY 'KEEP MONTHS FROM (YYYYMM) - EVERYTHING OLDER IS'
066780         ' ARCHIVED: '.
066790     MOVE 'N' TO VALID-ENTRY-SWITCH.
066800     PERFORM 6810-EDIT-CUTOFF-MONTH THRU 6810-EXIT
066810         UNTIL VALID-ENTRY.
066820     IF AUDIT-FILE-IS-OPEN
066830         CLOSE AUDIT-FILE
066840         MOVE 'N' TO AUDIT-FILE-OPEN-SWITCH
066850     END-IF.
066860     OPEN INPUT AUDIT-FILE.
066870     IF AUDIT-STATUS NOT = '00'
066880         DISPLAY 'NO AUDIT HISTORY TO ARCHIVE - STATUS '
066890             AUDIT-STATUS
066900         PERFORM 1190-OPEN-AUDIT-FILE THRU 1190-EXIT
066910         GO TO 6800-EXIT
066920     END-IF.
066930     OPEN OUTPUT AUDIT-WORK-FILE.
066940     IF AWRK-STATUS NOT = '00'
066950         DISPLAY 'UNABLE TO OPEN AUDIT WORK FILE - STATUS '
066960             AWRK-STATUS ' - ARCHIVE ABANDONED'
066970         CLOSE AUDIT-FILE
066980         PERFORM 1190-OPEN-AUDIT-FILE THRU 1190-EXIT
066990         GO TO 6800-EXIT
067000     END-IF.
067010     MOVE 0 TO ARCHIVED-ROW-COUNT.
067020     MOVE 0 TO KEPT-ROW-COUNT.
067030     MOVE 0 TO ARCH-OPEN-MONTH.
067040     MOVE 'N' TO ARCHIVE-OPEN-SWITCH.
067050     MOVE 'N' TO END-OF-FILE-SWITCH.
067060     PERFORM 6820-ARCHIVE-ONE-ROW THRU 6820-EXIT
067070         UNTIL END-OF-FILE.
067080     IF ARCHIVE-IS-OPEN
067090         CLOSE ARCHIVE-FILE
067100         MOVE 'N' TO ARCHIVE-OPEN-SWITCH
067110     END-IF.
067120     CLOSE AUDIT-FILE.
067130     CLOSE AUDIT-WORK-FILE.
067140     PERFORM 6850-REWRITE-LIVE-AUDIT THRU 6850-EXIT.
067150     PERFORM 1190-OPEN-AUDIT-FILE THRU 1190-EXIT.
067160     PERFORM 6070-SAVE-AUDIT-CHAIN THRU 6070-EXIT.
067170     DISPLAY 'ARCHIVE COMPLETE - ' ARCHIVED-ROW-COUNT
067180         ' ROWS ARCHIVED, ' KEPT-ROW-COUNT ' ROWS KEPT ON THE'
067190         ' LIVE FILE'.
067200 6800-EXIT.
067210     EXIT.
067220
067230 6810-EDIT-CUTOFF-MONTH.
067240     ACCEPT ARCH-CUTOFF-EDIT.
067250     INSPECT ARCH-CUTOFF-EDIT REPLACING LEADING SPACE BY ZERO.
067260     IF ARCH-CUTOFF-EDIT NOT NUMERIC
067270         DISPLAY 'INVALID MONTH - DIGITS ONLY - TRY AGAIN'
067280         GO TO 6810-EXIT
067290     END-IF.
067300     MOVE ARCH-CUTOFF-NUMERIC TO ARCH-CUTOFF-MONTH.
067310     MOVE ARCH-CUTOFF-MONTH TO ARCH-SCAN-MONTH.
067320     IF ASM-MONTH < 1 OR ASM-MONTH > 12 OR ASM-YEAR < 2000
067330         DISPLAY 'INVALID MONTH - YYYYMM - TRY AGAIN'
067340     ELSE
067350         SET VALID-ENTRY TO TRUE
067360     END-IF.
067370 6810-EXIT.
067380     EXIT.
067390
067400 6820-ARCHIVE-ONE-ROW.
067410     READ AUDIT-FILE
067420         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
067430     END-READ.
067440     IF END-OF-FILE
067450         GO TO 6820-EXIT
067460     END-IF.
067470     IF AUDIT-DATE NOT NUMERIC
067480         WRITE AUDIT-WORK-RECORD FROM AUDIT-RECORD
067490         ADD 1 TO KEPT-ROW-COUNT
067500         GO TO 6820-EXIT
067510     END-IF.
067520     MOVE AUDIT-DATE TO ARCH-ROW-DATE.
067530     COMPUTE ARCH-ROW-MONTH = ARCH-ROW-DATE / 100.
067540     IF ARCH-ROW-MONTH >= ARCH-CUTOFF-MONTH
067550         WRITE AUDIT-WORK-RECORD FROM AUDIT-RECORD
067560         ADD 1 TO KEPT-ROW-COUNT
067570         GO TO 6820-EXIT
067580     END-IF.
067590     IF ARCH-ROW-MONTH NOT = ARCH-OPEN-MONTH
067600         PERFORM 6830-SWITCH-ARCHIVE-MONTH THRU 6830-EXIT
067610     END-IF.
067620*    A MONTH WHOSE ARCHIVE WILL NOT OPEN KEEPS ITS ROWS ON THE
067630*    LIVE FILE - RETENTION DATA IS NEVER DROPPED ON THE FLOOR.
067640     IF NOT ARCHIVE-IS-OPEN
067650         WRITE AUDIT-WORK-RECORD FROM AUDIT-RECORD
067660         ADD 1 TO KEPT-ROW-COUNT
067670         GO TO 6820-EXIT
067680     END-IF.
067690     WRITE ARCHIVE-RECORD FROM AUDIT-RECORD.
067700     ADD 1 TO ARCHIVED-ROW-COUNT.
067710 6820-EXIT.
067720     EXIT.
067730
067740 6830-SWITCH-ARCHIVE-MONTH.
067750     IF ARCHIVE-IS-OPEN
067760         CLOSE ARCHIVE-FILE
067770         MOVE 'N' TO ARCHIVE-OPEN-SWITCH
067780     END-IF.
067790     MOVE SPACES TO ARCHIVE-FILE-NAME.
067800     STRING 'AUDT'          DELIMITED BY SIZE
067810            ARCH-ROW-MONTH  DELIMITED BY SIZE
067820         INTO ARCHIVE-FILE-NAME.
067830     OPEN EXTEND ARCHIVE-FILE.
067840     IF ARCH-STATUS = '35'
067850         OPEN OUTPUT ARCHIVE-FILE
067860     END-IF.
067870     IF ARCH-STATUS NOT = '00'
067880         DISPLAY 'UNABLE TO OPEN ARCHIVE ' ARCHIVE-FILE-NAME
067890             ' - STATUS ' ARCH-STATUS
067900     ELSE
067910         SET ARCHIVE-IS-OPEN TO TRUE
067920     END-IF.
067930     MOVE ARCH-ROW-MONTH TO ARCH-OPEN-MONTH.
067940 6830-EXIT.
067950     EXIT.
067960
067970* 6850/6860 - COPY THE KEPT ROWS BACK OVER THE LIVE FILE SO THE
067980* AUDIT TRAIL HOLDS ONLY THE CURRENT PERIOD.
067990 6850-REWRITE-LIVE-AUDIT.
068000     OPEN INPUT AUDIT-WORK-FILE.
068010     IF AWRK-STATUS NOT = '00'
068020         DISPLAY 'UNABLE TO REREAD AUDIT WORK FILE - STATUS '
068030             AWRK-STATUS ' - LIVE FILE LEFT AS IT WAS'
068040         GO TO 6850-EXIT
068050     END-IF.
068060     OPEN OUTPUT AUDIT-FILE.
068070     IF AUDIT-STATUS NOT = '00'
068080         DISPLAY 'UNABLE TO REWRITE LIVE AUDIT FILE - STATUS '
068090             AUDIT-STATUS
068100         CLOSE AUDIT-WORK-FILE
068110         GO TO 6850-EXIT
068120     END-IF.
068130     MOVE 'N' TO END-OF-FILE-SWITCH.
068140     PERFORM 6860-COPY-ONE-KEPT-ROW THRU 6860-EXIT
068150         UNTIL END-OF-FILE.
068160     CLOSE AUDIT-WORK-FILE.
068170     CLOSE AUDIT-FILE.
068180 6850-EXIT.
068190     EXIT.
068200
068210 6860-COPY-ONE-KEPT-ROW.
068220     READ AUDIT-WORK-FILE
068230         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
068240     END-READ.
068250     IF NOT END-OF-FILE
068260         WRITE AUDIT-RECORD FROM AUDIT-WORK-RECORD
068270     END-IF.
068280 6860-EXIT.
068290     EXIT.
068300
068310* --------------------------------------------------------------*
068320* 7000-PRINT-REPORT - DAILY SUMMARY REPORT SHOWING CONVERSION
068330* COUNTS AND TOTAL WEIGHT BY DIRECTION, WITH A GRAND TOTAL LINE.
068340* --------------------------------------------------------------*
068350 7000-PRINT-REPORT.
068360     MOVE 'N' TO RPT-FAILED-SWITCH.
068370     OPEN OUTPUT REPORT-FILE.
068380     IF RPT-STATUS NOT = '00'
068390         DISPLAY 'UNABLE TO OPEN REPORT FILE - REPORT ABORTED'
068400         SET RPT-FAILED TO TRUE
068410     ELSE
068420         MOVE 0 TO PAGE-NUMBER
068430         MOVE 0 TO GRAND-TOTAL-COUNT
068440         MOVE 0 TO GRAND-TOTAL-WEIGHT
068450         PERFORM 7100-WRITE-PAGE-HEADER THRU 7100-EXIT
068460         PERFORM 7200-WRITE-DETAIL-LINE THRU 7200-EXIT
068470             VARYING STAT-INDEX FROM 1 BY 1 UNTIL STAT-INDEX > 9
068480         PERFORM 7300-WRITE-GRAND-TOTAL THRU 7300-EXIT
068490         CLOSE REPORT-FILE
068500         DISPLAY 'DAILY SUMMARY REPORT WRITTEN TO RPTFILE'
068510     END-IF.
068520 7000-EXIT.
068530     EXIT.
068540 
068550 7100-WRITE-PAGE-HEADER.
068560     ADD 1 TO PAGE-NUMBER.
068570     MOVE PAGE-NUMBER TO PAGE-NUMBER-EDIT.
068580     MOVE SPACES TO REPORT-LINE.
068590     STRING 'WEIGHT CONVERTER - DAILY SUMMARY REPORT'
068600             DELIMITED BY SIZE
068610            '          PAGE '          DELIMITED BY SIZE
068620            PAGE-NUMBER-EDIT              DELIMITED BY SIZE
068630         INTO REPORT-LINE.
068640     WRITE REPORT-LINE.
068650     MOVE SPACES TO REPORT-LINE.
068660     WRITE REPORT-LINE.
068670     MOVE SPACES TO REPORT-LINE.
068680     STRING 'DIRECTION'               DELIMITED BY SIZE
068690            '               COUNT'    DELIMITED BY SIZE
068700            '          TOTAL WEIGHT'  DELIMITED BY SIZE
068710         INTO REPORT-LINE.
068720     WRITE REPORT-LINE.
068730     MOVE SPACES TO REPORT-LINE.
068740     WRITE REPORT-LINE.
068750 7100-EXIT.
068760     EXIT.
068770 
068780 7200-WRITE-DETAIL-LINE.
068790     SET DIRECTION-NUMBER TO STAT-INDEX.
068800     PERFORM 7210-GET-DIRECTION-LABEL THRU 7210-EXIT.
068810     MOVE DIRECTION-COUNT(STAT-INDEX) TO REPORT-COUNT-EDIT.
068820     MOVE DIRECTION-TOTAL(STAT-INDEX) TO REPORT-TOTAL-EDIT.
068830     MOVE SPACES TO REPORT-LINE.
068840     STRING DIRECTION-LABEL     DELIMITED BY SIZE
068850            '   '               DELIMITED BY SIZE
068860            REPORT-COUNT-EDIT   DELIMITED BY SIZE
068870            '   '               DELIMITED BY SIZE
068880            REPORT-TOTAL-EDIT   DELIMITED BY SIZE
068890         INTO REPORT-LINE.
068900     WRITE REPORT-LINE.
068910     ADD DIRECTION-COUNT(STAT-INDEX) TO GRAND-TOTAL-COUNT.
068920     ADD DIRECTION-TOTAL(STAT-INDEX) TO GRAND-TOTAL-WEIGHT.
068930 7200-EXIT.
068940     EXIT.
068950 
068960* 7210 WORKS OFF DIRECTION-NUMBER SO BOTH THE DAILY SUMMARY AND
068970* THE TREND REPORT CAN SHARE IT WHATEVER TABLE THEY ARE WALKING.
068980 7210-GET-DIRECTION-LABEL.
068990     EVALUATE DIRECTION-NUMBER
069000         WHEN 1  MOVE 'KG TO LBS'     TO DIRECTION-LABEL
069010         WHEN 2  MOVE 'LBS TO KG'     TO DIRECTION-LABEL
069020         WHEN 3  MOVE 'KG TO STONE'   TO DIRECTION-LABEL
069030         WHEN 4  MOVE 'STONE TO KG'   TO DIRECTION-LABEL
069040         WHEN 5  MOVE 'KG TO OUNCES'  TO DIRECTION-LABEL
069050         WHEN 6  MOVE 'OUNCES TO KG'  TO DIRECTION-LABEL
069060         WHEN 7  MOVE 'KG TO TONNES'  TO DIRECTION-LABEL
069070         WHEN 8  MOVE 'TONNES TO KG'  TO DIRECTION-LABEL
069080         WHEN 9  MOVE 'OTHER UNIT PAIRS' TO DIRECTION-LABEL
069090     END-EVALUATE.
069100 7210-EXIT.
069110     EXIT.
069120 
069130 7300-WRITE-GRAND-TOTAL.
069140     MOVE GRAND-TOTAL-COUNT TO REPORT-COUNT-EDIT.
069150     MOVE GRAND-TOTAL-WEIGHT TO REPORT-TOTAL-EDIT.
069160     MOVE SPACES TO REPORT-LINE.
069170     WRITE REPORT-LINE.
069180     MOVE SPACES TO REPORT-LINE.
069190     STRING 'GRAND TOTAL'          DELIMITED BY SIZE
069200            '   '                  DELIMITED BY SIZE
069210            REPORT-COUNT-EDIT      DELIMITED BY SIZE
069220            '   '                  DELIMITED BY SIZE
069230            REPORT-TOTAL-EDIT      DELIMITED BY SIZE
069240         INTO REPORT-LINE.
069250     WRITE REPORT-LINE.
069260 7300-EXIT.
069270     EXIT.
069280
069290* --------------------------------------------------------------*
069300* 7400-EXPORT-EINVOICES - ONCE THE INVOICE RUN HAS PROVED OUT,
069310* EVERY INVOICE FOR A CARRIER FLAGGED FOR ELECTRONIC BILLING ON
069320* THE RATE MASTER IS ALSO WRITTEN TO THAT CARRIER'S EINV FILE -
069330* A HEADER, ONE LINE PER TICKET (THE SAME LINES, SCREENED THE
069340* SAME WAY, AS THE PRINTED INVOICE), THE REBILLS AND A TRAILER
069350* CARRYING THE INVOICE TOTALS - AND LOGGED ON EINVLOG AS SENT
069360* TO AWAIT THE CARRIER'S ACKNOWLEDGMENT. CREDIT MEMOS STAY ON
069370* THE PRINTED INVOICE FILE ONLY.
069380* --------------------------------------------------------------*
069390 7400-EXPORT-EINVOICES.
069400     MOVE 0 TO EINV-SENT-COUNT.
069410     IF NOT RATING-ACTIVE
069420         DISPLAY 'RATE MASTER NOT AVAILABLE - NO ELECTRONIC'
069430             ' INVOICES WRITTEN'
069440         GO TO 7400-EXIT
069450     END-IF.
069460     MOVE 'N' TO EINV-LOG-OPEN-SWITCH.
069470     PERFORM 7405-EXPORT-ONE-CARRIER THRU 7405-EXIT
069480         VARYING INV-SUB FROM 1 BY 1
069490         UNTIL INV-SUB > INVOICE-CARRIER-COUNT.
069500     IF EINV-LOG-IS-OPEN
069510         CLOSE EINV-LOG-FILE
069520     END-IF.
069530 7400-EXIT.
069540     EXIT.
069550
069560 7405-EXPORT-ONE-CARRIER.
069570     MOVE INV-TABLE-CARRIER(INV-SUB) TO RATE-CARRIER-CODE.
069580     READ RATE-FILE.
069590     IF RATE-STATUS NOT = '00'
069600         GO TO 7405-EXIT
069610     END-IF.
069620     IF RATE-EINVOICE-FLAG NOT = 'Y'
069630         GO TO 7405-EXIT
069640     END-IF.
069650     MOVE SPACES TO EINV-FILE-NAME.
069660     STRING 'EINV'                     DELIMITED BY SIZE
069670            INV-TABLE-CARRIER(INV-SUB) DELIMITED BY SPACE
069680         INTO EINV-FILE-NAME.
069690     OPEN EXTEND EINV-FILE.
069700     IF EINV-STATUS = '35'
069710         OPEN OUTPUT EINV-FILE
069720     END-IF.
069730     IF EINV-STATUS NOT = '00'
069740         DISPLAY 'UNABLE TO OPEN ' EINV-FILE-NAME ' - STATUS '
069750             EINV-STATUS ' - INVOICE '
069760             INV-TABLE-INVOICE-NO(INV-SUB) ' NOT SENT'
069770         GO TO 7405-EXIT
069780     END-IF.
069790     MOVE SPACES TO EINV-HEADER-RECORD.
069800     MOVE 'H' TO EIH-RECORD-TYPE.
069810     MOVE INV-TABLE-INVOICE-NO(INV-SUB) TO EIH-INVOICE-NUMBER.
069820     MOVE INV-TABLE-CARRIER(INV-SUB) TO EIH-CARRIER-CODE.
069830     MOVE RUN-DATE TO EIH-INVOICE-DATE.
069840     MOVE INV-TABLE-TICKETS(INV-SUB) TO EIH-LINE-COUNT.
069850     WRITE EINV-HEADER-RECORD.
069860     MOVE 0 TO EINV-LINE-NUMBER.
069870     MOVE 0 TO PRIOR-TICKET-COUNT.
069880     MOVE 'N' TO DUP-TABLE-FULL-SWITCH.
069890     MOVE 'N' TO END-OF-FILE-SWITCH.
069900     OPEN INPUT CHARGE-FILE.
069910     IF CHG-STATUS = '00'
069920         PERFORM 7410-EINV-DETAIL-READ THRU 7410-EXIT
069930             UNTIL END-OF-FILE
069940         CLOSE CHARGE-FILE
069950     END-IF.
069960     PERFORM 7415-EINV-REBILL-LINE THRU 7415-EXIT
069970         VARYING CORR-SUB FROM 1 BY 1
069980         UNTIL CORR-SUB > CORR-TABLE-COUNT.
069990     MOVE SPACES TO EINV-TRAILER-RECORD.
070000     MOVE 'T' TO EIT-RECORD-TYPE.
070010     MOVE INV-TABLE-INVOICE-NO(INV-SUB) TO EIT-INVOICE-NUMBER.
070020     MOVE EINV-LINE-NUMBER TO EIT-LINE-COUNT.
070030     MOVE INV-TABLE-WEIGHT(INV-SUB) TO EIT-TOTAL-WEIGHT.
070040     MOVE INV-TABLE-CHARGE(INV-SUB) TO EIT-TOTAL-CHARGE.
070050     WRITE EINV-TRAILER-RECORD.
070060     CLOSE EINV-FILE.
070070     ADD 1 TO EINV-SENT-COUNT.
070080     PERFORM 7425-LOG-EINVOICE THRU 7425-EXIT.
070090 7405-EXIT.
070100     EXIT.
070110
070120 7410-EINV-DETAIL-READ.
070130     READ CHARGE-FILE
070140         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
070150     END-READ.
070160     IF END-OF-FILE
070170         GO TO 7410-EXIT
070180     END-IF.
070190     PERFORM 7528-DEEDIT-CHARGE-ROW THRU 7528-EXIT.
070200     IF NOT INV-ROW-OK
070210         GO TO 7410-EXIT
070220     END-IF.
070230     PERFORM 7522-SCREEN-CHARGE-ROW THRU 7522-EXIT.
070240     IF NOT INV-ROW-OK
070250         GO TO 7410-EXIT
070260     END-IF.
070270     IF CHG-SPLIT-CARRIER NOT = INV-TABLE-CARRIER(INV-SUB)
070280         GO TO 7410-EXIT
070290     END-IF.
070300     MOVE CHG-SPLIT-TICKET TO EINV-LINE-TICKET.
070310     MOVE CHG-SPLIT-UNIT TO EINV-LINE-UNIT.
070320     MOVE INV-WORK-WEIGHT TO EINV-LINE-WEIGHT.
070330     MOVE INV-WORK-CHARGE TO EINV-LINE-CHARGE.
070340     MOVE 0 TO EINV-LINE-REBILL-OF.
070350     PERFORM 7418-WRITE-EINV-DETAIL THRU 7418-EXIT.
070360 7410-EXIT.
070370     EXIT.
070380
070390 7415-EINV-REBILL-LINE.
070400     IF CRT-ACTION(CORR-SUB) NOT = 'B'
070410         OR CRT-NEW-CARRIER(CORR-SUB) NOT =
070420             INV-TABLE-CARRIER(INV-SUB)
070430         GO TO 7415-EXIT
070440     END-IF.
070450     MOVE CRT-TICKET(CORR-SUB) TO EINV-LINE-TICKET.
070460     MOVE CRT-NEW-UNIT(CORR-SUB) TO EINV-LINE-UNIT.
070470     MOVE CRT-NEW-WEIGHT(CORR-SUB) TO EINV-LINE-WEIGHT.
070480     MOVE CRT-NEW-CHARGE(CORR-SUB) TO EINV-LINE-CHARGE.
070490     MOVE CRT-ORIG-INVOICE(CORR-SUB) TO EINV-LINE-REBILL-OF.
070500     PERFORM 7418-WRITE-EINV-DETAIL THRU 7418-EXIT.
070510 7415-EXIT.
070520     EXIT.
070530
070540 7418-WRITE-EINV-DETAIL.
070550     ADD 1 TO EINV-LINE-NUMBER.
070560     PERFORM 7420-GET-EINV-UNIT THRU 7420-EXIT.
070570     MOVE SPACES TO EINV-DETAIL-RECORD.
070580     MOVE 'D' TO EID-RECORD-TYPE.
070590     MOVE INV-TABLE-INVOICE-NO(INV-SUB) TO EID-INVOICE-NUMBER.
070600     MOVE EINV-LINE-NUMBER TO EID-LINE-NUMBER.
070610     MOVE EINV-LINE-TICKET TO EID-TICKET-NUMBER.
070620     MOVE EINV-LINE-WEIGHT TO EID-BILLED-WEIGHT.
070630     MOVE EINV-UNIT-LABEL TO EID-WEIGHT-UNIT.
070640     MOVE EINV-LINE-CHARGE TO EID-CHARGE.
070650     MOVE EINV-LINE-REBILL-OF TO EID-REBILL-OF.
070660     WRITE EINV-DETAIL-RECORD.
070670 7418-EXIT.
070680     EXIT.
070690
070700* 7420 - THE CARRIER GETS THE UNIT NAME RATHER THAN OUR CODE. A
070710* ROW EXTRACTED BEFORE THE UNIT WAS CARRIED GOES OUT BLANK.
070720 7420-GET-EINV-UNIT.
070730     EVALUATE EINV-LINE-UNIT
070740         WHEN '01'
070750             MOVE 'KG' TO EINV-UNIT-LABEL
070760         WHEN '02'
070770             MOVE 'LBS' TO EINV-UNIT-LABEL
070780         WHEN '03'
070790             MOVE 'STONE' TO EINV-UNIT-LABEL
070800         WHEN '04'
070810             MOVE 'OUNCES' TO EINV-UNIT-LABEL
070820         WHEN '05'
070830             MOVE 'TONNE' TO EINV-UNIT-LABEL
070840         WHEN OTHER
070850             MOVE SPACES TO EINV-UNIT-LABEL
070860     END-EVALUATE.
070870 7420-EXIT.
070880     EXIT.
070890
070900 7425-LOG-EINVOICE.
070910     IF NOT EINV-LOG-IS-OPEN
070920         OPEN EXTEND EINV-LOG-FILE
070930         IF EILG-STATUS = '35'
070940             OPEN OUTPUT EINV-LOG-FILE
070950         END-IF
070960         IF EILG-STATUS NOT = '00'
070970             DISPLAY 'UNABLE TO OPEN E-INVOICE LOG - STATUS '
070980                 EILG-STATUS ' - INVOICE '
070990                 INV-TABLE-INVOICE-NO(INV-SUB) ' SENT, NOT LOGGED'
071000             GO TO 7425-EXIT
071010         END-IF
071020         SET EINV-LOG-IS-OPEN TO TRUE
071030     END-IF.
071040     MOVE SPACES TO EINV-LOG-RECORD.
071050     MOVE INV-TABLE-INVOICE-NO(INV-SUB) TO ELG-INVOICE-NUMBER.
071060     MOVE INV-TABLE-CARRIER(INV-SUB) TO ELG-CARRIER-CODE.
071070     MOVE RUN-DATE TO ELG-SENT-DATE.
071080     MOVE INV-TABLE-TICKETS(INV-SUB) TO ELG-TICKET-COUNT.
071090     MOVE INV-TABLE-CHARGE(INV-SUB) TO ELG-TOTAL-CHARGE.
071100     MOVE 'S' TO ELG-STATUS.
071110     WRITE EINV-LOG-RECORD.
071120 7425-EXIT.
071130     EXIT.
071140
071150* --------------------------------------------------------------*
071160* 7450-EINV-ACKNOWLEDGMENTS - READS THE EACK FILE OF EVERY
071170* CARRIER WITH AN INVOICE STILL AWAITING AN ANSWER AND MARKS
071180* EACH MATCHING INVOICE ON EINVLOG ACCEPTED OR REJECTED, WITH
071190* THE CARRIER'S REASON. ONLY THE FIRST ANSWER TO AN INVOICE
071200* COUNTS - A LATER ONE IS LISTED AS A DUPLICATE. EINVRPT SHOWS
071210* THE ANSWERS APPLIED, THOSE MATCHING NO SENT INVOICE, EVERY
071220* INVOICE STILL UNANSWERED PAST EINV-ACK-DAYS AND EVERY INVOICE
071230* STANDING REJECTED. THE EACK FILES ARE EMPTIED ONCE THEIR
071240* ANSWERS ARE ON THE LOG.
071250* --------------------------------------------------------------*
071260 7450-EINV-ACKNOWLEDGMENTS.
071270     DISPLAY ' '.
071280     DISPLAY 'CARRIER E-INVOICE ACKNOWLEDGMENTS'.
071290     MOVE 0 TO EACK-CARR-COUNT.
071300     MOVE 0 TO EACK-COUNT.
071310     MOVE 0 TO EACK-READ-COUNT.
071320     MOVE 0 TO EACK-BAD-COUNT.
071330     MOVE 0 TO EACK-ACCEPTED-COUNT.
071340     MOVE 0 TO EACK-REJECTED-COUNT.
071350     MOVE 0 TO EACK-DUP-COUNT.
071360     MOVE 0 TO EACK-UNMATCHED-COUNT.
071370     MOVE 0 TO EACK-PENDING-COUNT.
071380     MOVE 0 TO EACK-OVERDUE-COUNT.
071390     MOVE 0 TO EACK-OPEN-REJECT-COUNT.
071400     MOVE 0 TO EACK-OVERDUE-CHARGE.
071410     MOVE 'N' TO EACK-FULL-SWITCH.
071420     MOVE 'N' TO EACK-CARR-FULL-SWITCH.
071430     MOVE 'N' TO EACK-APPLY-FAILED-SWITCH.
071440     OPEN INPUT EINV-LOG-FILE.
071450     IF EILG-STATUS NOT = '00'
071460         DISPLAY 'NO ELECTRONIC INVOICES ON FILE - STATUS '
071470             EILG-STATUS
071480         GO TO 7450-EXIT
071490     END-IF.
071500     MOVE 'N' TO END-OF-FILE-SWITCH.
071510     PERFORM 7452-COLLECT-ONE-CARRIER THRU 7452-EXIT
071520         UNTIL END-OF-FILE.
071530     CLOSE EINV-LOG-FILE.
071540     PERFORM 7456-LOAD-CARRIER-ACKS THRU 7456-EXIT
071550         VARYING EACK-CARR-SUB FROM 1 BY 1
071560         UNTIL EACK-CARR-SUB > EACK-CARR-COUNT.
071570     OPEN OUTPUT EINV-REPORT-FILE.
071580     IF EIRP-STATUS NOT = '00'
071590         DISPLAY 'UNABLE TO OPEN E-INVOICE REPORT - STATUS '
071600             EIRP-STATUS ' - NO ACKNOWLEDGMENTS APPLIED'
071610         GO TO 7450-EXIT
071620     END-IF.
071630     MOVE SPACES TO EINV-REPORT-LINE.
071640     STRING 'CARRIER E-INVOICE ACKNOWLEDGMENTS - RUN '
071650                                             DELIMITED BY SIZE
071660            RUN-DATE                         DELIMITED BY SIZE
071670         INTO EINV-REPORT-LINE.
071680     WRITE EINV-REPORT-LINE.
071690     MOVE SPACES TO EINV-REPORT-LINE.
071700     WRITE EINV-REPORT-LINE.
071710     MOVE 'ACKNOWLEDGMENTS APPLIED' TO EINV-REPORT-LINE.
071720     WRITE EINV-REPORT-LINE.
071730     MOVE 'INVOICE CARR SENT     ACKED    RESULT    REASON'
071740         TO EINV-REPORT-LINE.
071750     WRITE EINV-REPORT-LINE.
071760     IF EACK-COUNT > 0
071770         PERFORM 7460-APPLY-ACKS-TO-LOG THRU 7460-EXIT
071780     END-IF.
071790     IF EACK-APPLY-FAILED
071800         MOVE 'E-INVOICE LOG NOT UPDATED - ACKNOWLEDGMENTS'
071810             TO EINV-REPORT-LINE
071820         MOVE ' LEFT ON FILE' TO EINV-REPORT-LINE(43:13)
071830         WRITE EINV-REPORT-LINE
071840     ELSE
071850         PERFORM 7470-LIST-UNMATCHED-ACKS THRU 7470-EXIT
071860         PERFORM 7476-CLEAR-ACK-FILES THRU 7476-EXIT
071870     END-IF.
071880     PERFORM 7480-LIST-OUTSTANDING THRU 7480-EXIT.
071890     PERFORM 7490-WRITE-ACK-TOTALS THRU 7490-EXIT.
071900     CLOSE EINV-REPORT-FILE.
071910     DISPLAY 'ACKNOWLEDGMENTS WRITTEN TO EINVRPT - '
071920         EACK-ACCEPTED-COUNT ' ACCEPTED, ' EACK-REJECTED-COUNT
071930         ' REJECTED'.
071940     IF EACK-OVERDUE-COUNT > 0
071950         DISPLAY EACK-OVERDUE-COUNT ' INVOICES UNACKNOWLEDGED'
071960             ' PAST ' EINV-ACK-DAYS ' DAYS - SEE EINVRPT'
071970     END-IF.
071980     IF EACK-OPEN-REJECT-COUNT > 0
071990         DISPLAY EACK-OPEN-REJECT-COUNT ' INVOICES REJECTED BY'
072000             ' THE CARRIER - SEE EINVRPT'
072010     END-IF.
072020 7450-EXIT.
072030     EXIT.
072040
072050 7452-COLLECT-ONE-CARRIER.
072060     READ EINV-LOG-FILE
072070         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
072080     END-READ.
072090     IF END-OF-FILE
072100         GO TO 7452-EXIT
072110     END-IF.
072120     IF ELG-STATUS NOT = 'S'
072130         GO TO 7452-EXIT
072140     END-IF.
072150     MOVE ELG-CARRIER-CODE TO EACK-KEY-CARRIER.
072160     MOVE 'N' TO EACK-CARR-FOUND-SWITCH.
072170     PERFORM 7454-TEST-ONE-CARRIER THRU 7454-EXIT
072180         VARYING EACK-CARR-SCAN FROM 1 BY 1
072190         UNTIL EACK-CARRIER-FOUND
072200         OR EACK-CARR-SCAN > EACK-CARR-COUNT.
072210     IF EACK-CARRIER-FOUND
072220         GO TO 7452-EXIT
072230     END-IF.
072240     IF EACK-CARR-COUNT >= 200
072250         IF NOT EACK-CARR-TABLE-FULL
072260             SET EACK-CARR-TABLE-FULL TO TRUE
072270             DISPLAY 'CARRIER TABLE FULL - REMAINING CARRIERS'
072280                 ' ACKNOWLEDGMENTS STAY ON FILE'
072290         END-IF
072300         GO TO 7452-EXIT
072310     END-IF.
072320     ADD 1 TO EACK-CARR-COUNT.
072330     MOVE ELG-CARRIER-CODE TO EAC-CARRIER-CODE(EACK-CARR-COUNT).
072340     MOVE 'N' TO EAC-FILE-READ(EACK-CARR-COUNT).
072350 7452-EXIT.
072360     EXIT.
072370
072380 7454-TEST-ONE-CARRIER.
072390     IF EAC-CARRIER-CODE(EACK-CARR-SCAN) = EACK-KEY-CARRIER
072400         SET EACK-CARRIER-FOUND TO TRUE
072410     END-IF.
072420 7454-EXIT.
072430     EXIT.
072440
072450* 7456 - A CARRIER WITH NO EACK FILE YET HAS SIMPLY NOT ANSWERED.
072460 7456-LOAD-CARRIER-ACKS.
072470     MOVE SPACES TO EACK-FILE-NAME.
072480     STRING 'EACK'                          DELIMITED BY SIZE
072490            EAC-CARRIER-CODE(EACK-CARR-SUB) DELIMITED BY SPACE
072500         INTO EACK-FILE-NAME.
072510     OPEN INPUT EACK-FILE.
072520     IF EACK-STATUS NOT = '00'
072530         GO TO 7456-EXIT
072540     END-IF.
072550     MOVE 'Y' TO EAC-FILE-READ(EACK-CARR-SUB).
072560     MOVE 'N' TO END-OF-FILE-SWITCH.
072570     PERFORM 7458-LOAD-ONE-ACK THRU 7458-EXIT
072580         UNTIL END-OF-FILE.
072590     CLOSE EACK-FILE.
072600 7456-EXIT.
072610     EXIT.
072620
072630 7458-LOAD-ONE-ACK.
072640     READ EACK-FILE
072650         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
072660     END-READ.
072670     IF END-OF-FILE
072680         GO TO 7458-EXIT
072690     END-IF.
072700     ADD 1 TO EACK-READ-COUNT.
072710     IF EAK-CARRIER-CODE NOT = EAC-CARRIER-CODE(EACK-CARR-SUB)
072720         OR EAK-INVOICE-NUMBER NOT NUMERIC
072730         OR (EAK-RESULT NOT = 'A' AND EAK-RESULT NOT = 'R')
072740         ADD 1 TO EACK-BAD-COUNT
072750         DISPLAY 'UNREADABLE ACKNOWLEDGMENT ON ' EACK-FILE-NAME
072760             ' - ' EACK-RECORD
072770         GO TO 7458-EXIT
072780     END-IF.
072790     IF EACK-COUNT >= 500
072800         IF NOT EACK-TABLE-FULL
072810             SET EACK-TABLE-FULL TO TRUE
072820             DISPLAY 'ACKNOWLEDGMENT TABLE FULL - ACK FILES KEPT'
072830                 ' FOR THE NEXT RUN'
072840         END-IF
072850         GO TO 7458-EXIT
072860     END-IF.
072870     ADD 1 TO EACK-COUNT.
072880     MOVE EAK-CARRIER-CODE TO EAT-CARRIER-CODE(EACK-COUNT).
072890     MOVE EAK-INVOICE-NUMBER TO EAT-INVOICE-NUMBER(EACK-COUNT).
072900     MOVE EAK-RESULT TO EAT-RESULT(EACK-COUNT).
072910     MOVE EAK-ACK-DATE TO EAT-ACK-DATE(EACK-COUNT).
072920     MOVE EAK-REASON-CODE TO EAT-REASON-CODE(EACK-COUNT).
072930     MOVE EAK-REASON-TEXT TO EAT-REASON-TEXT(EACK-COUNT).
072940     MOVE 'N' TO EAT-USED(EACK-COUNT).
072950 7458-EXIT.
072960     EXIT.
072970
072980* 7460 - THE LOG IS REWRITTEN THROUGH EINVTEMP WITH THE ANSWERS
072990* APPLIED, THEN COPIED BACK.
073000 7460-APPLY-ACKS-TO-LOG.
073010     OPEN INPUT EINV-LOG-FILE.
073020     IF EILG-STATUS NOT = '00'
073030         DISPLAY 'UNABLE TO REOPEN E-INVOICE LOG - STATUS '
073040             EILG-STATUS
073050         SET EACK-APPLY-FAILED TO TRUE
073060         GO TO 7460-EXIT
073070     END-IF.
073080     OPEN OUTPUT EINV-WORK-FILE.
073090     IF EIWK-STATUS NOT = '00'
073100         DISPLAY 'UNABLE TO OPEN EINVTEMP - STATUS ' EIWK-STATUS
073110         CLOSE EINV-LOG-FILE
073120         SET EACK-APPLY-FAILED TO TRUE
073130         GO TO 7460-EXIT
073140     END-IF.
073150     MOVE 'N' TO END-OF-FILE-SWITCH.
073160     PERFORM 7462-APPLY-ONE-LOG-ROW THRU 7462-EXIT
073170         UNTIL END-OF-FILE.
073180     CLOSE EINV-LOG-FILE.
073190     CLOSE EINV-WORK-FILE.
073200     OPEN INPUT EINV-WORK-FILE.
073210     IF EIWK-STATUS NOT = '00'
073220         DISPLAY 'UNABLE TO REREAD EINVTEMP - STATUS '
073230             EIWK-STATUS ' - E-INVOICE LOG LEFT AS IT WAS'
073240         SET EACK-APPLY-FAILED TO TRUE
073250         GO TO 7460-EXIT
073260     END-IF.
073270     OPEN OUTPUT EINV-LOG-FILE.
073280     IF EILG-STATUS NOT = '00'
073290         DISPLAY 'UNABLE TO REWRITE E-INVOICE LOG - STATUS '
073300             EILG-STATUS ' - UPDATED LOG LEFT ON EINVTEMP'
073310         CLOSE EINV-WORK-FILE
073320         SET EACK-APPLY-FAILED TO TRUE
073330         GO TO 7460-EXIT
073340     END-IF.
073350     MOVE 'N' TO END-OF-FILE-SWITCH.
073360     PERFORM 7468-COPY-ONE-LOG-ROW THRU 7468-EXIT
073370         UNTIL END-OF-FILE.
073380     CLOSE EINV-WORK-FILE.
073390     CLOSE EINV-LOG-FILE.
073400 7460-EXIT.
073410     EXIT.
073420
073430 7462-APPLY-ONE-LOG-ROW.
073440     READ EINV-LOG-FILE
073450         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
073460     END-READ.
073470     IF END-OF-FILE
073480         GO TO 7462-EXIT
073490     END-IF.
073500     PERFORM 7464-MATCH-ONE-ACK THRU 7464-EXIT
073510         VARYING EACK-SUB FROM 1 BY 1
073520         UNTIL EACK-SUB > EACK-COUNT.
073530     WRITE EINV-WORK-RECORD FROM EINV-LOG-RECORD.
073540 7462-EXIT.
073550     EXIT.
073560
073570 7464-MATCH-ONE-ACK.
073580     IF EAT-INVOICE-NUMBER(EACK-SUB) NOT = ELG-INVOICE-NUMBER
073590         OR EAT-CARRIER-CODE(EACK-SUB) NOT = ELG-CARRIER-CODE
073600         OR EAT-USED(EACK-SUB) NOT = 'N'
073610         GO TO 7464-EXIT
073620     END-IF.
073630     IF ELG-STATUS NOT = 'S'
073640         MOVE 'D' TO EAT-USED(EACK-SUB)
073650         ADD 1 TO EACK-DUP-COUNT
073660         MOVE 'DUPLICATE' TO EACK-RESULT-TEXT
073670         PERFORM 7466-WRITE-APPLIED-LINE THRU 7466-EXIT
073680         GO TO 7464-EXIT
073690     END-IF.
073700     MOVE 'Y' TO EAT-USED(EACK-SUB).
073710     MOVE EAT-RESULT(EACK-SUB) TO ELG-STATUS.
073720     MOVE EAT-ACK-DATE(EACK-SUB) TO ELG-ACK-DATE.
073730     MOVE EAT-REASON-CODE(EACK-SUB) TO ELG-REASON-CODE.
073740     MOVE EAT-REASON-TEXT(EACK-SUB) TO ELG-REASON-TEXT.
073750     IF ELG-STATUS = 'A'
073760         ADD 1 TO EACK-ACCEPTED-COUNT
073770         MOVE 'ACCEPTED' TO EACK-RESULT-TEXT
073780     ELSE
073790         ADD 1 TO EACK-REJECTED-COUNT
073800         MOVE 'REJECTED' TO EACK-RESULT-TEXT
073810     END-IF.
073820     PERFORM 7466-WRITE-APPLIED-LINE THRU 7466-EXIT.
073830 7464-EXIT.
073840     EXIT.
073850
073860 7466-WRITE-APPLIED-LINE.
073870     MOVE SPACES TO EINV-REPORT-LINE.
073880     STRING ELG-INVOICE-NUMBER             DELIMITED BY SIZE
073890            '  '                           DELIMITED BY SIZE
073900            ELG-CARRIER-CODE               DELIMITED BY SIZE
073910            ' '                            DELIMITED BY SIZE
073920            ELG-SENT-DATE                  DELIMITED BY SIZE
073930            ' '                            DELIMITED BY SIZE
073940            EAT-ACK-DATE(EACK-SUB)         DELIMITED BY SIZE
073950            ' '                            DELIMITED BY SIZE
073960            EACK-RESULT-TEXT               DELIMITED BY SIZE
073970            ' '                            DELIMITED BY SIZE
073980            EAT-REASON-CODE(EACK-SUB)      DELIMITED BY SIZE
073990            ' '                            DELIMITED BY SIZE
074000            EAT-REASON-TEXT(EACK-SUB)      DELIMITED BY SIZE
074010         INTO EINV-REPORT-LINE.
074020     WRITE EINV-REPORT-LINE.
074030 7466-EXIT.
074040     EXIT.
074050
074060 7468-COPY-ONE-LOG-ROW.
074070     READ EINV-WORK-FILE
074080         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
074090     END-READ.
074100     IF END-OF-FILE
074110         GO TO 7468-EXIT
074120     END-IF.
074130     WRITE EINV-LOG-RECORD FROM EINV-WORK-RECORD.
074140 7468-EXIT.
074150     EXIT.
074160
074170 7470-LIST-UNMATCHED-ACKS.
074180     MOVE SPACES TO EINV-REPORT-LINE.
074190     WRITE EINV-REPORT-LINE.
074200     MOVE 'ACKNOWLEDGMENTS MATCHING NO SENT INVOICE'
074210         TO EINV-REPORT-LINE.
074220     WRITE EINV-REPORT-LINE.
074230     PERFORM 7472-LIST-ONE-UNMATCHED THRU 7472-EXIT
074240         VARYING EACK-SUB FROM 1 BY 1
074250         UNTIL EACK-SUB > EACK-COUNT.
074260 7470-EXIT.
074270     EXIT.
074280
074290 7472-LIST-ONE-UNMATCHED.
074300     IF EAT-USED(EACK-SUB) NOT = 'N'
074310         GO TO 7472-EXIT
074320     END-IF.
074330     ADD 1 TO EACK-UNMATCHED-COUNT.
074340     MOVE SPACES TO EINV-REPORT-LINE.
074350     STRING EAT-INVOICE-NUMBER(EACK-SUB)   DELIMITED BY SIZE
074360            '  '                           DELIMITED BY SIZE
074370            EAT-CARRIER-CODE(EACK-SUB)     DELIMITED BY SIZE
074380            '          '                   DELIMITED BY SIZE
074390            EAT-ACK-DATE(EACK-SUB)         DELIMITED BY SIZE
074400            ' '                            DELIMITED BY SIZE
074410            EAT-RESULT(EACK-SUB)           DELIMITED BY SIZE
074420            '         '                    DELIMITED BY SIZE
074430            EAT-REASON-CODE(EACK-SUB)      DELIMITED BY SIZE
074440            ' '                            DELIMITED BY SIZE
074450            EAT-REASON-TEXT(EACK-SUB)      DELIMITED BY SIZE
074460         INTO EINV-REPORT-LINE.
074470     WRITE EINV-REPORT-LINE.
074480 7472-EXIT.
074490     EXIT.
074500
074510* 7476 - A FULL ACKNOWLEDGMENT TABLE LEAVES SOME ANSWERS UNREAD,
074520* SO NO EACK FILE IS EMPTIED - THE NEXT RUN SEES THEM AGAIN AND
074530* THE ONES ALREADY APPLIED COME BACK AS DUPLICATES.
074540 7476-CLEAR-ACK-FILES.
074550     IF EACK-TABLE-FULL
074560         GO TO 7476-EXIT
074570     END-IF.
074580     PERFORM 7478-CLEAR-ONE-ACK-FILE THRU 7478-EXIT
074590         VARYING EACK-CARR-SUB FROM 1 BY 1
074600         UNTIL EACK-CARR-SUB > EACK-CARR-COUNT.
074610 7476-EXIT.
074620     EXIT.
074630
074640 7478-CLEAR-ONE-ACK-FILE.
074650     IF EAC-FILE-READ(EACK-CARR-SUB) NOT = 'Y'
074660         GO TO 7478-EXIT
074670     END-IF.
074680     MOVE SPACES TO EACK-FILE-NAME.
074690     STRING 'EACK'                          DELIMITED BY SIZE
074700            EAC-CARRIER-CODE(EACK-CARR-SUB) DELIMITED BY SPACE
074710         INTO EACK-FILE-NAME.
074720     OPEN OUTPUT EACK-FILE.
074730     IF EACK-STATUS = '00'
074740         CLOSE EACK-FILE
074750     ELSE
074760         DISPLAY 'UNABLE TO EMPTY ' EACK-FILE-NAME ' - STATUS '
074770             EACK-STATUS
074780     END-IF.
074790 7478-EXIT.
074800     EXIT.
074810
074820* 7480 - AGES ARE IN CALENDAR DAYS FROM THE SEND DATE, TAKEN FROM
074830* THE AGING REPORT'S DATE TABLE.
074840 7480-LIST-OUTSTANDING.
074850     MOVE RUN-DATE TO DATE-WORK.
074860     PERFORM 8105-SET-ONE-AGE-DATE THRU 8105-EXIT
074870         VARYING AGNG-AGE-SUB FROM 1 BY 1
074880         UNTIL AGNG-AGE-SUB > 100.
074890     MOVE EINV-ACK-DAYS TO EACK-DAYS-EDIT.
074900     MOVE SPACES TO EINV-REPORT-LINE.
074910     WRITE EINV-REPORT-LINE.
074920     MOVE SPACES TO EINV-REPORT-LINE.
074930     STRING 'SENT AND NOT ACKNOWLEDGED AFTER ' DELIMITED BY SIZE
074940            EACK-DAYS-EDIT                     DELIMITED BY SIZE
074950            ' DAYS'                            DELIMITED BY SIZE
074960         INTO EINV-REPORT-LINE.
074970     WRITE EINV-REPORT-LINE.
074980     MOVE 'INVOICE CARR SENT     AGE TICKETS         CHARGE'
074990         TO EINV-REPORT-LINE.
075000     WRITE EINV-REPORT-LINE.
075010     OPEN INPUT EINV-LOG-FILE.
075020     IF EILG-STATUS NOT = '00'
075030         MOVE 'E-INVOICE LOG COULD NOT BE READ'
075040             TO EINV-REPORT-LINE
075050         WRITE EINV-REPORT-LINE
075060         GO TO 7480-EXIT
075070     END-IF.
075080     MOVE 'N' TO END-OF-FILE-SWITCH.
075090     PERFORM 7482-LIST-ONE-OVERDUE THRU 7482-EXIT
075100         UNTIL END-OF-FILE.
075110     CLOSE EINV-LOG-FILE.
075120     MOVE SPACES TO EINV-REPORT-LINE.
075130     WRITE EINV-REPORT-LINE.
075140     MOVE 'REJECTED BY THE CARRIER' TO EINV-REPORT-LINE.
075150     WRITE EINV-REPORT-LINE.
075160     MOVE 'INVOICE CARR SENT     ACKED    REASON'
075170         TO EINV-REPORT-LINE.
075180     WRITE EINV-REPORT-LINE.
075190     OPEN INPUT EINV-LOG-FILE.
075200     IF EILG-STATUS NOT = '00'
075210         MOVE 'E-INVOICE LOG COULD NOT BE READ'
075220             TO EINV-REPORT-LINE
075230         WRITE EINV-REPORT-LINE
075240         GO TO 7480-EXIT
075250     END-IF.
075260     MOVE 'N' TO END-OF-FILE-SWITCH.
075270     PERFORM 7484-LIST-ONE-REJECTED THRU 7484-EXIT
075280         UNTIL END-OF-FILE.
075290     CLOSE EINV-LOG-FILE.
075300 7480-EXIT.
075310     EXIT.
075320
075330 7482-LIST-ONE-OVERDUE.
075340     READ EINV-LOG-FILE
075350         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
075360     END-READ.
075370     IF END-OF-FILE
075380         GO TO 7482-EXIT
075390     END-IF.
075400     IF ELG-STATUS NOT = 'S'
075410         GO TO 7482-EXIT
075420     END-IF.
075430     MOVE ELG-SENT-DATE TO AGNG-ITEM-DATE-X.
075440     PERFORM 8135-GET-ITEM-AGE THRU 8135-EXIT.
075450     IF AGNG-ITEM-AGE NOT > EINV-ACK-DAYS
075460         ADD 1 TO EACK-PENDING-COUNT
075470         GO TO 7482-EXIT
075480     END-IF.
075490     ADD 1 TO EACK-OVERDUE-COUNT.
075500     ADD ELG-TOTAL-CHARGE TO EACK-OVERDUE-CHARGE.
075510     MOVE ELG-TICKET-COUNT TO EACK-TICKETS-EDIT.
075520     MOVE ELG-TOTAL-CHARGE TO EACK-CHARGE-EDIT.
075530     MOVE SPACES TO EINV-REPORT-LINE.
075540     STRING ELG-INVOICE-NUMBER             DELIMITED BY SIZE
075550            '  '                           DELIMITED BY SIZE
075560            ELG-CARRIER-CODE               DELIMITED BY SIZE
075570            ' '                            DELIMITED BY SIZE
075580            ELG-SENT-DATE                  DELIMITED BY SIZE
075590            ' '                            DELIMITED BY SIZE
075600            AGNG-AGE-TEXT                  DELIMITED BY SIZE
075610            '   '                          DELIMITED BY SIZE
075620            EACK-TICKETS-EDIT              DELIMITED BY SIZE
075630            ' '                            DELIMITED BY SIZE
075640            EACK-CHARGE-EDIT               DELIMITED BY SIZE
075650         INTO EINV-REPORT-LINE.
075660     WRITE EINV-REPORT-LINE.
075670 7482-EXIT.
075680     EXIT.
075690
075700 7484-LIST-ONE-REJECTED.
075710     READ EINV-LOG-FILE
075720         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
075730     END-READ.
075740     IF END-OF-FILE
075750         GO TO 7484-EXIT
075760     END-IF.
075770     IF ELG-STATUS NOT = 'R'
075780         GO TO 7484-EXIT
075790     END-IF.
075800     ADD 1 TO EACK-OPEN-REJECT-COUNT.
075810     MOVE SPACES TO EINV-REPORT-LINE.
075820     STRING ELG-INVOICE-NUMBER             DELIMITED BY SIZE
075830            '  '                           DELIMITED BY SIZE
075840            ELG-CARRIER-CODE               DELIMITED BY SIZE
075850            ' '                            DELIMITED BY SIZE
075860            ELG-SENT-DATE                  DELIMITED BY SIZE
075870            ' '                            DELIMITED BY SIZE
075880            ELG-ACK-DATE                   DELIMITED BY SIZE
075890            ' '                            DELIMITED BY SIZE
075900            ELG-REASON-CODE                DELIMITED BY SIZE
075910            ' '                            DELIMITED BY SIZE
075920            ELG-REASON-TEXT                DELIMITED BY SIZE
075930         INTO EINV-REPORT-LINE.
075940     WRITE EINV-REPORT-LINE.
075950 7484-EXIT.
075960     EXIT.
075970
075980 7490-WRITE-ACK-TOTALS.
075990     MOVE SPACES TO EINV-REPORT-LINE.
076000     WRITE EINV-REPORT-LINE.
076010     MOVE EACK-READ-COUNT TO REPORT-COUNT-EDIT.
076020     MOVE 'ACKNOWLEDGMENTS READ' TO EINV-REPORT-LINE.
076030     MOVE REPORT-COUNT-EDIT TO EINV-REPORT-LINE(34:7).
076040     WRITE EINV-REPORT-LINE.
076050     MOVE EACK-BAD-COUNT TO REPORT-COUNT-EDIT.
076060     MOVE 'ACKNOWLEDGMENTS UNREADABLE' TO EINV-REPORT-LINE.
076070     MOVE REPORT-COUNT-EDIT TO EINV-REPORT-LINE(34:7).
076080     WRITE EINV-REPORT-LINE.
076090     MOVE EACK-ACCEPTED-COUNT TO REPORT-COUNT-EDIT.
076100     MOVE 'INVOICES ACCEPTED THIS RUN' TO EINV-REPORT-LINE.
076110     MOVE REPORT-COUNT-EDIT TO EINV-REPORT-LINE(34:7).
076120     WRITE EINV-REPORT-LINE.
076130     MOVE EACK-REJECTED-COUNT TO REPORT-COUNT-EDIT.
076140     MOVE 'INVOICES REJECTED THIS RUN' TO EINV-REPORT-LINE.
076150     MOVE REPORT-COUNT-EDIT TO EINV-REPORT-LINE(34:7).
076160     WRITE EINV-REPORT-LINE.
076170     MOVE EACK-DUP-COUNT TO REPORT-COUNT-EDIT.
076180     MOVE 'DUPLICATE ACKNOWLEDGMENTS' TO EINV-REPORT-LINE.
076190     MOVE REPORT-COUNT-EDIT TO EINV-REPORT-LINE(34:7).
076200     WRITE EINV-REPORT-LINE.
076210     MOVE EACK-UNMATCHED-COUNT TO REPORT-COUNT-EDIT.
076220     MOVE 'ACKNOWLEDGMENTS NOT MATCHED' TO EINV-REPORT-LINE.
076230     MOVE REPORT-COUNT-EDIT TO EINV-REPORT-LINE(34:7).
076240     WRITE EINV-REPORT-LINE.
076250     MOVE EACK-PENDING-COUNT TO REPORT-COUNT-EDIT.
076260     MOVE 'SENT - WITHIN ANSWER WINDOW' TO EINV-REPORT-LINE.
076270     MOVE REPORT-COUNT-EDIT TO EINV-REPORT-LINE(34:7).
076280     WRITE EINV-REPORT-LINE.
076290     MOVE EACK-OVERDUE-COUNT TO REPORT-COUNT-EDIT.
076300     MOVE 'SENT - OVERDUE FOR ANSWER' TO EINV-REPORT-LINE.
076310     MOVE REPORT-COUNT-EDIT TO EINV-REPORT-LINE(34:7).
076320     WRITE EINV-REPORT-LINE.
076330     MOVE EACK-OVERDUE-CHARGE TO EACK-CHARGE-EDIT.
076340     MOVE 'OVERDUE CHARGES' TO EINV-REPORT-LINE.
076350     MOVE EACK-CHARGE-EDIT TO EINV-REPORT-LINE(26:15).
076360     WRITE EINV-REPORT-LINE.
076370     MOVE EACK-OPEN-REJECT-COUNT TO REPORT-COUNT-EDIT.
076380     MOVE 'INVOICES STANDING REJECTED' TO EINV-REPORT-LINE.
076390     MOVE REPORT-COUNT-EDIT TO EINV-REPORT-LINE(34:7).
076400     WRITE EINV-REPORT-LINE.
076410 7490-EXIT.
076420     EXIT.
076430
076440* --------------------------------------------------------------*
076450* 7500-INVOICE-RUN - PERIODIC CARRIER INVOICING OFF THE CHARGE
076460* EXTRACT. PASS ONE READS THE ACCUMULATED EXTRACT AND BUILDS ONE
076470* ACCUMULATOR ENTRY PER CARRIER; PASS TWO ASSIGNS THE NEXT
076480* SEQUENTIAL INVOICE NUMBER TO EACH CARRIER AND RE-READS THE
076490* EXTRACT FOR ITS TICKET DETAIL, THEN A SETTLEMENT SUMMARY PAGE
076500* TIES ALL THE INVOICES TOGETHER FOR THE PERIOD.
076510* A TICKET ALREADY ON THE INVOICED TICKET REGISTER, OR SEEN
076520* EARLIER IN THE SAME EXTRACT, IS REFUSED SO A RERUN CANNOT BILL
076530* IT TWICE. PENDING CORRECTIONS ARE PICKED UP AFTER PASS ONE - A
076540* REBILL POSTS TO ITS CARRIER'S INVOICE LIKE ANY OTHER TICKET AND
076550* EACH CORRECTION GETS A CREDIT MEMO AGAINST THE ORIGINAL INVOICE.
076560* THE REGISTER IS ONLY UPDATED ONCE THE INVOICE FILE IS WRITTEN
076570* AND THE GENERAL LEDGER JOURNAL HAS PROVED OUT AGAINST IT. THE
076580* ELECTRONIC INVOICES GO OUT AT THE SAME POINT, SO A WITHDRAWN
076590* RUN SENDS NOTHING.
076600* --------------------------------------------------------------*
076610 7500-INVOICE-RUN.
076620     MOVE 0 TO INVOICE-CARRIER-COUNT.
076630     MOVE 0 TO INV-SETTLE-TICKETS.
076640     MOVE 0 TO INV-SETTLE-WEIGHT.
076650     MOVE 0 TO INV-SETTLE-CHARGE.
076660     MOVE 0 TO INV-REFUSED-COUNT.
076670     MOVE 0 TO INV-CREDIT-COUNT.
076680     MOVE 0 TO INV-CREDIT-WEIGHT.
076690     MOVE 0 TO INV-CREDIT-CHARGE.
076700     PERFORM 7505-OPEN-REGISTER THRU 7505-EXIT.
076710     IF NOT REGISTER-IS-OPEN
076720         DISPLAY 'INVOICE RUN ABORTED'
076730         GO TO 7500-EXIT
076740     END-IF.
076750     MOVE 'N' TO CHARGE-EXTRACT-SWITCH.
076760     OPEN INPUT CHARGE-FILE.
076770     IF CHG-STATUS = '00'
076780         SET CHARGE-EXTRACT-PRESENT TO TRUE
076790         MOVE 0 TO PRIOR-TICKET-COUNT
076800         MOVE 'N' TO DUP-TABLE-FULL-SWITCH
076810         MOVE 'N' TO END-OF-FILE-SWITCH
076820         PERFORM 7520-PASS-ONE-READ THRU 7520-EXIT
076830             UNTIL END-OF-FILE
076840         CLOSE CHARGE-FILE
076850     ELSE
076860         DISPLAY 'NO CHARGE EXTRACT ON FILE - STATUS '
076870             CHG-STATUS
076880     END-IF.
076890     PERFORM 7524-LOAD-CORRECTIONS THRU 7524-EXIT.
076900     IF INVOICE-CARRIER-COUNT = 0
076910         AND CORR-TABLE-COUNT = 0
076920         DISPLAY 'NO BILLABLE CHARGE RECORDS OR CORRECTIONS -'
076930             ' NOTHING TO INVOICE'
076940         GO TO 7500-CLOSE
076950     END-IF.
076960     PERFORM 7510-READ-INVOICE-NUMBER THRU 7510-EXIT.
076970     OPEN OUTPUT INVOICE-FILE.
076980     IF INV-STATUS NOT = '00'
076990         DISPLAY 'UNABLE TO OPEN INVOICE FILE - STATUS '
077000             INV-STATUS ' - INVOICE RUN ABORTED'
077010         GO TO 7500-CLOSE
077020     END-IF.
077030     PERFORM 7540-WRITE-ONE-INVOICE THRU 7540-EXIT
077040         VARYING INV-SUB FROM 1 BY 1
077050         UNTIL INV-SUB > INVOICE-CARRIER-COUNT.
077060     PERFORM 7560-WRITE-CREDIT-MEMO THRU 7560-EXIT
077070         VARYING CORR-SUB FROM 1 BY 1
077080         UNTIL CORR-SUB > CORR-TABLE-COUNT.
077090     PERFORM 7570-WRITE-SETTLEMENT THRU 7570-EXIT.
077100     CLOSE INVOICE-FILE.
077110     PERFORM 7900-WRITE-JOURNAL THRU 7900-EXIT.
077120     IF NOT JOURNAL-BALANCED
077130         PERFORM 7960-WITHDRAW-RUN THRU 7960-EXIT
077140         MOVE 16 TO RETURN-CODE
077150         GO TO 7500-CLOSE
077160     END-IF.
077170     PERFORM 7515-SAVE-INVOICE-NUMBER THRU 7515-EXIT.
077180     PERFORM 7400-EXPORT-EINVOICES THRU 7400-EXIT.
077190     PERFORM 7580-UPDATE-REGISTER THRU 7580-EXIT.
077200     PERFORM 7590-CLEAR-CORRECTIONS THRU 7590-EXIT.
077210     DISPLAY 'INVOICE RUN COMPLETE - ' INVOICE-CARRIER-COUNT
077220         ' INVOICES WRITTEN TO INVFILE'.
077230     DISPLAY 'GL JOURNAL BATCH ' LAST-INVOICE-NUMBER
077240         ' WRITTEN TO JRNLFILE - ' JRNL-LINE-COUNT ' LINES'.
077250     IF JRNL-SUSPENSE-COUNT > 0
077260         DISPLAY JRNL-SUSPENSE-COUNT ' JOURNAL LINES POSTED TO'
077270             ' SUSPENSE - NO CARRIER GL ACCOUNT'
077280     END-IF.
077290     IF INV-CREDIT-COUNT > 0
077300         DISPLAY INV-CREDIT-COUNT ' CREDIT MEMOS WRITTEN'
077310     END-IF.
077320     IF EINV-SENT-COUNT > 0
077330         DISPLAY EINV-SENT-COUNT ' INVOICES SENT ELECTRONICALLY'
077340     END-IF.
077350     IF INV-REFUSED-COUNT > 0
077360         DISPLAY INV-REFUSED-COUNT ' CHARGE RECORDS REFUSED AS'
077370             ' ALREADY INVOICED'
077380     END-IF.
077390 7500-CLOSE.
077400     CLOSE INVOICE-REGISTER-FILE.
077410 7500-EXIT.
077420     EXIT.
077430
077440* 7505 - THE REGISTER IS CREATED EMPTY THE FIRST TIME THE RUN
077450* FINDS IT MISSING, THE SAME WAY MAINTENANCE CREATES A MASTER.
077460 7505-OPEN-REGISTER.
077470     MOVE 'N' TO REGISTER-OPEN-SWITCH.
077480     OPEN I-O INVOICE-REGISTER-FILE.
077490     IF IREG-STATUS = '35'
077500         OPEN OUTPUT INVOICE-REGISTER-FILE
077510         CLOSE INVOICE-REGISTER-FILE
077520         OPEN I-O INVOICE-REGISTER-FILE
077530     END-IF.
077540     IF IREG-STATUS NOT = '00'
077550         DISPLAY 'UNABLE TO OPEN INVOICED TICKET REGISTER -'
077560             ' STATUS ' IREG-STATUS
077570         GO TO 7505-EXIT
077580     END-IF.
077590     SET REGISTER-IS-OPEN TO TRUE.
077600 7505-EXIT.
077610     EXIT.
077620
077630 7510-READ-INVOICE-NUMBER.
077640     MOVE 0 TO LAST-INVOICE-NUMBER.
077650     OPEN INPUT INVOICE-CONTROL-FILE.
077660     IF INVC-STATUS = '00'
077670         READ INVOICE-CONTROL-FILE
077680             AT END CONTINUE
077690         END-READ
077700         IF INVC-STATUS = '00'
077710             MOVE INVC-LAST-NUMBER TO LAST-INVOICE-NUMBER
077720         END-IF
077730         CLOSE INVOICE-CONTROL-FILE
077740     END-IF.
077750 7510-EXIT.
077760     EXIT.
077770
077780 7515-SAVE-INVOICE-NUMBER.
077790     OPEN OUTPUT INVOICE-CONTROL-FILE.
077800     IF INVC-STATUS NOT = '00'
077810         DISPLAY 'UNABLE TO SAVE LAST INVOICE NUMBER - STATUS '
077820             INVC-STATUS
077830         GO TO 7515-EXIT
077840     END-IF.
077850     MOVE LAST-INVOICE-NUMBER TO INVC-LAST-NUMBER.
077860     WRITE INVOICE-CONTROL-RECORD.
077870     CLOSE INVOICE-CONTROL-FILE.
077880 7515-EXIT.
077890     EXIT.
077900
077910 7520-PASS-ONE-READ.
077920     READ CHARGE-FILE
077930         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
077940     END-READ.
077950     IF END-OF-FILE
077960         GO TO 7520-EXIT
077970     END-IF.
077980     MOVE SPACE TO INV-REFUSE-SWITCH.
077990     PERFORM 7528-DEEDIT-CHARGE-ROW THRU 7528-EXIT.
078000     IF INV-ROW-OK
078010         PERFORM 7522-SCREEN-CHARGE-ROW THRU 7522-EXIT
078020     END-IF.
078030     IF INV-ROW-OK
078040         MOVE CHG-SPLIT-CARRIER TO INV-POST-CARRIER
078050         PERFORM 7530-POST-TO-CARRIER THRU 7530-EXIT
078060         GO TO 7520-EXIT
078070     END-IF.
078080     EVALUATE TRUE
078090         WHEN INV-ON-REGISTER
078100             ADD 1 TO INV-REFUSED-COUNT
078110             DISPLAY 'CHARGE RECORD REFUSED - TICKET '
078120                 CHG-SPLIT-TICKET ' ALREADY INVOICED ON '
078130                 REG-INVOICE-NUMBER
078140         WHEN INV-DUP-IN-EXTRACT
078150             ADD 1 TO INV-REFUSED-COUNT
078160             DISPLAY 'CHARGE RECORD REFUSED - TICKET '
078170                 CHG-SPLIT-TICKET ' ALREADY BILLED IN THIS'
078180                 ' EXTRACT'
078190         WHEN CHG-SPLIT-TICKET NOT = 'TRAILER'
078200             DISPLAY 'CHARGE RECORD SKIPPED - AMOUNTS NOT'
078210                 ' NUMERIC - TICKET ' CHG-SPLIT-TICKET
078220     END-EVALUATE.
078230 7520-EXIT.
078240     EXIT.
078250
078260* 7522 - A DE-EDITED ROW IS BILLABLE ONLY IF ITS TICKET IS NOT ON
078270* THE REGISTER AND HAS NOT ALREADY BEEN SEEN IN THIS PASS OF THE
078280* EXTRACT. EVERY PASS OVER THE EXTRACT SCREENS THE SAME WAY, WITH
078290* THE PRIOR TICKET TABLE CLEARED AT THE START, SO PASS ONE, THE
078300* DETAIL PASSES AND THE REGISTER PASS ALL AGREE ON WHAT WAS
078310* BILLED.
078320 7522-SCREEN-CHARGE-ROW.
078330     MOVE CHG-SPLIT-TICKET TO REG-TICKET-NUMBER.
078340     READ INVOICE-REGISTER-FILE.
078350     IF IREG-STATUS = '00'
078360         SET INV-ON-REGISTER TO TRUE
078370         MOVE 'N' TO INV-ROW-OK-SWITCH
078380         GO TO 7522-EXIT
078390     END-IF.
078400     MOVE CHG-SPLIT-TICKET TO TICKET-NUMBER.
078410     PERFORM 4290-CHECK-DUP-TICKET THRU 4290-EXIT.
078420     IF DUPLICATE-TICKET
078430         SET INV-DUP-IN-EXTRACT TO TRUE
078440         MOVE 'N' TO INV-ROW-OK-SWITCH
078450         GO TO 7522-EXIT
078460     END-IF.
078470     PERFORM 4280-ADD-PRIOR-TICKET THRU 4280-EXIT.
078480 7522-EXIT.
078490     EXIT.
078500
078510* 7524 - PICK UP THE PENDING CORRECTIONS. EACH ONE MUST STILL
078520* MATCH THE REGISTER AS IT WAS KEYED AGAINST; A REBILL IS POSTED
078530* TO ITS CARRIER HERE SO IT LANDS ON THAT CARRIER'S INVOICE.
078540 7524-LOAD-CORRECTIONS.
078550     MOVE 0 TO CORR-TABLE-COUNT.
078560     MOVE 'N' TO CORR-TABLE-FULL-SWITCH.
078570     OPEN INPUT CORRECTION-FILE.
078580     IF CORR-STATUS NOT = '00'
078590         GO TO 7524-EXIT
078600     END-IF.
078610     MOVE 'N' TO END-OF-FILE-SWITCH.
078620     PERFORM 7525-LOAD-ONE-CORRECTION THRU 7525-EXIT
078630         UNTIL END-OF-FILE.
078640     CLOSE CORRECTION-FILE.
078650     IF CORR-TABLE-COUNT > 0
078660         DISPLAY CORR-TABLE-COUNT ' CORRECTIONS PICKED UP FOR'
078670             ' CREDIT AND REBILL'
078680     END-IF.
078690 7524-EXIT.
078700     EXIT.
078710
078720 7525-LOAD-ONE-CORRECTION.
078730     READ CORRECTION-FILE
078740         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
078750     END-READ.
078760     IF END-OF-FILE
078770         GO TO 7525-EXIT
078780     END-IF.
078790     MOVE CF-TICKET-NUMBER TO REG-TICKET-NUMBER.
078800     READ INVOICE-REGISTER-FILE.
078810     IF IREG-STATUS NOT = '00'
078820         DISPLAY 'CORRECTION FOR TICKET ' CF-TICKET-NUMBER
078830             ' DROPPED - NOT ON THE INVOICED TICKET REGISTER'
078840         GO TO 7525-EXIT
078850     END-IF.
078860     IF REG-STATUS = 'R'
078870         OR REG-INVOICE-NUMBER NOT = CF-ORIG-INVOICE
078880         DISPLAY 'CORRECTION FOR TICKET ' CF-TICKET-NUMBER
078890             ' DROPPED - ALREADY APPLIED'
078900         GO TO 7525-EXIT
078910     END-IF.
078920     IF CORR-TABLE-COUNT >= 200
078930         IF NOT CORR-TABLE-FULL
078940             SET CORR-TABLE-FULL TO TRUE
078950             DISPLAY 'CORRECTION TABLE FULL - REMAINING'
078960                 ' CORRECTIONS STAY ON FILE FOR THE NEXT RUN'
078970         END-IF
078980         GO TO 7525-EXIT
078990     END-IF.
079000     ADD 1 TO CORR-TABLE-COUNT.
079010     MOVE CORR-TABLE-COUNT TO CORR-SUB.
079020     MOVE CF-ACTION TO CRT-ACTION(CORR-SUB).
079030     MOVE CF-TICKET-NUMBER TO CRT-TICKET(CORR-SUB).
079040     MOVE REG-CARRIER-CODE TO CRT-ORIG-CARRIER(CORR-SUB).
079050     MOVE REG-INVOICE-NUMBER TO CRT-ORIG-INVOICE(CORR-SUB).
079060     MOVE REG-BILLED-WEIGHT TO CRT-ORIG-WEIGHT(CORR-SUB).
079070     MOVE REG-CHARGE TO CRT-ORIG-CHARGE(CORR-SUB).
079080     MOVE 0 TO CRT-MEMO-NUMBER(CORR-SUB).
079090     MOVE 0 TO CRT-NEW-INVOICE(CORR-SUB).
079100     MOVE SPACES TO CRT-NEW-CARRIER(CORR-SUB).
079110     MOVE 0 TO CRT-NEW-WEIGHT(CORR-SUB).
079120     MOVE 0 TO CRT-NEW-CHARGE(CORR-SUB).
079130     MOVE SPACES TO CRT-NEW-UNIT(CORR-SUB).
079140     IF CF-ACTION NOT = 'B'
079150         GO TO 7525-EXIT
079160     END-IF.
079170     MOVE CF-CARRIER-CODE TO CRT-NEW-CARRIER(CORR-SUB).
079180     MOVE CF-BILLED-WEIGHT TO CRT-NEW-WEIGHT(CORR-SUB).
079190     MOVE CF-CHARGE TO CRT-NEW-CHARGE(CORR-SUB).
079200     MOVE CF-TO-UNIT TO CRT-NEW-UNIT(CORR-SUB).
079210     MOVE CF-CARRIER-CODE TO INV-POST-CARRIER.
079220     MOVE CF-BILLED-WEIGHT TO INV-WORK-WEIGHT.
079230     MOVE CF-CHARGE TO INV-WORK-CHARGE.
079240     PERFORM 7530-POST-TO-CARRIER THRU 7530-EXIT.
079250 7525-EXIT.
079260     EXIT.
079270
079280* THE EXTRACT CARRIES ITS AMOUNTS IN EDITED FORM - ZERO THE
079290* LEADING SPACES AND PICK THE DIGITS UP THROUGH THE SPLIT VIEW.
079300 7528-DEEDIT-CHARGE-ROW.
079310     MOVE 'N' TO INV-ROW-OK-SWITCH.
079320     IF CHG-SPLIT-TICKET = 'TRAILER'
079330         OR CHG-SPLIT-CARRIER = SPACES
079340         GO TO 7528-EXIT
079350     END-IF.
079360     INSPECT CHG-WEIGHT-INT REPLACING LEADING SPACE BY ZERO.
079370     INSPECT CHG-CHARGE-INT REPLACING LEADING SPACE BY ZERO.
079380     IF CHG-WEIGHT-INT NOT NUMERIC
079390         OR CHG-WEIGHT-DEC NOT NUMERIC
079400         OR CHG-CHARGE-INT NOT NUMERIC
079410         OR CHG-CHARGE-DEC NOT NUMERIC
079420         GO TO 7528-EXIT
079430     END-IF.
079440     COMPUTE INV-WORK-WEIGHT =
079450         CHG-WEIGHT-INT + CHG-WEIGHT-DEC / 10000.
079460     COMPUTE INV-WORK-CHARGE =
079470         CHG-CHARGE-INT + CHG-CHARGE-DEC / 100.
079480     SET INV-ROW-OK TO TRUE.
079490 7528-EXIT.
079500     EXIT.
079510
079520* 7530 POSTS INV-WORK-WEIGHT AND INV-WORK-CHARGE TO THE ENTRY FOR
079530* INV-POST-CARRIER, ADDING THE ENTRY THE FIRST TIME THE CARRIER
079540* IS SEEN.
079550 7530-POST-TO-CARRIER.
079560     MOVE 'N' TO INV-CARRIER-FOUND-SWITCH.
079570     PERFORM 7535-TEST-ONE-INV-CARRIER THRU 7535-EXIT
079580         VARYING INV-INDEX FROM 1 BY 1
079590         UNTIL INV-CARRIER-FOUND
079600         OR INV-INDEX > INVOICE-CARRIER-COUNT.
079610     IF NOT INV-CARRIER-FOUND
079620         IF INVOICE-CARRIER-COUNT >= 200
079630             DISPLAY 'INVOICE CARRIER TABLE FULL - CHARGES FOR '
079640                 INV-POST-CARRIER ' NOT INVOICED THIS RUN'
079650             GO TO 7530-EXIT
079660         END-IF
079670         ADD 1 TO INVOICE-CARRIER-COUNT
079680         MOVE INVOICE-CARRIER-COUNT TO INV-SUB
079690         MOVE INV-POST-CARRIER TO INV-TABLE-CARRIER(INV-SUB)
079700         MOVE 0 TO INV-TABLE-TICKETS(INV-SUB)
079710         MOVE 0 TO INV-TABLE-WEIGHT(INV-SUB)
079720         MOVE 0 TO INV-TABLE-CHARGE(INV-SUB)
079730         MOVE 0 TO INV-TABLE-INVOICE-NO(INV-SUB)
079740     END-IF.
079750     ADD 1 TO INV-TABLE-TICKETS(INV-SUB).
079760     ADD INV-WORK-WEIGHT TO INV-TABLE-WEIGHT(INV-SUB).
079770     ADD INV-WORK-CHARGE TO INV-TABLE-CHARGE(INV-SUB).
079780 7530-EXIT.
079790     EXIT.
079800
079810 7535-TEST-ONE-INV-CARRIER.
079820     IF INV-TABLE-CARRIER(INV-INDEX) = INV-POST-CARRIER
079830         SET INV-CARRIER-FOUND TO TRUE
079840         SET INV-SUB TO INV-INDEX
079850     END-IF.
079860 7535-EXIT.
079870     EXIT.
079880
079890 7540-WRITE-ONE-INVOICE.
079900     ADD 1 TO LAST-INVOICE-NUMBER.
079910     MOVE LAST-INVOICE-NUMBER TO INV-TABLE-INVOICE-NO(INV-SUB).
079920     MOVE SPACES TO INVOICE-LINE.
079930     WRITE INVOICE-LINE.
079940     MOVE SPACES TO INVOICE-LINE.
079950     STRING 'INVOICE '              DELIMITED BY SIZE
079960            LAST-INVOICE-NUMBER     DELIMITED BY SIZE
079970            '   CARRIER '           DELIMITED BY SIZE
079980            INV-TABLE-CARRIER(INV-SUB) DELIMITED BY SIZE
079990            '   PERIOD ENDING '     DELIMITED BY SIZE
080000            RUN-DATE                DELIMITED BY SIZE
080010         INTO INVOICE-LINE.
080020     WRITE INVOICE-LINE.
080030     MOVE SPACES TO INVOICE-LINE.
080040     STRING 'TICKET        '        DELIMITED BY SIZE
080050            '   BILLED WEIGHT'      DELIMITED BY SIZE
080060            '       CHARGE'         DELIMITED BY SIZE
080070         INTO INVOICE-LINE.
080080     WRITE INVOICE-LINE.
080090     MOVE 0 TO INV-DETAIL-COUNT.
080100     MOVE 0 TO PRIOR-TICKET-COUNT.
080110     MOVE 'N' TO DUP-TABLE-FULL-SWITCH.
080120     MOVE 'N' TO END-OF-FILE-SWITCH.
080130     OPEN INPUT CHARGE-FILE.
080140     IF CHG-STATUS = '00'
080150         PERFORM 7550-INVOICE-DETAIL-READ THRU 7550-EXIT
080160             UNTIL END-OF-FILE
080170         CLOSE CHARGE-FILE
080180     ELSE
080190         IF CHARGE-EXTRACT-PRESENT
080200             DISPLAY 'UNABLE TO REREAD CHARGE EXTRACT - STATUS '
080210                 CHG-STATUS
080220         END-IF
080230     END-IF.
080240     PERFORM 7555-WRITE-REBILL-LINE THRU 7555-EXIT
080250         VARYING CORR-SUB FROM 1 BY 1
080260         UNTIL CORR-SUB > CORR-TABLE-COUNT.
080270     MOVE INV-TABLE-TICKETS(INV-SUB) TO INV-TICKETS-EDIT.
080280     MOVE INV-TABLE-WEIGHT(INV-SUB) TO INV-WEIGHT-EDIT.
080290     MOVE INV-TABLE-CHARGE(INV-SUB) TO INV-CHARGE-EDIT.
080300     MOVE SPACES TO INVOICE-LINE.
080310     STRING 'INVOICE TOTAL -'       DELIMITED BY SIZE
080320            INV-TICKETS-EDIT        DELIMITED BY SIZE
080330            ' TICKETS '             DELIMITED BY SIZE
080340            INV-WEIGHT-EDIT         DELIMITED BY SIZE
080350            ' '                     DELIMITED BY SIZE
080360            INV-CHARGE-EDIT         DELIMITED BY SIZE
080370         INTO INVOICE-LINE.
080380     WRITE INVOICE-LINE.
080390 7540-EXIT.
080400     EXIT.
080410
080420 7550-INVOICE-DETAIL-READ.
080430     READ CHARGE-FILE
080440         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
080450     END-READ.
080460     IF END-OF-FILE
080470         GO TO 7550-EXIT
080480     END-IF.
080490     PERFORM 7528-DEEDIT-CHARGE-ROW THRU 7528-EXIT.
080500     IF NOT INV-ROW-OK
080510         GO TO 7550-EXIT
080520     END-IF.
080530     PERFORM 7522-SCREEN-CHARGE-ROW THRU 7522-EXIT.
080540     IF NOT INV-ROW-OK
080550         GO TO 7550-EXIT
080560     END-IF.
080570     IF CHG-SPLIT-CARRIER NOT = INV-TABLE-CARRIER(INV-SUB)
080580         GO TO 7550-EXIT
080590     END-IF.
080600     ADD 1 TO INV-DETAIL-COUNT.
080610     MOVE INV-WORK-WEIGHT TO INV-WEIGHT-EDIT.
080620     MOVE INV-WORK-CHARGE TO INV-CHARGE-EDIT.
080630     MOVE SPACES TO INVOICE-LINE.
080640     STRING CHG-SPLIT-TICKET        DELIMITED BY SIZE
080650            '  '                    DELIMITED BY SIZE
080660            INV-WEIGHT-EDIT         DELIMITED BY SIZE
080670            '  '                    DELIMITED BY SIZE
080680            INV-CHARGE-EDIT         DELIMITED BY SIZE
080690         INTO INVOICE-LINE.
080700     WRITE INVOICE-LINE.
080710 7550-EXIT.
080720     EXIT.
080730
080740* 7555 - A REBILL PRINTS AS A DETAIL LINE ON ITS CARRIER'S INVOICE
080750* WITH THE ORIGINAL INVOICE IT REPLACES, AND TAKES THAT INVOICE
080760* NUMBER BACK TO THE CORRECTION FOR THE REGISTER.
080770 7555-WRITE-REBILL-LINE.
080780     IF CRT-ACTION(CORR-SUB) NOT = 'B'
080790         OR CRT-NEW-CARRIER(CORR-SUB) NOT =
080800             INV-TABLE-CARRIER(INV-SUB)
080810         GO TO 7555-EXIT
080820     END-IF.
080830     ADD 1 TO INV-DETAIL-COUNT.
080840     MOVE INV-TABLE-INVOICE-NO(INV-SUB)
080850         TO CRT-NEW-INVOICE(CORR-SUB).
080860     MOVE CRT-NEW-WEIGHT(CORR-SUB) TO INV-WEIGHT-EDIT.
080870     MOVE CRT-NEW-CHARGE(CORR-SUB) TO INV-CHARGE-EDIT.
080880     MOVE SPACES TO INVOICE-LINE.
080890     STRING CRT-TICKET(CORR-SUB)    DELIMITED BY SIZE
080900            '  '                    DELIMITED BY SIZE
080910            INV-WEIGHT-EDIT         DELIMITED BY SIZE
080920            '  '                    DELIMITED BY SIZE
080930            INV-CHARGE-EDIT         DELIMITED BY SIZE
080940            '  REBILL OF INVOICE '  DELIMITED BY SIZE
080950            CRT-ORIG-INVOICE(CORR-SUB) DELIMITED BY SIZE
080960         INTO INVOICE-LINE.
080970     WRITE INVOICE-LINE.
080980 7555-EXIT.
080990     EXIT.
081000
081010* --------------------------------------------------------------*
081020* 7560-WRITE-CREDIT-MEMO - ONE CREDIT MEMO PER CORRECTION,
081030* NUMBERED OUT OF THE INVOICE SEQUENCE AND RAISED AGAINST THE
081040* INVOICE THE TICKET ORIGINALLY WENT OUT ON, FOR THE FULL AMOUNT
081050* BILLED THEN.
081060* --------------------------------------------------------------*
081070 7560-WRITE-CREDIT-MEMO.
081080     ADD 1 TO LAST-INVOICE-NUMBER.
081090     MOVE LAST-INVOICE-NUMBER TO CRT-MEMO-NUMBER(CORR-SUB).
081100     ADD 1 TO INV-CREDIT-COUNT.
081110     ADD CRT-ORIG-WEIGHT(CORR-SUB) TO INV-CREDIT-WEIGHT.
081120     ADD CRT-ORIG-CHARGE(CORR-SUB) TO INV-CREDIT-CHARGE.
081130     MOVE SPACES TO INVOICE-LINE.
081140     WRITE INVOICE-LINE.
081150     MOVE SPACES TO INVOICE-LINE.
081160     STRING 'CREDIT MEMO '          DELIMITED BY SIZE
081170            LAST-INVOICE-NUMBER     DELIMITED BY SIZE
081180            '   AGAINST INVOICE '   DELIMITED BY SIZE
081190            CRT-ORIG-INVOICE(CORR-SUB) DELIMITED BY SIZE
081200            '   CARRIER '           DELIMITED BY SIZE
081210            CRT-ORIG-CARRIER(CORR-SUB) DELIMITED BY SIZE
081220            '   DATED '             DELIMITED BY SIZE
081230            RUN-DATE                DELIMITED BY SIZE
081240         INTO INVOICE-LINE.
081250     WRITE INVOICE-LINE.
081260     MOVE SPACES TO INVOICE-LINE.
081270     STRING 'TICKET        '        DELIMITED BY SIZE
081280            '   BILLED WEIGHT'      DELIMITED BY SIZE
081290            '       CHARGE'         DELIMITED BY SIZE
081300         INTO INVOICE-LINE.
081310     WRITE INVOICE-LINE.
081320     MOVE CRT-ORIG-WEIGHT(CORR-SUB) TO INV-WEIGHT-EDIT.
081330     MOVE CRT-ORIG-CHARGE(CORR-SUB) TO INV-CHARGE-EDIT.
081340     MOVE SPACES TO INVOICE-LINE.
081350     IF CRT-ACTION(CORR-SUB) = 'B'
081360         AND CRT-NEW-INVOICE(CORR-SUB) > 0
081370         STRING CRT-TICKET(CORR-SUB) DELIMITED BY SIZE
081380                '  '                 DELIMITED BY SIZE
081390                INV-WEIGHT-EDIT      DELIMITED BY SIZE
081400                '  '                 DELIMITED BY SIZE
081410                INV-CHARGE-EDIT      DELIMITED BY SIZE
081420                'CR  REBILLED ON '   DELIMITED BY SIZE
081430                CRT-NEW-INVOICE(CORR-SUB) DELIMITED BY SIZE
081440             INTO INVOICE-LINE
081450     ELSE
081460         STRING CRT-TICKET(CORR-SUB) DELIMITED BY SIZE
081470                '  '                 DELIMITED BY SIZE
081480                INV-WEIGHT-EDIT      DELIMITED BY SIZE
081490                '  '                 DELIMITED BY SIZE
081500                INV-CHARGE-EDIT      DELIMITED BY SIZE
081510                'CR  REVERSED'       DELIMITED BY SIZE
081520             INTO INVOICE-LINE
081530     END-IF.
081540     WRITE INVOICE-LINE.
081550     MOVE SPACES TO INVOICE-LINE.
081560     STRING 'CREDIT MEMO TOTAL -'   DELIMITED BY SIZE
081570            '     1 TICKET  '       DELIMITED BY SIZE
081580            INV-WEIGHT-EDIT         DELIMITED BY SIZE
081590            ' '                     DELIMITED BY SIZE
081600            INV-CHARGE-EDIT         DELIMITED BY SIZE
081610            'CR'                    DELIMITED BY SIZE
081620         INTO INVOICE-LINE.
081630     WRITE INVOICE-LINE.
081640 7560-EXIT.
081650     EXIT.
081660
081670 7570-WRITE-SETTLEMENT.
081680     MOVE SPACES TO INVOICE-LINE.
081690     WRITE INVOICE-LINE.
081700     MOVE SPACES TO INVOICE-LINE.
081710     STRING 'SETTLEMENT SUMMARY - ALL CARRIERS - PERIOD'
081720                                    DELIMITED BY SIZE
081730            ' ENDING '              DELIMITED BY SIZE
081740            RUN-DATE                DELIMITED BY SIZE
081750         INTO INVOICE-LINE.
081760     WRITE INVOICE-LINE.
081770     MOVE SPACES TO INVOICE-LINE.
081780     STRING 'INVOICE CARRIER'       DELIMITED BY SIZE
081790            '  TICKETS'             DELIMITED BY SIZE
081800            '    BILLED WEIGHT'     DELIMITED BY SIZE
081810            '      CHARGES'         DELIMITED BY SIZE
081820         INTO INVOICE-LINE.
081830     WRITE INVOICE-LINE.
081840     PERFORM 7575-WRITE-ONE-SETTLE-LINE THRU 7575-EXIT
081850         VARYING INV-SUB FROM 1 BY 1
081860         UNTIL INV-SUB > INVOICE-CARRIER-COUNT.
081870     PERFORM 7578-WRITE-CREDIT-SETTLE-LINE THRU 7578-EXIT
081880         VARYING CORR-SUB FROM 1 BY 1
081890         UNTIL CORR-SUB > CORR-TABLE-COUNT.
081900     MOVE INV-SETTLE-TICKETS TO REPORT-COUNT-EDIT.
081910     MOVE INV-SETTLE-WEIGHT TO INV-WEIGHT-EDIT.
081920     MOVE INV-SETTLE-CHARGE TO INV-CHARGE-EDIT.
081930     MOVE SPACES TO INVOICE-LINE.
081940     WRITE INVOICE-LINE.
081950     MOVE SPACES TO INVOICE-LINE.
081960     STRING 'PERIOD TOTAL   '       DELIMITED BY SIZE
081970            REPORT-COUNT-EDIT       DELIMITED BY SIZE
081980            ' '                     DELIMITED BY SIZE
081990            INV-WEIGHT-EDIT         DELIMITED BY SIZE
082000            ' '                     DELIMITED BY SIZE
082010            INV-CHARGE-EDIT         DELIMITED BY SIZE
082020         INTO INVOICE-LINE.
082030     WRITE INVOICE-LINE.
082040     IF INV-CREDIT-COUNT = 0
082050         GO TO 7570-EXIT
082060     END-IF.
082070     MOVE INV-CREDIT-COUNT TO REPORT-COUNT-EDIT.
082080     MOVE INV-CREDIT-WEIGHT TO INV-WEIGHT-EDIT.
082090     MOVE INV-CREDIT-CHARGE TO INV-CHARGE-EDIT.
082100     MOVE SPACES TO INVOICE-LINE.
082110     STRING 'CREDIT MEMOS   '       DELIMITED BY SIZE
082120            REPORT-COUNT-EDIT       DELIMITED BY SIZE
082130            ' '                     DELIMITED BY SIZE
082140            INV-WEIGHT-EDIT         DELIMITED BY SIZE
082150            ' '                     DELIMITED BY SIZE
082160            INV-CHARGE-EDIT         DELIMITED BY SIZE
082170            'CR'                    DELIMITED BY SIZE
082180         INTO INVOICE-LINE.
082190     WRITE INVOICE-LINE.
082200     COMPUTE INV-NET-CHARGE =
082210         INV-SETTLE-CHARGE - INV-CREDIT-CHARGE.
082220     MOVE INV-NET-CHARGE TO INV-NET-EDIT.
082230     MOVE SPACES TO INVOICE-LINE.
082240     STRING 'NET OF CREDITS '       DELIMITED BY SIZE
082250            '                         '
082260                                    DELIMITED BY SIZE
082270            INV-NET-EDIT            DELIMITED BY SIZE
082280         INTO INVOICE-LINE.
082290     WRITE INVOICE-LINE.
082300 7570-EXIT.
082310     EXIT.
082320
082330 7575-WRITE-ONE-SETTLE-LINE.
082340     MOVE INV-TABLE-TICKETS(INV-SUB) TO INV-TICKETS-EDIT.
082350     MOVE INV-TABLE-WEIGHT(INV-SUB) TO INV-WEIGHT-EDIT.
082360     MOVE INV-TABLE-CHARGE(INV-SUB) TO INV-CHARGE-EDIT.
082370     MOVE SPACES TO INVOICE-LINE.
082380     STRING INV-TABLE-INVOICE-NO(INV-SUB) DELIMITED BY SIZE
082390            '  '                    DELIMITED BY SIZE
082400            INV-TABLE-CARRIER(INV-SUB) DELIMITED BY SIZE
082410            '  '                    DELIMITED BY SIZE
082420            INV-TICKETS-EDIT        DELIMITED BY SIZE
082430            ' '                     DELIMITED BY SIZE
082440            INV-WEIGHT-EDIT         DELIMITED BY SIZE
082450            ' '                     DELIMITED BY SIZE
082460            INV-CHARGE-EDIT         DELIMITED BY SIZE
082470         INTO INVOICE-LINE.
082480     WRITE INVOICE-LINE.
082490     ADD INV-TABLE-TICKETS(INV-SUB) TO INV-SETTLE-TICKETS.
082500     ADD INV-TABLE-WEIGHT(INV-SUB) TO INV-SETTLE-WEIGHT.
082510     ADD INV-TABLE-CHARGE(INV-SUB) TO INV-SETTLE-CHARGE.
082520 7575-EXIT.
082530     EXIT.
082540
082550 7578-WRITE-CREDIT-SETTLE-LINE.
082560     MOVE 1 TO INV-TICKETS-EDIT.
082570     MOVE CRT-ORIG-WEIGHT(CORR-SUB) TO INV-WEIGHT-EDIT.
082580     MOVE CRT-ORIG-CHARGE(CORR-SUB) TO INV-CHARGE-EDIT.
082590     MOVE SPACES TO INVOICE-LINE.
082600     STRING CRT-MEMO-NUMBER(CORR-SUB) DELIMITED BY SIZE
082610            '  '                    DELIMITED BY SIZE
082620            CRT-ORIG-CARRIER(CORR-SUB) DELIMITED BY SIZE
082630            '  '                    DELIMITED BY SIZE
082640            INV-TICKETS-EDIT        DELIMITED BY SIZE
082650            ' '                     DELIMITED BY SIZE
082660            INV-WEIGHT-EDIT         DELIMITED BY SIZE
082670            ' '                     DELIMITED BY SIZE
082680            INV-CHARGE-EDIT         DELIMITED BY SIZE
082690            'CR'                    DELIMITED BY SIZE
082700         INTO INVOICE-LINE.
082710     WRITE INVOICE-LINE.
082720 7578-EXIT.
082730     EXIT.
082740
082750* --------------------------------------------------------------*
082760* 7580-UPDATE-REGISTER - ONCE THE INVOICE FILE IS WRITTEN, EVERY
082770* TICKET BILLED OFF THE EXTRACT GOES ON THE REGISTER WITH ITS
082780* CARRIER'S INVOICE NUMBER, AND EACH CORRECTION UPDATES THE ENTRY
082790* IT WAS KEYED AGAINST AND LOGS ITS LEGS TO THE AUDIT TRAIL.
082800* --------------------------------------------------------------*
082810 7580-UPDATE-REGISTER.
082820     MOVE 0 TO REG-WRITE-COUNT.
082830     OPEN INPUT CHARGE-FILE.
082840     IF CHG-STATUS = '00'
082850         MOVE 0 TO PRIOR-TICKET-COUNT
082860         MOVE 'N' TO DUP-TABLE-FULL-SWITCH
082870         MOVE 'N' TO END-OF-FILE-SWITCH
082880         PERFORM 7582-REGISTER-ONE-ROW THRU 7582-EXIT
082890             UNTIL END-OF-FILE
082900         CLOSE CHARGE-FILE
082910     END-IF.
082920     PERFORM 7585-REGISTER-CORRECTION THRU 7585-EXIT
082930         VARYING CORR-SUB FROM 1 BY 1
082940         UNTIL CORR-SUB > CORR-TABLE-COUNT.
082950     DISPLAY REG-WRITE-COUNT ' TICKETS ADDED TO THE INVOICED'
082960         ' TICKET REGISTER'.
082970 7580-EXIT.
082980     EXIT.
082990
083000 7582-REGISTER-ONE-ROW.
083010     READ CHARGE-FILE
083020         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
083030     END-READ.
083040     IF END-OF-FILE
083050         GO TO 7582-EXIT
083060     END-IF.
083070     PERFORM 7528-DEEDIT-CHARGE-ROW THRU 7528-EXIT.
083080     IF NOT INV-ROW-OK
083090         GO TO 7582-EXIT
083100     END-IF.
083110     PERFORM 7522-SCREEN-CHARGE-ROW THRU 7522-EXIT.
083120     IF NOT INV-ROW-OK
083130         GO TO 7582-EXIT
083140     END-IF.
083150     MOVE CHG-SPLIT-CARRIER TO INV-POST-CARRIER.
083160     MOVE 'N' TO INV-CARRIER-FOUND-SWITCH.
083170     PERFORM 7535-TEST-ONE-INV-CARRIER THRU 7535-EXIT
083180         VARYING INV-INDEX FROM 1 BY 1
083190         UNTIL INV-CARRIER-FOUND
083200         OR INV-INDEX > INVOICE-CARRIER-COUNT.
083210     IF NOT INV-CARRIER-FOUND
083220         GO TO 7582-EXIT
083230     END-IF.
083240     MOVE SPACES TO REGISTER-RECORD.
083250     MOVE CHG-SPLIT-TICKET TO REG-TICKET-NUMBER.
083260     MOVE CHG-SPLIT-CARRIER TO REG-CARRIER-CODE.
083270     MOVE INV-TABLE-INVOICE-NO(INV-SUB) TO REG-INVOICE-NUMBER.
083280     MOVE RUN-DATE TO REG-INVOICE-DATE.
083290     MOVE INV-WORK-WEIGHT TO REG-BILLED-WEIGHT.
083300     MOVE INV-WORK-CHARGE TO REG-CHARGE.
083310     MOVE 'B' TO REG-STATUS.
083320     MOVE 0 TO REG-PRIOR-INVOICE.
083330     MOVE 0 TO REG-CREDIT-MEMO.
083340     WRITE REGISTER-RECORD.
083350     IF IREG-STATUS = '00'
083360         ADD 1 TO REG-WRITE-COUNT
083370     ELSE
083380         DISPLAY 'REGISTER WRITE FAILED FOR TICKET '
083390             CHG-SPLIT-TICKET ' - STATUS ' IREG-STATUS
083400     END-IF.
083410 7582-EXIT.
083420     EXIT.
083430
083440* 7585 - A REBILL THAT DID NOT MAKE AN INVOICE (CARRIER TABLE
083450* FULL) LEAVES THE TICKET STANDING AS REVERSED.
083460 7585-REGISTER-CORRECTION.
083470     MOVE CRT-TICKET(CORR-SUB) TO REG-TICKET-NUMBER.
083480     READ INVOICE-REGISTER-FILE.
083490     IF IREG-STATUS NOT = '00'
083500         DISPLAY 'REGISTER ENTRY FOR TICKET ' CRT-TICKET(CORR-SUB)
083510             ' MISSING - STATUS ' IREG-STATUS
083520         GO TO 7585-EXIT
083530     END-IF.
083540     MOVE REG-INVOICE-NUMBER TO REG-PRIOR-INVOICE.
083550     MOVE CRT-MEMO-NUMBER(CORR-SUB) TO REG-CREDIT-MEMO.
083560     IF CRT-ACTION(CORR-SUB) = 'B'
083570         AND CRT-NEW-INVOICE(CORR-SUB) > 0
083580         MOVE 'C' TO REG-STATUS
083590         MOVE CRT-NEW-CARRIER(CORR-SUB) TO REG-CARRIER-CODE
083600         MOVE CRT-NEW-INVOICE(CORR-SUB) TO REG-INVOICE-NUMBER
083610         MOVE RUN-DATE TO REG-INVOICE-DATE
083620         MOVE CRT-NEW-WEIGHT(CORR-SUB) TO REG-BILLED-WEIGHT
083630         MOVE CRT-NEW-CHARGE(CORR-SUB) TO REG-CHARGE
083640     ELSE
083650         MOVE 'R' TO REG-STATUS
083660     END-IF.
083670     REWRITE REGISTER-RECORD.
083680     IF IREG-STATUS NOT = '00'
083690         DISPLAY 'REGISTER UPDATE FAILED FOR TICKET '
083700             CRT-TICKET(CORR-SUB) ' - STATUS ' IREG-STATUS
083710     END-IF.
083720     MOVE CRT-TICKET(CORR-SUB) TO ACL-TICKET-NUMBER.
083730     MOVE CRT-ORIG-CARRIER(CORR-SUB) TO ACL-CARRIER-CODE.
083740     MOVE 'CRM' TO ACL-LEG.
083750     MOVE CRT-MEMO-NUMBER(CORR-SUB) TO ACL-DOCUMENT-NUMBER.
083760     MOVE CRT-ORIG-INVOICE(CORR-SUB) TO ACL-REFERENCE-NUMBER.
083770     MOVE CRT-ORIG-CHARGE(CORR-SUB) TO ACL-CHARGE.
083780     MOVE CRT-ORIG-WEIGHT(CORR-SUB) TO ACL-BILLED-WEIGHT.
083790     PERFORM 7588-LOG-CORRECTION-LEG THRU 7588-EXIT.
083800     IF REG-STATUS NOT = 'C'
083810         GO TO 7585-EXIT
083820     END-IF.
083830     MOVE CRT-NEW-CARRIER(CORR-SUB) TO ACL-CARRIER-CODE.
083840     MOVE 'RBL' TO ACL-LEG.
083850     MOVE CRT-NEW-INVOICE(CORR-SUB) TO ACL-DOCUMENT-NUMBER.
083860     MOVE CRT-MEMO-NUMBER(CORR-SUB) TO ACL-REFERENCE-NUMBER.
083870     MOVE CRT-NEW-CHARGE(CORR-SUB) TO ACL-CHARGE.
083880     MOVE CRT-NEW-WEIGHT(CORR-SUB) TO ACL-BILLED-WEIGHT.
083890     PERFORM 7588-LOG-CORRECTION-LEG THRU 7588-EXIT.
083900 7585-EXIT.
083910     EXIT.
083920
083930 7588-LOG-CORRECTION-LEG.
083940     IF NOT AUDIT-FILE-IS-OPEN
083950         GO TO 7588-EXIT
083960     END-IF.
083970     PERFORM 6100-BUILD-TIMESTAMP THRU 6100-EXIT.
083980     MOVE TIMESTAMP-FIELD TO ACL-TIMESTAMP.
083990     MOVE OPERATOR-ID TO ACL-OPERATOR-ID.
084000     MOVE AUDIT-CORRECTION-LINE TO AUDIT-RECORD.
084010     PERFORM 6040-WRITE-CHAINED-AUDIT THRU 6040-EXIT.
084020 7588-EXIT.
084030     EXIT.
084040
084050* 7590 - THE APPLIED CORRECTIONS ARE CLEARED. IF THE TABLE FILLED
084060* THE FILE IS KEPT WHOLE - THE ONES APPLIED THIS RUN NO LONGER
084070* MATCH THE REGISTER AND DROP OUT NEXT TIME.
084080 7590-CLEAR-CORRECTIONS.
084090     IF CORR-TABLE-FULL
084100         GO TO 7590-EXIT
084110     END-IF.
084120     OPEN OUTPUT CORRECTION-FILE.
084130     IF CORR-STATUS = '00'
084140         CLOSE CORRECTION-FILE
084150     END-IF.
084160 7590-EXIT.
084170     EXIT.
084180
084190* --------------------------------------------------------------*
084200* 7600-ENTER-CORRECTION - A SUPERVISOR NAMES AN INVOICED TICKET
084210* AND EITHER REVERSES IT OR REVERSES AND REBILLS IT. A REBILL
084220* STARTS FROM THE ORIGINAL WEIGHING ON THE AUDIT TRAIL (LIVE FILE
084230* OR MONTHLY ARCHIVES), TAKES THE CORRECTED CARRIER, WEIGHT OR
084240* CONTAINER AND IS RE-CONVERTED AND RE-RATED BY THE SAME
084250* PARAGRAPHS AS A NEW TICKET. THE CORRECTION WAITS ON CORRFILE
084260* FOR THE NEXT INVOICE RUN; NOTHING IS BILLED OR CREDITED HERE.
084270* --------------------------------------------------------------*
084280 7600-ENTER-CORRECTION.
084290     DISPLAY ' '.
084300     DISPLAY 'CREDIT / REBILL AN INVOICED TICKET'.
084310     DISPLAY 'TICKET NUMBER (BLANK TO RETURN): '.
084320     MOVE SPACES TO CORR-TICKET.
084330     ACCEPT CORR-TICKET.
084340     IF CORR-TICKET = SPACES
084350         GO TO 7600-EXIT
084360     END-IF.
084370     OPEN INPUT INVOICE-REGISTER-FILE.
084380     IF IREG-STATUS NOT = '00'
084390         DISPLAY 'INVOICED TICKET REGISTER NOT AVAILABLE -'
084400             ' STATUS ' IREG-STATUS
084410         GO TO 7600-EXIT
084420     END-IF.
084430     MOVE CORR-TICKET TO REG-TICKET-NUMBER.
084440     READ INVOICE-REGISTER-FILE.
084450     IF IREG-STATUS NOT = '00'
084460         DISPLAY 'TICKET ' CORR-TICKET ' HAS NOT BEEN INVOICED'
084470         GO TO 7600-CLOSE
084480     END-IF.
084490     IF REG-STATUS = 'R'
084500         DISPLAY 'TICKET ' CORR-TICKET ' WAS REVERSED ON CREDIT'
084510             ' MEMO ' REG-CREDIT-MEMO ' - NOTHING LEFT TO CORRECT'
084520         GO TO 7600-CLOSE
084530     END-IF.
084540     MOVE REG-CHARGE TO INV-CHARGE-EDIT.
084550     DISPLAY 'BILLED TO CARRIER ' REG-CARRIER-CODE ' ON INVOICE '
084560         REG-INVOICE-NUMBER ' DATED ' REG-INVOICE-DATE
084570         ' - CHARGE ' INV-CHARGE-EDIT.
084580     MOVE REG-CARRIER-CODE TO CORR-ORIG-CARRIER.
084590     MOVE REG-INVOICE-NUMBER TO CORR-ORIG-INVOICE.
084600     PERFORM 7610-CHECK-PENDING THRU 7610-EXIT.
084610     IF CORR-ALREADY-PENDING
084620         DISPLAY 'A CORRECTION FOR THIS TICKET IS ALREADY WAITING'
084630             ' FOR THE NEXT INVOICE RUN'
084640         GO TO 7600-CLOSE
084650     END-IF.
084660     MOVE 'N' TO VALID-ENTRY-SWITCH.
084670     PERFORM 7640-EDIT-CORR-ACTION THRU 7640-EXIT
084680         UNTIL VALID-ENTRY.
084690     IF CORR-REBILL
084700         PERFORM 7620-FIND-ORIGINAL THRU 7620-EXIT
084710         IF NOT CORR-ORIGINAL-FOUND
084720             DISPLAY 'ORIGINAL WEIGHING NOT ON THE AUDIT TRAIL -'
084730                 ' REVERSE THE TICKET AND WEIGH IT AGAIN'
084740             GO TO 7600-CLOSE
084750         END-IF
084760         PERFORM 7630-PRICE-REBILL THRU 7630-EXIT
084770         IF NOT CORR-REBILL-PRICED
084780             DISPLAY 'REBILL NOT PRICED - CORRECTION NOT RECORDED'
084790             GO TO 7600-CLOSE
084800         END-IF
084810     END-IF.
084820     PERFORM 7650-WRITE-CORRECTION THRU 7650-EXIT.
084830 7600-CLOSE.
084840     CLOSE INVOICE-REGISTER-FILE.
084850 7600-EXIT.
084860     EXIT.
084870
084880 7610-CHECK-PENDING.
084890     MOVE 'N' TO CORR-PENDING-SWITCH.
084900     OPEN INPUT CORRECTION-FILE.
084910     IF CORR-STATUS NOT = '00'
084920         GO TO 7610-EXIT
084930     END-IF.
084940     MOVE 'N' TO END-OF-FILE-SWITCH.
084950     PERFORM 7615-TEST-ONE-PENDING THRU 7615-EXIT
084960         UNTIL END-OF-FILE
084970         OR CORR-ALREADY-PENDING.
084980     CLOSE CORRECTION-FILE.
084990 7610-EXIT.
085000     EXIT.
085010
085020 7615-TEST-ONE-PENDING.
085030     READ CORRECTION-FILE
085040         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
085050     END-READ.
085060     IF NOT END-OF-FILE
085070         AND CF-TICKET-NUMBER = CORR-TICKET
085080         SET CORR-ALREADY-PENDING TO TRUE
085090     END-IF.
085100 7615-EXIT.
085110     EXIT.
085120
085130* 7620 THROUGH 7628 - FIND THE WEIGHING BEHIND THE TICKET. THE
085140* ARCHIVES ARE TRIED FROM A YEAR BEFORE THE INVOICE DATE, THEN
085150* THE LIVE FILE; THE LAST CONVERSION ROW FOR THE TICKET WINS.
085160 7620-FIND-ORIGINAL.
085170     MOVE 'N' TO CORR-ORIGINAL-SWITCH.
085180     MOVE SPACES TO CORR-ORIGINAL-ROW.
085190     MOVE REG-INVOICE-DATE TO ARCH-ROW-DATE.
085200     COMPUTE ARCH-FROM-MONTH = ARCH-ROW-DATE / 100.
085210     MOVE ARCH-FROM-MONTH TO ARCH-SCAN-MONTH.
085220     SUBTRACT 1 FROM ASM-YEAR.
085230     COMPUTE ARCH-TO-MONTH = RUN-DATE / 100.
085240     MOVE 0 TO ARCH-MONTH-LIMIT.
085250     PERFORM 7622-SCAN-ONE-CORR-ARCHIVE THRU 7622-EXIT
085260         UNTIL ARCH-SCAN-MONTH > ARCH-TO-MONTH
085270         OR ARCH-MONTH-LIMIT > 120.
085280     IF AUDIT-FILE-IS-OPEN
085290         CLOSE AUDIT-FILE
085300         MOVE 'N' TO AUDIT-FILE-OPEN-SWITCH
085310     END-IF.
085320     OPEN INPUT AUDIT-FILE.
085330     IF AUDIT-STATUS = '00'
085340         MOVE 'N' TO END-OF-FILE-SWITCH
085350         PERFORM 7626-READ-ONE-LIVE-CORR-ROW THRU 7626-EXIT
085360             UNTIL END-OF-FILE
085370         CLOSE AUDIT-FILE
085380     END-IF.
085390     PERFORM 1190-OPEN-AUDIT-FILE THRU 1190-EXIT.
085400 7620-EXIT.
085410     EXIT.
085420
085430 7622-SCAN-ONE-CORR-ARCHIVE.
085440     ADD 1 TO ARCH-MONTH-LIMIT.
085450     MOVE SPACES TO ARCHIVE-FILE-NAME.
085460     STRING 'AUDT'          DELIMITED BY SIZE
085470            ARCH-SCAN-MONTH DELIMITED BY SIZE
085480         INTO ARCHIVE-FILE-NAME.
085490     OPEN INPUT ARCHIVE-FILE.
085500     IF ARCH-STATUS = '00'
085510         MOVE 'N' TO END-OF-FILE-SWITCH
085520         PERFORM 7624-READ-ONE-ARCH-CORR-ROW THRU 7624-EXIT
085530             UNTIL END-OF-FILE
085540         CLOSE ARCHIVE-FILE
085550     END-IF.
085560     PERFORM 6748-NEXT-ARCH-MONTH THRU 6748-EXIT.
085570 7622-EXIT.
085580     EXIT.
085590
085600 7624-READ-ONE-ARCH-CORR-ROW.
085610     READ ARCHIVE-FILE
085620         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
085630     END-READ.
085640     IF NOT END-OF-FILE
085650         MOVE ARCHIVE-RECORD TO AUDIT-ROW-WORK
085660         PERFORM 7628-TEST-ORIGINAL-ROW THRU 7628-EXIT
085670     END-IF.
085680 7624-EXIT.
085690     EXIT.
085700
085710 7626-READ-ONE-LIVE-CORR-ROW.
085720     READ AUDIT-FILE
085730         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
085740     END-READ.
085750     IF NOT END-OF-FILE
085760         MOVE AUDIT-RECORD TO AUDIT-ROW-WORK
085770         PERFORM 7628-TEST-ORIGINAL-ROW THRU 7628-EXIT
085780     END-IF.
085790 7626-EXIT.
085800     EXIT.
085810
085820 7628-TEST-ORIGINAL-ROW.
085830     IF AW-TICKET-NUMBER = CORR-TICKET
085840         AND AW-CONVERSION-CODE NUMERIC
085850         MOVE AUDIT-ROW-WORK TO CORR-ORIGINAL-ROW
085860         SET CORR-ORIGINAL-FOUND TO TRUE
085870     END-IF.
085880 7628-EXIT.
085890     EXIT.
085900
085910* --------------------------------------------------------------*
085920* 7630-PRICE-REBILL - THE ORIGINAL WEIGHING IS LOADED INTO THE
085930* TICKET FIELDS, THE SUPERVISOR KEYS WHAT WAS WRONG (A BLANK OR
085940* ZERO KEEPS THE ORIGINAL), AND THE TICKET IS CONVERTED AND RATED
085950* THROUGH 5500 AND 5600 EXACTLY AS THE BATCH WOULD HAVE.
085960* --------------------------------------------------------------*
085970 7630-PRICE-REBILL.
085980     MOVE 'N' TO CORR-PRICED-SWITCH.
085990     MOVE CORR-ORIGINAL-ROW TO AUDIT-ROW-WORK.
086000     MOVE CORR-TICKET TO TICKET-NUMBER.
086010     MOVE AW-DOCK-DOOR TO DOCK-DOOR.
086020     MOVE AW-CONVERSION-CODE TO CONVERSION-CODE.
086030     MOVE AW-FROM-UNIT TO FROM-UNIT.
086040     MOVE AW-TO-UNIT TO TO-UNIT.
086050     MOVE AW-WEIGHT TO WEIGHT.
086060     MOVE AW-GROSS-WEIGHT TO GROSS-WEIGHT.
086070     MOVE AW-TARE-WEIGHT TO TARE-WEIGHT-USED.
086080     MOVE SPACES TO CORR-NEW-CONTAINER.
086090     DISPLAY 'ORIGINAL WEIGHING ' AW-DATE ' - NET ' WEIGHT
086100         ' GROSS ' GROSS-WEIGHT ' TARE ' TARE-WEIGHT-USED.
086110     DISPLAY 'CORRECTED CARRIER (BLANK KEEPS ' CORR-ORIG-CARRIER
086120         '): '.
086130     MOVE SPACES TO CORR-NEW-CARRIER.
086140     ACCEPT CORR-NEW-CARRIER.
086150     IF CORR-NEW-CARRIER = SPACES
086160         MOVE CORR-ORIG-CARRIER TO CORR-NEW-CARRIER
086170     END-IF.
086180     MOVE CORR-NEW-CARRIER TO CARRIER-CODE.
086190     IF GROSS-WEIGHT > 0
086200         PERFORM 7635-CORRECT-GROSS-TARE THRU 7635-EXIT
086210     ELSE
086220         PERFORM 7638-CORRECT-NET THRU 7638-EXIT
086230     END-IF.
086240     IF NOT NET-WEIGHT-OK
086250         GO TO 7630-EXIT
086260     END-IF.
086270     PERFORM 5500-CONVERT-WEIGHT THRU 5500-EXIT.
086280     IF CONVERSION-OVERFLOW
086290         GO TO 7630-EXIT
086300     END-IF.
086310     PERFORM 5600-RATE-CHARGE THRU 5600-EXIT.
086320     IF NOT RATE-FOUND
086330         DISPLAY 'CARRIER ' CARRIER-CODE ' DID NOT RATE - NOT ON'
086340             ' THE RATE MASTER OR RATING UNAVAILABLE'
086350         GO TO 7630-EXIT
086360     END-IF.
086370     MOVE CONVERTED-WEIGHT TO INV-WEIGHT-EDIT.
086380     MOVE FREIGHT-CHARGE TO INV-CHARGE-EDIT.
086390     DISPLAY 'REBILL - CARRIER ' CARRIER-CODE ' NET ' WEIGHT
086400         ' BILLED WEIGHT ' INV-WEIGHT-EDIT ' CHARGE '
086410         INV-CHARGE-EDIT.
086420     SET CORR-REBILL-PRICED TO TRUE.
086430 7630-EXIT.
086440     EXIT.
086450
086460 7635-CORRECT-GROSS-TARE.
086470     MOVE 'N' TO NET-WEIGHT-OK-SWITCH.
086480     DISPLAY 'CORRECTED GROSS WEIGHT (DIGITS ONLY, 2 IMPLIED'
086490         ' DECIMALS - 0 KEEPS THE ORIGINAL): '.
086500     MOVE 'N' TO VALID-ENTRY-SWITCH.
086510     PERFORM 3310-EDIT-WEIGHT THRU 3310-EXIT
086520         UNTIL VALID-ENTRY.
086530     IF WEIGHT-NUMERIC > 0
086540         MOVE WEIGHT-NUMERIC TO GROSS-WEIGHT
086550     END-IF.
086560     DISPLAY 'CORRECTED CONTAINER TYPE (BLANK KEEPS THE ORIGINAL'
086570         ' TARE): '.
086580     ACCEPT CORR-NEW-CONTAINER.
086590     IF CORR-NEW-CONTAINER NOT = SPACES
086600         MOVE CORR-NEW-CONTAINER TO CONTAINER-TYPE
086610         PERFORM 5800-FIND-TARE THRU 5800-EXIT
086620         IF NOT TARE-FOUND
086630             DISPLAY 'CONTAINER TYPE NOT ON TARE MASTER'
086640             GO TO 7635-EXIT
086650         END-IF
086660     END-IF.
086670     IF TARE-WEIGHT-USED >= GROSS-WEIGHT
086680         DISPLAY 'TARE MEETS OR EXCEEDS GROSS'
086690         GO TO 7635-EXIT
086700     END-IF.
086710     COMPUTE WEIGHT = GROSS-WEIGHT - TARE-WEIGHT-USED.
086720     SET NET-WEIGHT-OK TO TRUE.
086730 7635-EXIT.
086740     EXIT.
086750
086760 7638-CORRECT-NET.
086770     DISPLAY 'CORRECTED NET WEIGHT (DIGITS ONLY, 2 IMPLIED'
086780         ' DECIMALS - 0 KEEPS THE ORIGINAL): '.
086790     MOVE 'N' TO VALID-ENTRY-SWITCH.
086800     PERFORM 3310-EDIT-WEIGHT THRU 3310-EXIT
086810         UNTIL VALID-ENTRY.
086820     IF WEIGHT-NUMERIC > 0
086830         MOVE WEIGHT-NUMERIC TO WEIGHT
086840     END-IF.
086850     SET NET-WEIGHT-OK TO TRUE.
086860 7638-EXIT.
086870     EXIT.
086880
086890 7640-EDIT-CORR-ACTION.
086900     DISPLAY 'ACTION - R=REVERSE  B=REVERSE AND REBILL: '.
086910     ACCEPT CORR-ACTION-CODE.
086920     IF CORR-REVERSE OR CORR-REBILL
086930         SET VALID-ENTRY TO TRUE
086940     ELSE
086950         DISPLAY 'INVALID ACTION - R OR B - TRY AGAIN'
086960     END-IF.
086970 7640-EXIT.
086980     EXIT.
086990
087000 7650-WRITE-CORRECTION.
087010     OPEN EXTEND CORRECTION-FILE.
087020     IF CORR-STATUS = '35'
087030         OPEN OUTPUT CORRECTION-FILE
087040     END-IF.
087050     IF CORR-STATUS NOT = '00'
087060         DISPLAY 'UNABLE TO OPEN CORRECTION FILE - STATUS '
087070             CORR-STATUS ' - CORRECTION NOT RECORDED'
087080         GO TO 7650-EXIT
087090     END-IF.
087100     MOVE SPACES TO CORRECTION-RECORD.
087110     MOVE CORR-ACTION-CODE TO CF-ACTION.
087120     MOVE CORR-TICKET TO CF-TICKET-NUMBER.
087130     MOVE CORR-ORIG-INVOICE TO CF-ORIG-INVOICE.
087140     IF CORR-REBILL
087150         MOVE CARRIER-CODE TO CF-CARRIER-CODE
087160         MOVE DOCK-DOOR TO CF-DOCK-DOOR
087170         MOVE CONVERSION-CODE TO CF-CONVERSION-CODE
087180         MOVE FROM-UNIT TO CF-FROM-UNIT
087190         MOVE TO-UNIT TO CF-TO-UNIT
087200         MOVE WEIGHT TO CF-WEIGHT
087210         MOVE GROSS-WEIGHT TO CF-GROSS-WEIGHT
087220         MOVE TARE-WEIGHT-USED TO CF-TARE-WEIGHT
087230         MOVE CORR-NEW-CONTAINER TO CF-CONTAINER-TYPE
087240         MOVE CONVERTED-WEIGHT TO CF-BILLED-WEIGHT
087250         MOVE FREIGHT-CHARGE TO CF-CHARGE
087260     ELSE
087270         MOVE CORR-ORIG-CARRIER TO CF-CARRIER-CODE
087280         MOVE 0 TO CF-CONVERSION-CODE
087290         MOVE 0 TO CF-FROM-UNIT
087300         MOVE 0 TO CF-TO-UNIT
087310         MOVE 0 TO CF-WEIGHT
087320         MOVE 0 TO CF-GROSS-WEIGHT
087330         MOVE 0 TO CF-TARE-WEIGHT
087340         MOVE 0 TO CF-BILLED-WEIGHT
087350         MOVE 0 TO CF-CHARGE
087360     END-IF.
087370     MOVE OPERATOR-ID TO CF-OPERATOR-ID.
087380     MOVE RUN-DATE TO CF-ENTRY-DATE.
087390     WRITE CORRECTION-RECORD.
087400     CLOSE CORRECTION-FILE.
087410     DISPLAY 'CORRECTION RECORDED - CREDIT MEMO AGAINST INVOICE '
087420         CORR-ORIG-INVOICE ' ON THE NEXT INVOICE RUN'.
087430 7650-EXIT.
087440     EXIT.
087450
087460* --------------------------------------------------------------*
087470* 7700-PRODUCTIVITY-REPORT - VOLUME BY PERSON OFF THE AUDIT
087480* TRAIL FOR A REQUESTED DATE RANGE: CONVERSIONS BY SHIFT
087490* (BUCKETED ON THE AUDIT TIME), INTERACTIVE VERSUS BATCH COUNTS
087500* AND CONVERTED WEIGHT, AND EACH OPERATOR'S SHARE OF THE REJECT
087510* FILE, WITH THE NAME PULLED OFF THE OPERATOR MASTER. CLOSED
087520* MONTHS ARE SERVED FROM THE DATED ARCHIVES LIKE THE INQUIRY.
087530* --------------------------------------------------------------*
087540 7700-PRODUCTIVITY-REPORT.
087550     DISPLAY ' '.
087560     DISPLAY 'OPERATOR PRODUCTIVITY REPORT'.
087570     DISPLAY 'FROM DATE YYYYMMDD (BLANK FOR EARLIEST): '.
087580     PERFORM 6720-GET-INQUIRY-DATE THRU 6720-EXIT.
087590     IF INQUIRY-DATE-BLANK
087600         MOVE '00000000' TO INQUIRY-FROM-DATE
087610     ELSE
087620         MOVE INQUIRY-DATE-NUMERIC TO INQUIRY-FROM-DATE
087630     END-IF.
087640     DISPLAY 'TO DATE YYYYMMDD (BLANK FOR LATEST): '.
087650     PERFORM 6720-GET-INQUIRY-DATE THRU 6720-EXIT.
087660     IF INQUIRY-DATE-BLANK
087670         MOVE '99999999' TO INQUIRY-TO-DATE
087680     ELSE
087690         MOVE INQUIRY-DATE-NUMERIC TO INQUIRY-TO-DATE
087700     END-IF.
087710     MOVE 0 TO PROD-OPER-COUNT.
087720     PERFORM 7720-SCAN-PROD-ARCHIVES THRU 7720-EXIT.
087730     PERFORM 7710-SCAN-LIVE-AUDIT THRU 7710-EXIT.
087740     PERFORM 7750-TALLY-REJECTS THRU 7750-EXIT.
087750     IF PROD-OPER-COUNT = 0
087760         DISPLAY 'NO ACTIVITY ON FILE FOR THE REQUESTED RANGE'
087770         GO TO 7700-EXIT
087780     END-IF.
087790     PERFORM 7760-WRITE-PROD-REPORT THRU 7760-EXIT.
087800 7700-EXIT.
087810     EXIT.
087820
087830 7710-SCAN-LIVE-AUDIT.
087840     IF AUDIT-FILE-IS-OPEN
087850         CLOSE AUDIT-FILE
087860         MOVE 'N' TO AUDIT-FILE-OPEN-SWITCH
087870     END-IF.
087880     OPEN INPUT AUDIT-FILE.
087890     IF AUDIT-STATUS NOT = '00'
087900         DISPLAY 'NO LIVE AUDIT HISTORY AVAILABLE - STATUS '
087910             AUDIT-STATUS
087920         PERFORM 1190-OPEN-AUDIT-FILE THRU 1190-EXIT
087930         GO TO 7710-EXIT
087940     END-IF.
087950     MOVE 'N' TO END-OF-FILE-SWITCH.
087960     PERFORM 7712-READ-ONE-PROD-ROW THRU 7712-EXIT
087970         UNTIL END-OF-FILE.
087980     CLOSE AUDIT-FILE.
087990     PERFORM 1190-OPEN-AUDIT-FILE THRU 1190-EXIT.
088000 7710-EXIT.
088010     EXIT.
088020
088030 7712-READ-ONE-PROD-ROW.
088040     READ AUDIT-FILE
088050         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
088060     END-READ.
088070     IF NOT END-OF-FILE
088080         MOVE AUDIT-RECORD TO AUDIT-ROW-WORK
088090         PERFORM 7740-TALLY-AUDIT-ROW THRU 7740-EXIT
088100     END-IF.
088110 7712-EXIT.
088120     EXIT.
088130
088140 7720-SCAN-PROD-ARCHIVES.
088150     IF INQUIRY-FROM-DATE = '00000000'
088160         DISPLAY 'FROM DATE BLANK - ARCHIVED MONTHS NOT'
088170             ' COUNTED - ENTER A FROM DATE TO INCLUDE THEM'
088180         GO TO 7720-EXIT
088190     END-IF.
088200     MOVE INQUIRY-FROM-DATE TO ARCH-ROW-DATE.
088210     COMPUTE ARCH-FROM-MONTH = ARCH-ROW-DATE / 100.
088220     IF INQUIRY-TO-DATE = '99999999'
088230         COMPUTE ARCH-TO-MONTH = RUN-DATE / 100
088240     ELSE
088250         MOVE INQUIRY-TO-DATE TO ARCH-ROW-DATE
088260         COMPUTE ARCH-TO-MONTH = ARCH-ROW-DATE / 100
088270     END-IF.
088280     MOVE ARCH-FROM-MONTH TO ARCH-SCAN-MONTH.
088290     MOVE 0 TO ARCH-MONTH-LIMIT.
088300     PERFORM 7722-SCAN-ONE-PROD-ARCHIVE THRU 7722-EXIT
088310         UNTIL ARCH-SCAN-MONTH > ARCH-TO-MONTH
088320         OR ARCH-MONTH-LIMIT > 120.
088330 7720-EXIT.
088340     EXIT.
088350
088360 7722-SCAN-ONE-PROD-ARCHIVE.
088370     ADD 1 TO ARCH-MONTH-LIMIT.
088380     MOVE SPACES TO ARCHIVE-FILE-NAME.
088390     STRING 'AUDT'          DELIMITED BY SIZE
088400            ARCH-SCAN-MONTH DELIMITED BY SIZE
088410         INTO ARCHIVE-FILE-NAME.
088420     OPEN INPUT ARCHIVE-FILE.
088430     IF ARCH-STATUS = '00'
088440         MOVE 'N' TO END-OF-FILE-SWITCH
088450         PERFORM 7725-READ-ONE-ARCH-PROD-ROW THRU 7725-EXIT
088460             UNTIL END-OF-FILE
088470         CLOSE ARCHIVE-FILE
088480     END-IF.
088490     PERFORM 6748-NEXT-ARCH-MONTH THRU 6748-EXIT.
088500 7722-EXIT.
088510     EXIT.
088520
088530 7725-READ-ONE-ARCH-PROD-ROW.
088540     READ ARCHIVE-FILE
088550         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
088560     END-READ.
088570     IF NOT END-OF-FILE
088580         MOVE ARCHIVE-RECORD TO AUDIT-ROW-WORK
088590         PERFORM 7740-TALLY-AUDIT-ROW THRU 7740-EXIT
088600     END-IF.
088610 7725-EXIT.
088620     EXIT.
088630
088640 7740-TALLY-AUDIT-ROW.
088650     IF AW-DATE < INQUIRY-FROM-DATE
088660         OR AW-DATE > INQUIRY-TO-DATE
088670         GO TO 7740-EXIT
088680     END-IF.
088690* ONLY REAL CONVERSIONS COUNT - FACTOR AND MAINTENANCE LOG
088700* ROWS HAVE NO CONVERSION CODE.
088710     IF AW-CONVERSION-CODE NOT NUMERIC
088720         GO TO 7740-EXIT
088730     END-IF.
088740     IF AW-OPERATOR-ID = SPACES
088750         GO TO 7740-EXIT
088760     END-IF.
088770     MOVE AW-OPERATOR-ID TO PROD-OPER-KEY.
088780     PERFORM 7745-LOCATE-PROD-OPER THRU 7745-EXIT.
088790     IF PROD-SUB = 0
088800         GO TO 7740-EXIT
088810     END-IF.
088820     MOVE 3 TO PROD-SHIFT-SUB.
088830     MOVE AW-TIME TO PROD-TIME-WORK.
088840     IF PROD-HH NUMERIC
088850         IF PROD-HH >= 6 AND PROD-HH <= 13
088860             MOVE 1 TO PROD-SHIFT-SUB
088870         ELSE
088880             IF PROD-HH >= 14 AND PROD-HH <= 21
088890                 MOVE 2 TO PROD-SHIFT-SUB
088900             END-IF
088910         END-IF
088920     END-IF.
088930     ADD 1 TO PROD-SHIFT-COUNT(PROD-SUB PROD-SHIFT-SUB).
088940     MOVE AW-CONVERTED-WEIGHT TO PROD-WORK-WEIGHT.
088950     IF AW-TICKET-NUMBER = SPACES
088960         ADD 1 TO PROD-INTER-COUNT(PROD-SUB)
088970         ADD PROD-WORK-WEIGHT TO PROD-INTER-WEIGHT(PROD-SUB)
088980     ELSE
088990         ADD 1 TO PROD-BATCH-COUNT(PROD-SUB)
089000         ADD PROD-WORK-WEIGHT TO PROD-BATCH-WEIGHT(PROD-SUB)
089010     END-IF.
089020 7740-EXIT.
089030     EXIT.
089040
089050* 7745/7748 - FIND OR ADD THE OPERATOR ENTRY. PROD-SUB COMES
089060* BACK ZERO ONLY WHEN THE TABLE IS FULL.
089070 7745-LOCATE-PROD-OPER.
089080     MOVE 'N' TO PROD-FOUND-SWITCH.
089090     MOVE 0 TO PROD-SUB.
089100     PERFORM 7748-TEST-ONE-PROD-OPER THRU 7748-EXIT
089110         VARYING PROD-SCAN-SUB FROM 1 BY 1
089120         UNTIL PROD-OPER-FOUND
089130         OR PROD-SCAN-SUB > PROD-OPER-COUNT.
089140     IF PROD-OPER-FOUND
089150         GO TO 7745-EXIT
089160     END-IF.
089170     IF PROD-OPER-COUNT >= 50
089180         DISPLAY 'PRODUCTIVITY TABLE FULL - ACTIVITY FOR '
089190             PROD-OPER-KEY ' NOT REPORTED'
089200         GO TO 7745-EXIT
089210     END-IF.
089220     ADD 1 TO PROD-OPER-COUNT.
089230     MOVE PROD-OPER-COUNT TO PROD-SUB.
089240     MOVE PROD-OPER-KEY TO PROD-OPERATOR(PROD-SUB).
089250     MOVE 0 TO PROD-SHIFT-COUNT(PROD-SUB 1).
089260     MOVE 0 TO PROD-SHIFT-COUNT(PROD-SUB 2).
089270     MOVE 0 TO PROD-SHIFT-COUNT(PROD-SUB 3).
089280     MOVE 0 TO PROD-INTER-COUNT(PROD-SUB).
089290     MOVE 0 TO PROD-INTER-WEIGHT(PROD-SUB).
089300     MOVE 0 TO PROD-BATCH-COUNT(PROD-SUB).
089310     MOVE 0 TO PROD-BATCH-WEIGHT(PROD-SUB).
089320     MOVE 0 TO PROD-REJECT-COUNT(PROD-SUB).
089330 7745-EXIT.
089340     EXIT.
089350
089360 7748-TEST-ONE-PROD-OPER.
089370     IF PROD-OPERATOR(PROD-SCAN-SUB) = PROD-OPER-KEY
089380         SET PROD-OPER-FOUND TO TRUE
089390         MOVE PROD-SCAN-SUB TO PROD-SUB
089400     END-IF.
089410 7748-EXIT.
089420     EXIT.
089430
089440* 7750 - THE REJECT FILE NOW CARRIES THE OPERATOR AND DATE OF
089450* EACH REJECT, SO THE SHARE OF REJECTS CAN BE CHARGED TO THE
089460* PERSON WHOSE RUN WROTE THEM. OLDER ROWS WITHOUT THE FIELDS
089470* ARE SKIPPED.
089480 7750-TALLY-REJECTS.
089490     OPEN INPUT REJECT-FILE.
089500     IF REJ-STATUS NOT = '00'
089510         GO TO 7750-EXIT
089520     END-IF.
089530     MOVE 'N' TO END-OF-FILE-SWITCH.
089540     PERFORM 7752-READ-ONE-REJECT THRU 7752-EXIT
089550         UNTIL END-OF-FILE.
089560     CLOSE REJECT-FILE.
089570 7750-EXIT.
089580     EXIT.
089590
089600 7752-READ-ONE-REJECT.
089610     READ REJECT-FILE
089620         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
089630     END-READ.
089640     IF END-OF-FILE
089650         GO TO 7752-EXIT
089660     END-IF.
089670     IF REJ-OPERATOR-ID = SPACES
089680         OR REJ-REJECT-DATE NOT NUMERIC
089690         GO TO 7752-EXIT
089700     END-IF.
089710     IF REJ-REJECT-DATE < INQUIRY-FROM-DATE
089720         OR REJ-REJECT-DATE > INQUIRY-TO-DATE
089730         GO TO 7752-EXIT
089740     END-IF.
089750     MOVE REJ-OPERATOR-ID TO PROD-OPER-KEY.
089760     PERFORM 7745-LOCATE-PROD-OPER THRU 7745-EXIT.
089770     IF PROD-SUB > 0
089780         ADD 1 TO PROD-REJECT-COUNT(PROD-SUB)
089790     END-IF.
089800 7752-EXIT.
089810     EXIT.
089820
089830 7760-WRITE-PROD-REPORT.
089840     OPEN OUTPUT PROD-FILE.
089850     IF PROD-STATUS NOT = '00'
089860         DISPLAY 'UNABLE TO OPEN PRODUCTIVITY REPORT FILE -'
089870             ' STATUS ' PROD-STATUS
089880         GO TO 7760-EXIT
089890     END-IF.
089900     MOVE SPACES TO PROD-LINE.
089910     STRING 'OPERATOR PRODUCTIVITY - '  DELIMITED BY SIZE
089920            INQUIRY-FROM-DATE           DELIMITED BY SIZE
089930            ' THROUGH '                 DELIMITED BY SIZE
089940            INQUIRY-TO-DATE             DELIMITED BY SIZE
089950         INTO PROD-LINE.
089960     WRITE PROD-LINE.
089970     MOVE SPACES TO PROD-LINE.
089980     STRING 'SHIFTS - 1: 0600-1359  2: 1400-2159  3:'
089990                                        DELIMITED BY SIZE
090000            ' 2200-0559'                DELIMITED BY SIZE
090010         INTO PROD-LINE.
090020     WRITE PROD-LINE.
090030     PERFORM 7765-WRITE-ONE-OPER-LINES THRU 7765-EXIT
090040         VARYING PROD-SUB FROM 1 BY 1
090050         UNTIL PROD-SUB > PROD-OPER-COUNT.
090060     CLOSE PROD-FILE.
090070     DISPLAY 'PRODUCTIVITY REPORT WRITTEN TO PRODFILE -'
090080         ' ' PROD-OPER-COUNT ' OPERATORS'.
090090 7760-EXIT.
090100     EXIT.
090110
090120 7765-WRITE-ONE-OPER-LINES.
090130     MOVE PROD-OPERATOR(PROD-SUB) TO MAINT-OPERATOR.
090140     PERFORM 2565-LOCATE-OPER-ENTRY THRU 2565-EXIT.
090150     IF NOT MAINT-KEY-FOUND
090160         MOVE '(NOT ON MASTER)' TO OPER-NAME
090170     END-IF.
090180     MOVE SPACES TO PROD-LINE.
090190     WRITE PROD-LINE.
090200     MOVE SPACES TO PROD-LINE.
090210     STRING PROD-OPERATOR(PROD-SUB)    DELIMITED BY SIZE
090220            ' '                        DELIMITED BY SIZE
090230            OPER-NAME                  DELIMITED BY SIZE
090240         INTO PROD-LINE.
090250     WRITE PROD-LINE.
090260     MOVE PROD-SHIFT-COUNT(PROD-SUB 1) TO PROD-C1-EDIT.
090270     MOVE PROD-SHIFT-COUNT(PROD-SUB 2) TO PROD-C2-EDIT.
090280     MOVE PROD-SHIFT-COUNT(PROD-SUB 3) TO PROD-C3-EDIT.
090290     MOVE PROD-REJECT-COUNT(PROD-SUB) TO REPORT-COUNT-EDIT.
090300     MOVE SPACES TO PROD-LINE.
090310     STRING '  SHIFT 1'                DELIMITED BY SIZE
090320            PROD-C1-EDIT               DELIMITED BY SIZE
090330            '  SHIFT 2'                DELIMITED BY SIZE
090340            PROD-C2-EDIT               DELIMITED BY SIZE
090350            '  SHIFT 3'                DELIMITED BY SIZE
090360            PROD-C3-EDIT               DELIMITED BY SIZE
090370            '  REJECTS'                DELIMITED BY SIZE
090380            REPORT-COUNT-EDIT          DELIMITED BY SIZE
090390         INTO PROD-LINE.
090400     WRITE PROD-LINE.
090410     MOVE PROD-INTER-COUNT(PROD-SUB) TO REPORT-COUNT-EDIT.
090420     MOVE PROD-INTER-WEIGHT(PROD-SUB) TO INV-WEIGHT-EDIT.
090430     MOVE SPACES TO PROD-LINE.
090440     STRING '  INTERACTIVE'            DELIMITED BY SIZE
090450            REPORT-COUNT-EDIT          DELIMITED BY SIZE
090460            '  CONVERTED WGT '         DELIMITED BY SIZE
090470            INV-WEIGHT-EDIT            DELIMITED BY SIZE
090480         INTO PROD-LINE.
090490     WRITE PROD-LINE.
090500     MOVE PROD-BATCH-COUNT(PROD-SUB) TO REPORT-COUNT-EDIT.
090510     MOVE PROD-BATCH-WEIGHT(PROD-SUB) TO INV-WEIGHT-EDIT.
090520     MOVE SPACES TO PROD-LINE.
090530     STRING '  BATCH      '            DELIMITED BY SIZE
090540            REPORT-COUNT-EDIT          DELIMITED BY SIZE
090550            '  CONVERTED WGT '         DELIMITED BY SIZE
090560            INV-WEIGHT-EDIT            DELIMITED BY SIZE
090570         INTO PROD-LINE.
090580     WRITE PROD-LINE.
090590 7765-EXIT.
090600     EXIT.
090610
090620* --------------------------------------------------------------*
090630* 7800-FREIGHT-BILL-AUDIT - MATCHES THE CARRIERS' OWN FREIGHT
090640* BILLS (FRBLFILE) TICKET AND CARRIER AGAINST THE CHARGES WE
090650* RATED ON THE CHARGE EXTRACT, WITH ANY CREDIT OR REBILL ON THE
090660* INVOICED TICKET REGISTER TAKEN AS THE CHARGE NOW STANDING.
090670* FBARPT CARRIES FOUR SECTIONS - WEIGHT VARIANCES, CHARGE
090680* VARIANCES BEYOND THE CARRIER'S TOLERANCE ON THE RATE MASTER,
090690* TICKETS BILLED THAT WERE NEVER WEIGHED HERE (OR BILLED TWICE),
090700* AND TICKETS WEIGHED HERE THAT THE CARRIER NEVER BILLED.
090710* DIFFERENCES ARE ALWAYS THE CARRIER'S FIGURE LESS OURS.
090720* --------------------------------------------------------------*
090730 7800-FREIGHT-BILL-AUDIT.
090740     DISPLAY ' '.
090750     DISPLAY 'CARRIER FREIGHT BILL AUDIT'.
090760     OPEN INPUT FREIGHT-BILL-FILE.
090770     IF FRBL-STATUS NOT = '00'
090780         DISPLAY 'NO CARRIER FREIGHT BILL FILE TO AUDIT - STATUS '
090790             FRBL-STATUS
090800         GO TO 7800-EXIT
090810     END-IF.
090820     CLOSE FREIGHT-BILL-FILE.
090830     MOVE 0 TO FBA-LINES-READ.
090840     MOVE 0 TO FBA-BAD-COUNT.
090850     MOVE 0 TO FBA-MATCHED-COUNT.
090860     MOVE 0 TO FBA-WEIGHT-VAR-COUNT.
090870     MOVE 0 TO FBA-CHARGE-VAR-COUNT.
090880     MOVE 0 TO FBA-NOT-WEIGHED-COUNT.
090890     MOVE 0 TO FBA-NOT-BILLED-COUNT.
090900     MOVE 0 TO FBA-CHARGE-VAR-AMOUNT.
090910     MOVE 0 TO FBA-NOT-WEIGHED-AMOUNT.
090920     MOVE 0 TO FBA-NOT-BILLED-AMOUNT.
090930     MOVE 0 TO FBA-CARRIER-COUNT.
090940     PERFORM 7805-LOAD-OUR-CHARGES THRU 7805-EXIT.
090950     PERFORM 7820-MATCH-BILL-FILE THRU 7820-EXIT.
090960     OPEN OUTPUT FREIGHT-AUDIT-FILE.
090970     IF FBA-STATUS NOT = '00'
090980         DISPLAY 'UNABLE TO OPEN FREIGHT BILL AUDIT REPORT -'
090990             ' STATUS ' FBA-STATUS
091000         GO TO 7800-EXIT
091010     END-IF.
091020     MOVE SPACES TO FREIGHT-AUDIT-LINE.
091030     STRING 'CARRIER FREIGHT BILL AUDIT - RUN ' DELIMITED BY SIZE
091040            RUN-DATE                          DELIMITED BY SIZE
091050         INTO FREIGHT-AUDIT-LINE.
091060     WRITE FREIGHT-AUDIT-LINE.
091070     PERFORM 7840-WEIGHT-VARIANCES THRU 7840-EXIT.
091080     PERFORM 7850-CHARGE-VARIANCES THRU 7850-EXIT.
091090     PERFORM 7860-NOT-WEIGHED THRU 7860-EXIT.
091100     PERFORM 7870-NOT-BILLED THRU 7870-EXIT.
091110     PERFORM 7880-WRITE-AUDIT-TOTALS THRU 7880-EXIT.
091120     CLOSE FREIGHT-AUDIT-FILE.
091130     DISPLAY 'FREIGHT BILL AUDIT WRITTEN TO FBARPT - '
091140         FBA-LINES-READ ' BILL LINES, ' FBA-MATCHED-COUNT
091150         ' MATCHED'.
091160     IF FBA-BAD-COUNT > 0
091170         DISPLAY FBA-BAD-COUNT ' BILL LINES UNREADABLE - NOT'
091180             ' AUDITED'
091190     END-IF.
091200 7800-EXIT.
091210     EXIT.
091220
091230* 7805 - OUR SIDE COMES OFF THE CHARGE EXTRACT. WHERE THE
091240* REGISTER SHOWS THE TICKET REVERSED NOTHING STANDS AGAINST IT;
091250* WHERE IT WAS CREDITED AND REBILLED THE REBILL FIGURES STAND.
091260 7805-LOAD-OUR-CHARGES.
091270     MOVE 0 TO FBA-COUNT.
091280     MOVE 'N' TO FBA-FULL-SWITCH.
091290     MOVE 'N' TO REGISTER-OPEN-SWITCH.
091300     OPEN INPUT INVOICE-REGISTER-FILE.
091310     IF IREG-STATUS = '00'
091320         SET REGISTER-IS-OPEN TO TRUE
091330     END-IF.
091340     OPEN INPUT CHARGE-FILE.
091350     IF CHG-STATUS = '00'
091360         MOVE 'N' TO END-OF-FILE-SWITCH
091370         PERFORM 7810-LOAD-ONE-CHARGE THRU 7810-EXIT
091380             UNTIL END-OF-FILE
091390         CLOSE CHARGE-FILE
091400     ELSE
091410         DISPLAY 'NO CHARGE EXTRACT ON FILE - EVERY BILL LINE'
091420             ' WILL SHOW AS NOT WEIGHED'
091430     END-IF.
091440     IF REGISTER-IS-OPEN
091450         CLOSE INVOICE-REGISTER-FILE
091460         MOVE 'N' TO REGISTER-OPEN-SWITCH
091470     END-IF.
091480 7805-EXIT.
091490     EXIT.
091500
091510 7810-LOAD-ONE-CHARGE.
091520     READ CHARGE-FILE
091530         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
091540     END-READ.
091550     IF END-OF-FILE
091560         GO TO 7810-EXIT
091570     END-IF.
091580     PERFORM 7528-DEEDIT-CHARGE-ROW THRU 7528-EXIT.
091590     IF NOT INV-ROW-OK
091600         GO TO 7810-EXIT
091610     END-IF.
091620     MOVE CHG-SPLIT-TICKET TO FBA-KEY-TICKET.
091630     MOVE CHG-SPLIT-CARRIER TO FBA-KEY-CARRIER.
091640     IF REGISTER-IS-OPEN
091650         MOVE CHG-SPLIT-TICKET TO REG-TICKET-NUMBER
091660         READ INVOICE-REGISTER-FILE
091670         IF IREG-STATUS = '00' AND REG-STATUS = 'R'
091680             GO TO 7810-EXIT
091690         END-IF
091700         IF IREG-STATUS = '00' AND REG-STATUS = 'C'
091710             MOVE REG-CARRIER-CODE TO FBA-KEY-CARRIER
091720             MOVE REG-BILLED-WEIGHT TO INV-WORK-WEIGHT
091730             MOVE REG-CHARGE TO INV-WORK-CHARGE
091740         END-IF
091750     END-IF.
091760* A TICKET REPEATED ON THE EXTRACT ONLY STANDS ONCE.
091770     PERFORM 7815-FIND-OUR-TICKET THRU 7815-EXIT.
091780     IF FBA-TICKET-FOUND
091790         GO TO 7810-EXIT
091800     END-IF.
091810     IF FBA-COUNT >= 5000
091820         IF NOT FBA-TABLE-FULL
091830             SET FBA-TABLE-FULL TO TRUE
091840             DISPLAY 'FREIGHT BILL AUDIT TABLE FULL - CHARGES'
091850                 ' PAST 5000 TICKETS NOT AUDITED'
091860         END-IF
091870         GO TO 7810-EXIT
091880     END-IF.
091890     ADD 1 TO FBA-COUNT.
091900     MOVE FBA-COUNT TO FBA-SUB.
091910     MOVE FBA-KEY-TICKET TO FBA-TICKET(FBA-SUB).
091920     MOVE FBA-KEY-CARRIER TO FBA-CARRIER(FBA-SUB).
091930     MOVE INV-WORK-WEIGHT TO FBA-WEIGHT(FBA-SUB).
091940     MOVE INV-WORK-CHARGE TO FBA-CHARGE(FBA-SUB).
091950     MOVE 0 TO FBA-BILL-COUNT(FBA-SUB).
091960     MOVE 0 TO FBA-BILL-SEEN(FBA-SUB).
091970     MOVE 0 TO FBA-BILL-WEIGHT(FBA-SUB).
091980     MOVE 0 TO FBA-BILL-CHARGE(FBA-SUB).
091990 7810-EXIT.
092000     EXIT.
092010
092020* 7815/7817 - FIND FBA-KEY-TICKET FOR FBA-KEY-CARRIER. FBA-SUB
092030* POINTS AT THE ENTRY WHEN FBA-TICKET-FOUND COMES BACK SET.
092040 7815-FIND-OUR-TICKET.
092050     MOVE 'N' TO FBA-FOUND-SWITCH.
092060     MOVE 0 TO FBA-SUB.
092070     PERFORM 7817-TEST-ONE-OUR-TICKET THRU 7817-EXIT
092080         VARYING FBA-SCAN-SUB FROM 1 BY 1
092090         UNTIL FBA-TICKET-FOUND
092100         OR FBA-SCAN-SUB > FBA-COUNT.
092110 7815-EXIT.
092120     EXIT.
092130
092140 7817-TEST-ONE-OUR-TICKET.
092150     IF FBA-TICKET(FBA-SCAN-SUB) = FBA-KEY-TICKET
092160         AND FBA-CARRIER(FBA-SCAN-SUB) = FBA-KEY-CARRIER
092170         SET FBA-TICKET-FOUND TO TRUE
092180         MOVE FBA-SCAN-SUB TO FBA-SUB
092190     END-IF.
092200 7817-EXIT.
092210     EXIT.
092220
092230* 7820 - FIRST PASS OF THE BILL FILE. THE FIRST BILL LINE FOR A
092240* TICKET IS THE ONE AUDITED; ANY FURTHER LINE FOR THE SAME TICKET
092250* IS CAUGHT AS BILLED TWICE WHEN THE FILE IS READ AGAIN IN 7860.
092260 7820-MATCH-BILL-FILE.
092270     OPEN INPUT FREIGHT-BILL-FILE.
092280     IF FRBL-STATUS NOT = '00'
092290         GO TO 7820-EXIT
092300     END-IF.
092310     MOVE 'N' TO END-OF-FILE-SWITCH.
092320     PERFORM 7825-MATCH-ONE-BILL-LINE THRU 7825-EXIT
092330         UNTIL END-OF-FILE.
092340     CLOSE FREIGHT-BILL-FILE.
092350 7820-EXIT.
092360     EXIT.
092370
092380 7825-MATCH-ONE-BILL-LINE.
092390     READ FREIGHT-BILL-FILE
092400         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
092410     END-READ.
092420     IF END-OF-FILE
092430         GO TO 7825-EXIT
092440     END-IF.
092450     IF FB-CARRIER-CODE = SPACES
092460         OR FB-TICKET-NUMBER = SPACES
092470         OR FB-BILLED-WEIGHT NOT NUMERIC
092480         OR FB-CHARGE NOT NUMERIC
092490         ADD 1 TO FBA-BAD-COUNT
092500         DISPLAY 'UNREADABLE FREIGHT BILL LINE - CARRIER '
092510             FB-CARRIER-CODE ' BILL ' FB-BILL-NUMBER
092520             ' TICKET ' FB-TICKET-NUMBER
092530         GO TO 7825-EXIT
092540     END-IF.
092550     ADD 1 TO FBA-LINES-READ.
092560     PERFORM 7828-NOTE-BILL-CARRIER THRU 7828-EXIT.
092570     MOVE FB-TICKET-NUMBER TO FBA-KEY-TICKET.
092580     MOVE FB-CARRIER-CODE TO FBA-KEY-CARRIER.
092590     PERFORM 7815-FIND-OUR-TICKET THRU 7815-EXIT.
092600     IF NOT FBA-TICKET-FOUND
092610         GO TO 7825-EXIT
092620     END-IF.
092630     IF FBA-BILL-COUNT(FBA-SUB) < 999
092640         ADD 1 TO FBA-BILL-COUNT(FBA-SUB)
092650     END-IF.
092660     IF FBA-BILL-COUNT(FBA-SUB) = 1
092670         ADD 1 TO FBA-MATCHED-COUNT
092680         MOVE FB-BILLED-WEIGHT TO FBA-BILL-WEIGHT(FBA-SUB)
092690         MOVE FB-CHARGE TO FBA-BILL-CHARGE(FBA-SUB)
092700     END-IF.
092710 7825-EXIT.
092720     EXIT.
092730
092740* 7828 - ADD THE CARRIER TO THE BILLING CARRIER LIST THE FIRST
092750* TIME IT IS SEEN ON THE BILL FILE.
092760 7828-NOTE-BILL-CARRIER.
092770     MOVE FB-CARRIER-CODE TO FBA-KEY-CARRIER.
092780     PERFORM 7830-CHECK-BILL-CARRIER THRU 7830-EXIT.
092790     IF FBA-CARRIER-BILLED
092800         GO TO 7828-EXIT
092810     END-IF.
092820     IF FBA-CARRIER-COUNT >= 50
092830         DISPLAY 'BILLING CARRIER LIST FULL - UNBILLED TICKETS'
092840             ' FOR ' FB-CARRIER-CODE ' NOT REPORTED'
092850         GO TO 7828-EXIT
092860     END-IF.
092870     ADD 1 TO FBA-CARRIER-COUNT.
092880     MOVE FB-CARRIER-CODE TO FBA-BILL-CARRIER(FBA-CARRIER-COUNT).
092890 7828-EXIT.
092900     EXIT.
092910
092920* 7830/7832 - IS FBA-KEY-CARRIER ON THE BILLING CARRIER LIST.
092930 7830-CHECK-BILL-CARRIER.
092940     MOVE 'N' TO FBA-CARRIER-SWITCH.
092950     PERFORM 7832-TEST-ONE-BILL-CARRIER THRU 7832-EXIT
092960         VARYING FBA-CAR-SUB FROM 1 BY 1
092970         UNTIL FBA-CARRIER-BILLED
092980         OR FBA-CAR-SUB > FBA-CARRIER-COUNT.
092990 7830-EXIT.
093000     EXIT.
093010
093020 7832-TEST-ONE-BILL-CARRIER.
093030     IF FBA-BILL-CARRIER(FBA-CAR-SUB) = FBA-KEY-CARRIER
093040         SET FBA-CARRIER-BILLED TO TRUE
093050     END-IF.
093060 7832-EXIT.
093070     EXIT.
093080
093090* 7835 - SECTION HEADING FROM FBA-SECTION-TITLE, WITH THE COLUMN
093100* CAPTIONS, AND THE SECTION COUNTERS RESET.
093110 7835-WRITE-SECTION-HEADING.
093120     MOVE 0 TO FBA-SECTION-COUNT.
093130     MOVE 0 TO FBA-SECTION-AMOUNT.
093140     MOVE SPACES TO FREIGHT-AUDIT-LINE.
093150     WRITE FREIGHT-AUDIT-LINE.
093160     MOVE FBA-SECTION-TITLE TO FREIGHT-AUDIT-LINE.
093170     WRITE FREIGHT-AUDIT-LINE.
093180     MOVE SPACES TO FREIGHT-AUDIT-LINE.
093190     STRING 'TICKET     CARR     OUR WEIGHT'  DELIMITED BY SIZE
093200            '    BILL WEIGHT'                 DELIMITED BY SIZE
093210            '    OUR AMT   BILL AMT'          DELIMITED BY SIZE
093220            '  DIFFERENCE'                    DELIMITED BY SIZE
093230         INTO FREIGHT-AUDIT-LINE.
093240     WRITE FREIGHT-AUDIT-LINE.
093250 7835-EXIT.
093260     EXIT.
093270
093280* 7837 - ONE DETAIL LINE. THE CALLER FILLS THE EDIT FIELDS IT
093290* HAS FIGURES FOR AND BLANKS THE REST; FBA-NOTE, WHEN SET, IS
093300* PRINTED IN PLACE OF OUR WEIGHT.
093310 7837-WRITE-DETAIL-LINE.
093320     MOVE SPACES TO FREIGHT-AUDIT-LINE.
093330     IF FBA-NOTE = SPACES
093340         STRING FBA-KEY-TICKET            DELIMITED BY SIZE
093350                ' '                       DELIMITED BY SIZE
093360                FBA-KEY-CARRIER           DELIMITED BY SIZE
093370                ' '                       DELIMITED BY SIZE
093380                FBA-OUR-WEIGHT-EDIT       DELIMITED BY SIZE
093390                ' '                       DELIMITED BY SIZE
093400                FBA-BILL-WEIGHT-EDIT      DELIMITED BY SIZE
093410                ' '                       DELIMITED BY SIZE
093420                FBA-OUR-CHARGE-EDIT       DELIMITED BY SIZE
093430                ' '                       DELIMITED BY SIZE
093440                FBA-BILL-CHARGE-EDIT      DELIMITED BY SIZE
093450             INTO FREIGHT-AUDIT-LINE
093460     ELSE
093470         STRING FBA-KEY-TICKET            DELIMITED BY SIZE
093480                ' '                       DELIMITED BY SIZE
093490                FBA-KEY-CARRIER           DELIMITED BY SIZE
093500                ' '                       DELIMITED BY SIZE
093510                FBA-NOTE                  DELIMITED BY SIZE
093520                ' '                       DELIMITED BY SIZE
093530                FBA-BILL-WEIGHT-EDIT      DELIMITED BY SIZE
093540                ' '                       DELIMITED BY SIZE
093550                FBA-OUR-CHARGE-EDIT       DELIMITED BY SIZE
093560                ' '                       DELIMITED BY SIZE
093570                FBA-BILL-CHARGE-EDIT      DELIMITED BY SIZE
093580             INTO FREIGHT-AUDIT-LINE
093590     END-IF.
093600     IF FBA-WEIGHT-DIFF-EDIT NOT = SPACES
093610         MOVE FBA-WEIGHT-DIFF-EDIT TO FREIGHT-AUDIT-LINE(69:12)
093620     ELSE
093630         MOVE FBA-CHARGE-DIFF-EDIT TO FREIGHT-AUDIT-LINE(69:12)
093640     END-IF.
093650     WRITE FREIGHT-AUDIT-LINE.
093660     ADD 1 TO FBA-SECTION-COUNT.
093670 7837-EXIT.
093680     EXIT.
093690
093700 7838-WRITE-SECTION-TOTAL.
093710     MOVE FBA-SECTION-COUNT TO REPORT-COUNT-EDIT.
093720     MOVE FBA-SECTION-AMOUNT TO INV-NET-EDIT.
093730     MOVE SPACES TO FREIGHT-AUDIT-LINE.
093740     STRING '  TICKETS IN SECTION '          DELIMITED BY SIZE
093750            REPORT-COUNT-EDIT                DELIMITED BY SIZE
093760            '   NET AMOUNT BILLED OVER OURS ' DELIMITED BY SIZE
093770            INV-NET-EDIT                     DELIMITED BY SIZE
093780         INTO FREIGHT-AUDIT-LINE.
093790     WRITE FREIGHT-AUDIT-LINE.
093800 7838-EXIT.
093810     EXIT.
093820
093830* --------------------------------------------------------------*
093840* SECTION 1 - MATCHED TICKETS WHERE THE CARRIER BILLED A WEIGHT
093850* DIFFERENT FROM OURS. THE DIFFERENCE COLUMN IS IN WEIGHT.
093860* --------------------------------------------------------------*
093870 7840-WEIGHT-VARIANCES.
093880     MOVE 'WEIGHT VARIANCES - CARRIER WEIGHT DIFFERS FROM OURS'
093890         TO FBA-SECTION-TITLE.
093900     PERFORM 7835-WRITE-SECTION-HEADING THRU 7835-EXIT.
093910     PERFORM 7845-CHECK-ONE-WEIGHT THRU 7845-EXIT
093920         VARYING FBA-SUB FROM 1 BY 1
093930         UNTIL FBA-SUB > FBA-COUNT.
093940     MOVE FBA-SECTION-COUNT TO FBA-WEIGHT-VAR-COUNT.
093950     PERFORM 7838-WRITE-SECTION-TOTAL THRU 7838-EXIT.
093960 7840-EXIT.
093970     EXIT.
093980
093990 7845-CHECK-ONE-WEIGHT.
094000     IF FBA-BILL-COUNT(FBA-SUB) = 0
094010         OR FBA-BILL-WEIGHT(FBA-SUB) = FBA-WEIGHT(FBA-SUB)
094020         GO TO 7845-EXIT
094030     END-IF.
094040     COMPUTE FBA-WEIGHT-DIFF =
094050         FBA-BILL-WEIGHT(FBA-SUB) - FBA-WEIGHT(FBA-SUB).
094060     COMPUTE FBA-CHARGE-DIFF =
094070         FBA-BILL-CHARGE(FBA-SUB) - FBA-CHARGE(FBA-SUB).
094080     ADD FBA-CHARGE-DIFF TO FBA-SECTION-AMOUNT.
094090     PERFORM 7848-LOAD-MATCHED-EDITS THRU 7848-EXIT.
094100     MOVE FBA-WEIGHT-DIFF TO FBA-WEIGHT-DIFF-EDIT.
094110     PERFORM 7837-WRITE-DETAIL-LINE THRU 7837-EXIT.
094120 7845-EXIT.
094130     EXIT.
094140
094150* 7848 - BOTH SIDES OF A MATCHED ENTRY INTO THE EDIT FIELDS.
094160 7848-LOAD-MATCHED-EDITS.
094170     MOVE SPACES TO FBA-NOTE.
094180     MOVE SPACES TO FBA-EDIT-FIELDS.
094190     MOVE FBA-TICKET(FBA-SUB) TO FBA-KEY-TICKET.
094200     MOVE FBA-CARRIER(FBA-SUB) TO FBA-KEY-CARRIER.
094210     MOVE FBA-WEIGHT(FBA-SUB) TO FBA-OUR-WEIGHT-EDIT.
094220     MOVE FBA-BILL-WEIGHT(FBA-SUB) TO FBA-BILL-WEIGHT-EDIT.
094230     MOVE FBA-CHARGE(FBA-SUB) TO FBA-OUR-CHARGE-EDIT.
094240     MOVE FBA-BILL-CHARGE(FBA-SUB) TO FBA-BILL-CHARGE-EDIT.
094250 7848-EXIT.
094260     EXIT.
094270
094280* --------------------------------------------------------------*
094290* SECTION 2 - MATCHED TICKETS WHERE THE CARRIER'S CHARGE IS OFF
094300* OURS BY MORE THAN THE CARRIER'S TOLERANCE EITHER WAY.
094310* --------------------------------------------------------------*
094320 7850-CHARGE-VARIANCES.
094330     MOVE 'CHARGE VARIANCES - BEYOND THE CARRIER TOLERANCE'
094340         TO FBA-SECTION-TITLE.
094350     PERFORM 7835-WRITE-SECTION-HEADING THRU 7835-EXIT.
094360     PERFORM 7855-CHECK-ONE-CHARGE THRU 7855-EXIT
094370         VARYING FBA-SUB FROM 1 BY 1
094380         UNTIL FBA-SUB > FBA-COUNT.
094390     MOVE FBA-SECTION-COUNT TO FBA-CHARGE-VAR-COUNT.
094400     MOVE FBA-SECTION-AMOUNT TO FBA-CHARGE-VAR-AMOUNT.
094410     PERFORM 7838-WRITE-SECTION-TOTAL THRU 7838-EXIT.
094420 7850-EXIT.
094430     EXIT.
094440
094450 7855-CHECK-ONE-CHARGE.
094460     IF FBA-BILL-COUNT(FBA-SUB) = 0
094470         GO TO 7855-EXIT
094480     END-IF.
094490     COMPUTE FBA-CHARGE-DIFF =
094500         FBA-BILL-CHARGE(FBA-SUB) - FBA-CHARGE(FBA-SUB).
094510     PERFORM 7858-GET-CARRIER-TOLERANCE THRU 7858-EXIT.
094520     COMPUTE FBA-NEG-TOLERANCE = 0 - FBA-TOLERANCE.
094530     IF FBA-CHARGE-DIFF NOT > FBA-TOLERANCE
094540         AND FBA-CHARGE-DIFF NOT < FBA-NEG-TOLERANCE
094550         GO TO 7855-EXIT
094560     END-IF.
094570     ADD FBA-CHARGE-DIFF TO FBA-SECTION-AMOUNT.
094580     PERFORM 7848-LOAD-MATCHED-EDITS THRU 7848-EXIT.
094590     MOVE FBA-CHARGE-DIFF TO FBA-CHARGE-DIFF-EDIT.
094600     PERFORM 7837-WRITE-DETAIL-LINE THRU 7837-EXIT.
094610 7855-EXIT.
094620     EXIT.
094630
094640* 7858 - THE CARRIER'S TOLERANCE OFF THE RATE MASTER. WITH NO
094650* RATE MASTER, OR NO TOLERANCE ON THE RECORD, IT IS ZERO.
094660 7858-GET-CARRIER-TOLERANCE.
094670     MOVE 0 TO FBA-TOLERANCE.
094680     IF NOT RATING-ACTIVE
094690         GO TO 7858-EXIT
094700     END-IF.
094710     MOVE FBA-CARRIER(FBA-SUB) TO RATE-CARRIER-CODE.
094720     READ RATE-FILE.
094730     IF RATE-STATUS = '00'
094740         AND RATE-CHARGE-TOLERANCE NUMERIC
094750         MOVE RATE-CHARGE-TOLERANCE TO FBA-TOLERANCE
094760     END-IF.
094770 7858-EXIT.
094780     EXIT.
094790
094800* --------------------------------------------------------------*
094810* SECTION 3 - BILL LINES WITH NO WEIGHING HERE FOR THAT TICKET
094820* AND CARRIER, AND SECOND AND LATER LINES FOR A TICKET ALREADY
094830* BILLED. THE WHOLE BILLED AMOUNT IS THE DIFFERENCE.
094840* --------------------------------------------------------------*
094850 7860-NOT-WEIGHED.
094860     MOVE 'BILLED BY THE CARRIER - NOT WEIGHED HERE, OR TWICE'
094870         TO FBA-SECTION-TITLE.
094880     PERFORM 7835-WRITE-SECTION-HEADING THRU 7835-EXIT.
094890     OPEN INPUT FREIGHT-BILL-FILE.
094900     IF FRBL-STATUS = '00'
094910         MOVE 'N' TO END-OF-FILE-SWITCH
094920         PERFORM 7865-CHECK-ONE-BILL-LINE THRU 7865-EXIT
094930             UNTIL END-OF-FILE
094940         CLOSE FREIGHT-BILL-FILE
094950     END-IF.
094960     MOVE FBA-SECTION-COUNT TO FBA-NOT-WEIGHED-COUNT.
094970     MOVE FBA-SECTION-AMOUNT TO FBA-NOT-WEIGHED-AMOUNT.
094980     PERFORM 7838-WRITE-SECTION-TOTAL THRU 7838-EXIT.
094990 7860-EXIT.
095000     EXIT.
095010
095020 7865-CHECK-ONE-BILL-LINE.
095030     READ FREIGHT-BILL-FILE
095040         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
095050     END-READ.
095060     IF END-OF-FILE
095070         GO TO 7865-EXIT
095080     END-IF.
095090     IF FB-CARRIER-CODE = SPACES
095100         OR FB-TICKET-NUMBER = SPACES
095110         OR FB-BILLED-WEIGHT NOT NUMERIC
095120         OR FB-CHARGE NOT NUMERIC
095130         GO TO 7865-EXIT
095140     END-IF.
095150     MOVE FB-TICKET-NUMBER TO FBA-KEY-TICKET.
095160     MOVE FB-CARRIER-CODE TO FBA-KEY-CARRIER.
095170     PERFORM 7815-FIND-OUR-TICKET THRU 7815-EXIT.
095180     MOVE SPACES TO FBA-EDIT-FIELDS.
095190     IF FBA-TICKET-FOUND
095200         ADD 1 TO FBA-BILL-SEEN(FBA-SUB)
095210         IF FBA-BILL-SEEN(FBA-SUB) = 1
095220             GO TO 7865-EXIT
095230         END-IF
095240         MOVE 'BILLED TWICE' TO FBA-NOTE
095250         MOVE FBA-CHARGE(FBA-SUB) TO FBA-OUR-CHARGE-EDIT
095260     ELSE
095270         MOVE 'NOT WEIGHED' TO FBA-NOTE
095280     END-IF.
095290     MOVE FB-BILLED-WEIGHT TO FBA-BILL-WEIGHT-EDIT.
095300     MOVE FB-CHARGE TO FBA-BILL-CHARGE-EDIT.
095310     MOVE FB-CHARGE TO FBA-CHARGE-DIFF.
095320     MOVE FBA-CHARGE-DIFF TO FBA-CHARGE-DIFF-EDIT.
095330     ADD FBA-CHARGE-DIFF TO FBA-SECTION-AMOUNT.
095340     PERFORM 7837-WRITE-DETAIL-LINE THRU 7837-EXIT.
095350 7865-EXIT.
095360     EXIT.
095370
095380* --------------------------------------------------------------*
095390* SECTION 4 - TICKETS WEIGHED AND CHARGED HERE THAT A BILLING
095400* CARRIER LEFT OFF ITS BILL. CARRIERS THAT SENT NO BILL AT ALL
095410* ARE NOT LISTED. THE DIFFERENCE IS OUR CHARGE, NEGATIVE.
095420* --------------------------------------------------------------*
095430 7870-NOT-BILLED.
095440     MOVE 'WEIGHED HERE - NOT ON THE CARRIER BILL'
095450         TO FBA-SECTION-TITLE.
095460     PERFORM 7835-WRITE-SECTION-HEADING THRU 7835-EXIT.
095470     PERFORM 7875-CHECK-ONE-UNBILLED THRU 7875-EXIT
095480         VARYING FBA-SUB FROM 1 BY 1
095490         UNTIL FBA-SUB > FBA-COUNT.
095500     MOVE FBA-SECTION-COUNT TO FBA-NOT-BILLED-COUNT.
095510     MOVE FBA-SECTION-AMOUNT TO FBA-NOT-BILLED-AMOUNT.
095520     PERFORM 7838-WRITE-SECTION-TOTAL THRU 7838-EXIT.
095530 7870-EXIT.
095540     EXIT.
095550
095560 7875-CHECK-ONE-UNBILLED.
095570     IF FBA-BILL-COUNT(FBA-SUB) > 0
095580         GO TO 7875-EXIT
095590     END-IF.
095600     MOVE FBA-CARRIER(FBA-SUB) TO FBA-KEY-CARRIER.
095610     PERFORM 7830-CHECK-BILL-CARRIER THRU 7830-EXIT.
095620     IF NOT FBA-CARRIER-BILLED
095630         GO TO 7875-EXIT
095640     END-IF.
095650     MOVE SPACES TO FBA-NOTE.
095660     MOVE SPACES TO FBA-EDIT-FIELDS.
095670     MOVE FBA-TICKET(FBA-SUB) TO FBA-KEY-TICKET.
095680     MOVE FBA-WEIGHT(FBA-SUB) TO FBA-OUR-WEIGHT-EDIT.
095690     MOVE FBA-CHARGE(FBA-SUB) TO FBA-OUR-CHARGE-EDIT.
095700     COMPUTE FBA-CHARGE-DIFF = 0 - FBA-CHARGE(FBA-SUB).
095710     MOVE FBA-CHARGE-DIFF TO FBA-CHARGE-DIFF-EDIT.
095720     ADD FBA-CHARGE-DIFF TO FBA-SECTION-AMOUNT.
095730     PERFORM 7837-WRITE-DETAIL-LINE THRU 7837-EXIT.
095740 7875-EXIT.
095750     EXIT.
095760
095770 7880-WRITE-AUDIT-TOTALS.
095780     MOVE SPACES TO FREIGHT-AUDIT-LINE.
095790     WRITE FREIGHT-AUDIT-LINE.
095800     MOVE 'FREIGHT BILL AUDIT TOTALS' TO FREIGHT-AUDIT-LINE.
095810     WRITE FREIGHT-AUDIT-LINE.
095820     MOVE FBA-LINES-READ TO REPORT-COUNT-EDIT.
095830     MOVE FBA-MATCHED-COUNT TO INV-TICKETS-EDIT.
095840     MOVE SPACES TO FREIGHT-AUDIT-LINE.
095850     STRING '  BILL LINES AUDITED     '    DELIMITED BY SIZE
095860            REPORT-COUNT-EDIT             DELIMITED BY SIZE
095870            '   MATCHED TO OUR CHARGES '  DELIMITED BY SIZE
095880            INV-TICKETS-EDIT              DELIMITED BY SIZE
095890         INTO FREIGHT-AUDIT-LINE.
095900     WRITE FREIGHT-AUDIT-LINE.
095910     MOVE FBA-WEIGHT-VAR-COUNT TO REPORT-COUNT-EDIT.
095920     MOVE SPACES TO FREIGHT-AUDIT-LINE.
095930     STRING '  WEIGHT VARIANCES       '    DELIMITED BY SIZE
095940            REPORT-COUNT-EDIT             DELIMITED BY SIZE
095950         INTO FREIGHT-AUDIT-LINE.
095960     WRITE FREIGHT-AUDIT-LINE.
095970     MOVE FBA-CHARGE-VAR-COUNT TO REPORT-COUNT-EDIT.
095980     MOVE FBA-CHARGE-VAR-AMOUNT TO INV-NET-EDIT.
095990     MOVE SPACES TO FREIGHT-AUDIT-LINE.
096000     STRING '  CHARGE VARIANCES       '    DELIMITED BY SIZE
096010            REPORT-COUNT-EDIT             DELIMITED BY SIZE
096020            '   NET '                     DELIMITED BY SIZE
096030            INV-NET-EDIT                  DELIMITED BY SIZE
096040         INTO FREIGHT-AUDIT-LINE.
096050     WRITE FREIGHT-AUDIT-LINE.
096060     MOVE FBA-NOT-WEIGHED-COUNT TO REPORT-COUNT-EDIT.
096070     MOVE FBA-NOT-WEIGHED-AMOUNT TO INV-NET-EDIT.
096080     MOVE SPACES TO FREIGHT-AUDIT-LINE.
096090     STRING '  BILLED, NOT WEIGHED    '    DELIMITED BY SIZE
096100            REPORT-COUNT-EDIT             DELIMITED BY SIZE
096110            '   NET '                     DELIMITED BY SIZE
096120            INV-NET-EDIT                  DELIMITED BY SIZE
096130         INTO FREIGHT-AUDIT-LINE.
096140     WRITE FREIGHT-AUDIT-LINE.
096150     MOVE FBA-NOT-BILLED-COUNT TO REPORT-COUNT-EDIT.
096160     MOVE FBA-NOT-BILLED-AMOUNT TO INV-NET-EDIT.
096170     MOVE SPACES TO FREIGHT-AUDIT-LINE.
096180     STRING '  WEIGHED, NOT BILLED    '    DELIMITED BY SIZE
096190            REPORT-COUNT-EDIT             DELIMITED BY SIZE
096200            '   NET '                     DELIMITED BY SIZE
096210            INV-NET-EDIT                  DELIMITED BY SIZE
096220         INTO FREIGHT-AUDIT-LINE.
096230     WRITE FREIGHT-AUDIT-LINE.
096240 7880-EXIT.
096250     EXIT.
096260
096270* --------------------------------------------------------------*
096280* 7900-WRITE-JOURNAL - THE GENERAL LEDGER ENTRY FOR AN INVOICE
096290* RUN. EACH INVOICE DEBITS THE CARRIER'S RECEIVABLE/PAYABLE
096300* ACCOUNT AND CREDITS FREIGHT REVENUE; EACH CREDIT MEMO REVERSES
096310* THE SAME PAIR FOR THE ORIGINAL CARRIER. THE FINISHED FILE IS
096320* READ BACK AND MUST AGREE WITH ITS OWN TRAILER, BALANCE DEBITS
096330* TO CREDITS, AND TIE TO THE SETTLEMENT TOTALS - INVOICED PLUS
096340* CREDITED - BEFORE JOURNAL-BALANCED IS SET.
096350* --------------------------------------------------------------*
096360 7900-WRITE-JOURNAL.
096370     MOVE 'N' TO JOURNAL-BALANCE-SWITCH.
096380     MOVE 0 TO JRNL-LINE-COUNT.
096390     MOVE 0 TO JRNL-SUSPENSE-COUNT.
096400     MOVE 0 TO JRNL-TOTAL-DEBITS.
096410     MOVE 0 TO JRNL-TOTAL-CREDITS.
096420     OPEN OUTPUT JOURNAL-FILE.
096430     IF JRNL-STATUS NOT = '00'
096440         DISPLAY 'UNABLE TO OPEN GL JOURNAL FILE - STATUS '
096450             JRNL-STATUS
096460         GO TO 7900-EXIT
096470     END-IF.
096480     MOVE SPACES TO JOURNAL-HEADER-RECORD.
096490     MOVE 'H' TO JRH-RECORD-TYPE.
096500     MOVE LAST-INVOICE-NUMBER TO JRH-BATCH-NUMBER.
096510     MOVE RUN-DATE TO JRH-BATCH-DATE.
096520     MOVE 'FREIGHT' TO JRH-SOURCE.
096530     MOVE OPERATOR-ID TO JRH-OPERATOR-ID.
096540     MOVE 'CARRIER INVOICE AND SETTLEMENT' TO JRH-DESCRIPTION.
096550     WRITE JOURNAL-HEADER-RECORD.
096560     PERFORM 7910-JOURNAL-ONE-INVOICE THRU 7910-EXIT
096570         VARYING INV-SUB FROM 1 BY 1
096580         UNTIL INV-SUB > INVOICE-CARRIER-COUNT.
096590     PERFORM 7920-JOURNAL-ONE-CREDIT THRU 7920-EXIT
096600         VARYING CORR-SUB FROM 1 BY 1
096610         UNTIL CORR-SUB > CORR-TABLE-COUNT.
096620     MOVE SPACES TO JOURNAL-TRAILER-RECORD.
096630     MOVE 'T' TO JRT-RECORD-TYPE.
096640     MOVE LAST-INVOICE-NUMBER TO JRT-BATCH-NUMBER.
096650     MOVE JRNL-LINE-COUNT TO JRT-LINE-COUNT.
096660     MOVE JRNL-TOTAL-DEBITS TO JRT-TOTAL-DEBITS.
096670     MOVE JRNL-TOTAL-CREDITS TO JRT-TOTAL-CREDITS.
096680     WRITE JOURNAL-TRAILER-RECORD.
096690     CLOSE JOURNAL-FILE.
096700     PERFORM 7950-PROVE-JOURNAL THRU 7950-EXIT.
096710 7900-EXIT.
096720     EXIT.
096730
096740 7910-JOURNAL-ONE-INVOICE.
096750     IF INV-TABLE-CHARGE(INV-SUB) = 0
096760         GO TO 7910-EXIT
096770     END-IF.
096780     MOVE INV-TABLE-CARRIER(INV-SUB) TO JRNL-CARRIER.
096790     PERFORM 7930-GET-GL-ACCOUNTS THRU 7930-EXIT.
096800     MOVE INV-TABLE-CHARGE(INV-SUB) TO JRNL-POST-AMOUNT.
096810     MOVE INV-TABLE-INVOICE-NO(INV-SUB) TO JRNL-POST-REFERENCE.
096820     MOVE 'FREIGHT INVOICE' TO JRNL-POST-TEXT.
096830     MOVE JRNL-CARRIER-ACCOUNT TO JRNL-POST-ACCOUNT.
096840     MOVE 'D' TO JRNL-POST-DC.
096850     PERFORM 7940-WRITE-JOURNAL-LINE THRU 7940-EXIT.
096860     MOVE JRNL-REVENUE-ACCOUNT TO JRNL-POST-ACCOUNT.
096870     MOVE 'C' TO JRNL-POST-DC.
096880     PERFORM 7940-WRITE-JOURNAL-LINE THRU 7940-EXIT.
096890 7910-EXIT.
096900     EXIT.
096910
096920 7920-JOURNAL-ONE-CREDIT.
096930     IF CRT-ORIG-CHARGE(CORR-SUB) = 0
096940         GO TO 7920-EXIT
096950     END-IF.
096960     MOVE CRT-ORIG-CARRIER(CORR-SUB) TO JRNL-CARRIER.
096970     PERFORM 7930-GET-GL-ACCOUNTS THRU 7930-EXIT.
096980     MOVE CRT-ORIG-CHARGE(CORR-SUB) TO JRNL-POST-AMOUNT.
096990     MOVE CRT-MEMO-NUMBER(CORR-SUB) TO JRNL-POST-REFERENCE.
097000     MOVE 'FREIGHT CREDIT MEMO' TO JRNL-POST-TEXT.
097010     MOVE JRNL-REVENUE-ACCOUNT TO JRNL-POST-ACCOUNT.
097020     MOVE 'D' TO JRNL-POST-DC.
097030     PERFORM 7940-WRITE-JOURNAL-LINE THRU 7940-EXIT.
097040     MOVE JRNL-CARRIER-ACCOUNT TO JRNL-POST-ACCOUNT.
097050     MOVE 'C' TO JRNL-POST-DC.
097060     PERFORM 7940-WRITE-JOURNAL-LINE THRU 7940-EXIT.
097070 7920-EXIT.
097080     EXIT.
097090
097100* 7930 - JRNL-CARRIER'S ACCOUNTS OFF THE RATE MASTER, WITH THE
097110* HOUSE REVENUE ACCOUNT AND SUSPENSE STANDING IN FOR ANY THAT
097120* ARE MISSING.
097130 7930-GET-GL-ACCOUNTS.
097140     MOVE GL-SUSPENSE-ACCOUNT TO JRNL-CARRIER-ACCOUNT.
097150     MOVE GL-FREIGHT-REVENUE TO JRNL-REVENUE-ACCOUNT.
097160     IF RATING-ACTIVE
097170         MOVE JRNL-CARRIER TO RATE-CARRIER-CODE
097180         READ RATE-FILE
097190         IF RATE-STATUS = '00'
097200             IF RATE-GL-CARRIER-ACCT NOT = SPACES
097210                 AND RATE-GL-CARRIER-ACCT NOT = LOW-VALUES
097220                 MOVE RATE-GL-CARRIER-ACCT TO JRNL-CARRIER-ACCOUNT
097230             END-IF
097240             IF RATE-GL-REVENUE-ACCT NOT = SPACES
097250                 AND RATE-GL-REVENUE-ACCT NOT = LOW-VALUES
097260                 MOVE RATE-GL-REVENUE-ACCT TO JRNL-REVENUE-ACCOUNT
097270             END-IF
097280         END-IF
097290     END-IF.
097300     IF JRNL-CARRIER-ACCOUNT = GL-SUSPENSE-ACCOUNT
097310         ADD 1 TO JRNL-SUSPENSE-COUNT
097320         DISPLAY 'NO GL ACCOUNT ON THE RATE MASTER FOR CARRIER '
097330             JRNL-CARRIER ' - POSTED TO SUSPENSE'
097340     END-IF.
097350 7930-EXIT.
097360     EXIT.
097370
097380 7940-WRITE-JOURNAL-LINE.
097390     ADD 1 TO JRNL-LINE-COUNT.
097400     MOVE SPACES TO JOURNAL-RECORD.
097410     MOVE 'D' TO JRN-RECORD-TYPE.
097420     MOVE LAST-INVOICE-NUMBER TO JRN-BATCH-NUMBER.
097430     MOVE JRNL-LINE-COUNT TO JRN-LINE-NUMBER.
097440     MOVE JRNL-POST-ACCOUNT TO JRN-ACCOUNT.
097450     MOVE JRNL-POST-DC TO JRN-DEBIT-CREDIT.
097460     MOVE JRNL-POST-AMOUNT TO JRN-AMOUNT.
097470     MOVE JRNL-POST-REFERENCE TO JRN-REFERENCE.
097480     MOVE JRNL-CARRIER TO JRN-CARRIER-CODE.
097490     MOVE JRNL-POST-TEXT TO JRN-DESCRIPTION.
097500     WRITE JOURNAL-RECORD.
097510     IF JRNL-POST-DC = 'D'
097520         ADD JRNL-POST-AMOUNT TO JRNL-TOTAL-DEBITS
097530     ELSE
097540         ADD JRNL-POST-AMOUNT TO JRNL-TOTAL-CREDITS
097550     END-IF.
097560 7940-EXIT.
097570     EXIT.
097580
097590* 7950 - READ THE JOURNAL BACK FROM THE FILE AND PROVE IT.
097600 7950-PROVE-JOURNAL.
097610     MOVE 0 TO JRNL-READ-LINES.
097620     MOVE 0 TO JRNL-READ-HEADERS.
097630     MOVE 0 TO JRNL-READ-TRAILERS.
097640     MOVE 0 TO JRNL-READ-DEBITS.
097650     MOVE 0 TO JRNL-READ-CREDITS.
097660     MOVE 0 TO JRNL-TRL-LINES.
097670     MOVE 0 TO JRNL-TRL-DEBITS.
097680     MOVE 0 TO JRNL-TRL-CREDITS.
097690     OPEN INPUT JOURNAL-FILE.
097700     IF JRNL-STATUS NOT = '00'
097710         DISPLAY 'UNABLE TO READ BACK GL JOURNAL FILE - STATUS '
097720             JRNL-STATUS
097730         GO TO 7950-EXIT
097740     END-IF.
097750     MOVE 'N' TO END-OF-FILE-SWITCH.
097760     PERFORM 7955-READ-ONE-JOURNAL-ROW THRU 7955-EXIT
097770         UNTIL END-OF-FILE.
097780     CLOSE JOURNAL-FILE.
097790     COMPUTE JRNL-SETTLE-AMOUNT =
097800         INV-SETTLE-CHARGE + INV-CREDIT-CHARGE.
097810     IF JRNL-READ-HEADERS NOT = 1
097820         OR JRNL-READ-TRAILERS NOT = 1
097830         DISPLAY 'GL JOURNAL HEADER OR TRAILER MISSING'
097840         GO TO 7950-EXIT
097850     END-IF.
097860     IF JRNL-READ-LINES NOT = JRNL-TRL-LINES
097870         OR JRNL-READ-DEBITS NOT = JRNL-TRL-DEBITS
097880         OR JRNL-READ-CREDITS NOT = JRNL-TRL-CREDITS
097890         DISPLAY 'GL JOURNAL DOES NOT AGREE WITH ITS TRAILER'
097900         GO TO 7950-EXIT
097910     END-IF.
097920     IF JRNL-READ-DEBITS NOT = JRNL-READ-CREDITS
097930         DISPLAY 'GL JOURNAL DEBITS DO NOT EQUAL CREDITS'
097940         GO TO 7950-EXIT
097950     END-IF.
097960     IF JRNL-READ-DEBITS NOT = JRNL-SETTLE-AMOUNT
097970         DISPLAY 'GL JOURNAL DOES NOT TIE TO THE SETTLEMENT'
097980             ' TOTALS'
097990         GO TO 7950-EXIT
098000     END-IF.
098010     SET JOURNAL-BALANCED TO TRUE.
098020 7950-EXIT.
098030     EXIT.
098040
098050 7955-READ-ONE-JOURNAL-ROW.
098060     READ JOURNAL-FILE
098070         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
098080     END-READ.
098090     IF END-OF-FILE
098100         GO TO 7955-EXIT
098110     END-IF.
098120     IF JRN-RECORD-TYPE = 'H'
098130         ADD 1 TO JRNL-READ-HEADERS
098140         GO TO 7955-EXIT
098150     END-IF.
098160     IF JRN-RECORD-TYPE = 'T'
098170         ADD 1 TO JRNL-READ-TRAILERS
098180         MOVE JRT-LINE-COUNT TO JRNL-TRL-LINES
098190         MOVE JRT-TOTAL-DEBITS TO JRNL-TRL-DEBITS
098200         MOVE JRT-TOTAL-CREDITS TO JRNL-TRL-CREDITS
098210         GO TO 7955-EXIT
098220     END-IF.
098230     ADD 1 TO JRNL-READ-LINES.
098240     IF JRN-AMOUNT NOT NUMERIC
098250         GO TO 7955-EXIT
098260     END-IF.
098270     IF JRN-DEBIT-CREDIT = 'D'
098280         ADD JRN-AMOUNT TO JRNL-READ-DEBITS
098290     END-IF.
098300     IF JRN-DEBIT-CREDIT = 'C'
098310         ADD JRN-AMOUNT TO JRNL-READ-CREDITS
098320     END-IF.
098330 7955-EXIT.
098340     EXIT.
098350
098360* 7960 - A JOURNAL THAT DID NOT PROVE STOPS THE INVOICE RUN. THE
098370* INVOICE AND JOURNAL FILES ARE EMPTIED SO NEITHER GOES OUT, AND
098380* THE INVOICE NUMBER, REGISTER AND PENDING CORRECTIONS ARE LEFT
098390* AS THEY WERE FOR A RERUN.
098400 7960-WITHDRAW-RUN.
098410     OPEN OUTPUT INVOICE-FILE.
098420     IF INV-STATUS = '00'
098430         CLOSE INVOICE-FILE
098440     END-IF.
098450     OPEN OUTPUT JOURNAL-FILE.
098460     IF JRNL-STATUS = '00'
098470         CLOSE JOURNAL-FILE
098480     END-IF.
098490     MOVE JRNL-SETTLE-AMOUNT TO INV-NET-EDIT.
098500     DISPLAY 'INVOICE RUN STOPPED - SETTLEMENT TOTAL '
098510         INV-NET-EDIT.
098520     MOVE JRNL-READ-DEBITS TO INV-NET-EDIT.
098530     DISPLAY '    JOURNAL DEBITS READ BACK    ' INV-NET-EDIT.
098540     MOVE JRNL-READ-CREDITS TO INV-NET-EDIT.
098550     DISPLAY '    JOURNAL CREDITS READ BACK   ' INV-NET-EDIT.
098560     DISPLAY 'INVFILE AND JRNLFILE CLEARED - NO INVOICES ISSUED,'
098570         ' REGISTER NOT UPDATED'.
098580 7960-EXIT.
098590     EXIT.
098600
098610* --------------------------------------------------------------*
098620* 8000-WRITE-STAT-HISTORY - APPENDS THE ACTIVITY SINCE THE LAST
098630* SAVE TO THE DATED STATISTICS HISTORY FILE. CALLED AFTER EACH
098640* BATCH RUN AND AGAIN AT SESSION END SO THE COUNTS SURVIVE THE
098650* SESSION INSTEAD OF DYING WITH WORKING-STORAGE.
098660* --------------------------------------------------------------*
098670 8000-WRITE-STAT-HISTORY.
098680     OPEN EXTEND STAT-HISTORY-FILE.
098690     IF STAT-HIST-STATUS = '35'
098700         OPEN OUTPUT STAT-HISTORY-FILE
098710     END-IF.
098720     IF STAT-HIST-STATUS NOT = '00'
098730         DISPLAY 'UNABLE TO OPEN STATISTICS HISTORY FILE -'
098740             ' STATUS ' STAT-HIST-STATUS
098750         GO TO 8000-EXIT
098760     END-IF.
098770     PERFORM 8050-WRITE-ONE-STAT THRU 8050-EXIT
098780         VARYING DIRECTION-SUB FROM 1 BY 1
098790         UNTIL DIRECTION-SUB > 9.
098800     CLOSE STAT-HISTORY-FILE.
098810 8000-EXIT.
098820     EXIT.
098830
098840 8050-WRITE-ONE-STAT.
098850     COMPUTE STAT-DELTA-COUNT =
098860         DIRECTION-COUNT(DIRECTION-SUB)
098870         - REPORTED-COUNT(DIRECTION-SUB).
098880     COMPUTE STAT-DELTA-TOTAL =
098890         DIRECTION-TOTAL(DIRECTION-SUB)
098900         - REPORTED-TOTAL(DIRECTION-SUB).
098910     IF STAT-DELTA-COUNT > 0 OR STAT-DELTA-TOTAL > 0
098920         MOVE SPACES TO STAT-HISTORY-RECORD
098930         MOVE RUN-DATE TO SH-DATE
098940         MOVE DIRECTION-SUB TO SH-DIRECTION
098950         MOVE STAT-DELTA-COUNT TO SH-COUNT
098960         MOVE STAT-DELTA-TOTAL TO SH-TOTAL
098970         WRITE STAT-HISTORY-RECORD
098980         MOVE DIRECTION-COUNT(DIRECTION-SUB)
098990             TO REPORTED-COUNT(DIRECTION-SUB)
099000         MOVE DIRECTION-TOTAL(DIRECTION-SUB)
099010             TO REPORTED-TOTAL(DIRECTION-SUB)
099020     END-IF.
099030 8050-EXIT.
099040     EXIT.
099050
099060* --------------------------------------------------------------*
099070* 8100-AGING-REPORT - THE REJECT FILE (REJFILE) AND HOLD FILE
099080* (HOLDFILE) WORKED AS ONE QUEUE. EACH OUTSTANDING ITEM IS AGED
099090* FROM ITS REJECT OR HOLD DATE TO THE RUN DATE, ATTRIBUTED TO THE
099100* OPERATOR WHO RAISED IT, AND PRICED AS IT WOULD HAVE BILLED
099110* (4320'S NET, 5500 AND 5600) FOR THE CHARGE AT RISK. AGNGRPT
099120* LISTS THE QUEUE WITH ITEMS PAST AGNG-ESCALATE-DAYS FLAGGED, THEN
099130* THE OUTSTANDING COUNTS BY AGE BUCKET, REASON CODE, CARRIER AND
099140* DOCK DOOR. AN UNDATED ITEM CANNOT BE SHOWN TO BE RECENT, SO IT
099150* IS ALWAYS FLAGGED. NEITHER FILE IS CHANGED.
099160* --------------------------------------------------------------*
099170 8100-AGING-REPORT.
099180     DISPLAY ' '.
099190     DISPLAY 'REJECT AND HOLD AGING REPORT'.
099200     MOVE 'N' TO AGNG-FAILED-SWITCH.
099210     MOVE 0 TO AGNG-REJECT-COUNT.
099220     MOVE 0 TO AGNG-HOLD-COUNT.
099230     MOVE 0 TO AGNG-ESCALATE-COUNT.
099240     MOVE 0 TO AGNG-UNPRICED-COUNT.
099250     MOVE 0 TO AGNG-TOTAL-RISK.
099260     MOVE 0 TO AGNG-BRK-COUNT.
099270     MOVE 'N' TO AGNG-FULL-SWITCH.
099280     PERFORM 8102-CLEAR-ONE-BUCKET THRU 8102-EXIT
099290         VARYING AGNG-BKT-SUB FROM 1 BY 1
099300         UNTIL AGNG-BKT-SUB > 5.
099310     MOVE RUN-DATE TO DATE-WORK.
099320     PERFORM 8105-SET-ONE-AGE-DATE THRU 8105-EXIT
099330         VARYING AGNG-AGE-SUB FROM 1 BY 1
099340         UNTIL AGNG-AGE-SUB > 100.
099350     OPEN OUTPUT AGING-REPORT-FILE.
099360     IF AGNG-STATUS NOT = '00'
099370         DISPLAY 'UNABLE TO OPEN AGING REPORT - STATUS '
099380             AGNG-STATUS
099390         SET AGNG-FAILED TO TRUE
099400         GO TO 8100-EXIT
099410     END-IF.
099420     MOVE AGNG-ESCALATE-DAYS TO AGNG-AGE-EDIT.
099430     MOVE SPACES TO AGING-REPORT-LINE.
099440     STRING 'REJECT AND HOLD AGING - RUN '   DELIMITED BY SIZE
099450            RUN-DATE                         DELIMITED BY SIZE
099460            '  ESCALATE AFTER '              DELIMITED BY SIZE
099470            AGNG-AGE-EDIT                    DELIMITED BY SIZE
099480            ' DAYS'                          DELIMITED BY SIZE
099490         INTO AGING-REPORT-LINE.
099500     WRITE AGING-REPORT-LINE.
099510     MOVE 'OUTSTANDING REJECTS AND HELD TICKETS'
099520         TO AGNG-SECTION-TITLE.
099530     PERFORM 8185-WRITE-AGING-HEADING THRU 8185-EXIT.
099540     MOVE 'SRC TICKET     CARR DOR RS DATE     OPER'
099550         TO AGING-REPORT-LINE.
099560     MOVE 'ATOR AGE    AT RISK ESC'
099570         TO AGING-REPORT-LINE(41:23).
099580     WRITE AGING-REPORT-LINE.
099590     PERFORM 8110-AGE-REJECTS THRU 8110-EXIT.
099600     PERFORM 8120-AGE-HOLDS THRU 8120-EXIT.
099610     PERFORM 8187-WRITE-AGING-SECTION-TOTAL THRU 8187-EXIT.
099620     PERFORM 8160-WRITE-BUCKET-SUMMARY THRU 8160-EXIT.
099630     MOVE 'R' TO AGNG-SECTION-TYPE.
099640     MOVE 'OUTSTANDING BY REASON CODE' TO AGNG-SECTION-TITLE.
099650     PERFORM 8170-WRITE-BREAKDOWN THRU 8170-EXIT.
099660     MOVE 'C' TO AGNG-SECTION-TYPE.
099670     MOVE 'OUTSTANDING BY CARRIER' TO AGNG-SECTION-TITLE.
099680     PERFORM 8170-WRITE-BREAKDOWN THRU 8170-EXIT.
099690     MOVE 'D' TO AGNG-SECTION-TYPE.
099700     MOVE 'OUTSTANDING BY DOCK DOOR' TO AGNG-SECTION-TITLE.
099710     PERFORM 8170-WRITE-BREAKDOWN THRU 8170-EXIT.
099720     PERFORM 8180-WRITE-AGING-TOTALS THRU 8180-EXIT.
099730     CLOSE AGING-REPORT-FILE.
099740     MOVE AGNG-TOTAL-RISK TO AGNG-TOTAL-RISK-EDIT.
099750     DISPLAY 'AGING REPORT WRITTEN TO AGNGRPT - '
099760         AGNG-REJECT-COUNT ' REJECTS, ' AGNG-HOLD-COUNT
099770         ' HELD, CHARGE AT RISK ' AGNG-TOTAL-RISK-EDIT.
099780     IF AGNG-ESCALATE-COUNT > 0
099790         DISPLAY AGNG-ESCALATE-COUNT ' ITEMS OUTSTANDING PAST '
099800             AGNG-ESCALATE-DAYS ' DAYS - ESCALATE'
099810     END-IF.
099820 8100-EXIT.
099830     EXIT.
099840
099850 8102-CLEAR-ONE-BUCKET.
099860     MOVE 0 TO AGNG-BKT-REJECTS(AGNG-BKT-SUB).
099870     MOVE 0 TO AGNG-BKT-HOLDS(AGNG-BKT-SUB).
099880     MOVE 0 TO AGNG-BKT-RISK(AGNG-BKT-SUB).
099890 8102-EXIT.
099900     EXIT.
099910
099920 8105-SET-ONE-AGE-DATE.
099930     MOVE DATE-WORK TO AGNG-DAY-DATE(AGNG-AGE-SUB).
099940     PERFORM 8500-SUBTRACT-ONE-DAY THRU 8500-EXIT.
099950 8105-EXIT.
099960     EXIT.
099970
099980* 8110/8120 - A MISSING REJECT OR HOLD FILE SIMPLY MEANS NOTHING
099990* IS OUTSTANDING ON IT.
100000 8110-AGE-REJECTS.
100010     OPEN INPUT REJECT-FILE.
100020     IF REJ-STATUS NOT = '00'
100030         DISPLAY 'NO REJECT FILE ON HAND - STATUS ' REJ-STATUS
100040         GO TO 8110-EXIT
100050     END-IF.
100060     MOVE 'N' TO END-OF-FILE-SWITCH.
100070     PERFORM 8115-AGE-ONE-REJECT THRU 8115-EXIT
100080         UNTIL END-OF-FILE.
100090     CLOSE REJECT-FILE.
100100 8110-EXIT.
100110     EXIT.
100120
100130 8115-AGE-ONE-REJECT.
100140     READ REJECT-FILE
100150         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
100160     END-READ.
100170     IF END-OF-FILE
100180         GO TO 8115-EXIT
100190     END-IF.
100200     MOVE 'REJ' TO AGNG-ITEM-SOURCE.
100210     MOVE REJ-REASON-CODE TO AGNG-ITEM-REASON.
100220     MOVE REJ-OPERATOR-ID TO AGNG-ITEM-OPERATOR.
100230     MOVE REJ-REJECT-DATE TO AGNG-ITEM-DATE-X.
100240     MOVE REJ-RECORD-IMAGE TO TICKET-IMAGE.
100250     ADD 1 TO AGNG-REJECT-COUNT.
100260     PERFORM 8130-AGE-ONE-ITEM THRU 8130-EXIT.
100270 8115-EXIT.
100280     EXIT.
100290
100300 8120-AGE-HOLDS.
100310     OPEN INPUT HOLD-FILE.
100320     IF HOLD-STATUS NOT = '00'
100330         DISPLAY 'NO HOLD FILE ON HAND - STATUS ' HOLD-STATUS
100340         GO TO 8120-EXIT
100350     END-IF.
100360     MOVE 'N' TO END-OF-FILE-SWITCH.
100370     PERFORM 8125-AGE-ONE-HOLD THRU 8125-EXIT
100380         UNTIL END-OF-FILE.
100390     CLOSE HOLD-FILE.
100400 8120-EXIT.
100410     EXIT.
100420
100430 8125-AGE-ONE-HOLD.
100440     READ HOLD-FILE
100450         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
100460     END-READ.
100470     IF END-OF-FILE
100480         GO TO 8125-EXIT
100490     END-IF.
100500     MOVE 'HLD' TO AGNG-ITEM-SOURCE.
100510     MOVE HOLD-REASON-CODE TO AGNG-ITEM-REASON.
100520     MOVE HOLD-OPERATOR-ID TO AGNG-ITEM-OPERATOR.
100530     MOVE HOLD-HELD-DATE TO AGNG-ITEM-DATE-X.
100540     MOVE HOLD-RECORD-IMAGE TO TICKET-IMAGE.
100550     ADD 1 TO AGNG-HOLD-COUNT.
100560     PERFORM 8130-AGE-ONE-ITEM THRU 8130-EXIT.
100570 8125-EXIT.
100580     EXIT.
100590
100600* --------------------------------------------------------------*
100610* 8130-AGE-ONE-ITEM - THE ITEM'S IMAGE IS IN THE TICKET WORK
100620* AREA. IT IS AGED, PRICED, LISTED AND ADDED INTO THE BUCKET
100630* TOTALS AND THE REASON, CARRIER AND DOOR BREAKDOWNS.
100640* --------------------------------------------------------------*
100650 8130-AGE-ONE-ITEM.
100660     PERFORM 8135-GET-ITEM-AGE THRU 8135-EXIT.
100670     PERFORM 8140-PRICE-AT-RISK THRU 8140-EXIT.
100680     PERFORM 8145-WRITE-QUEUE-LINE THRU 8145-EXIT.
100690     IF AGNG-ITEM-SOURCE = 'REJ'
100700         ADD 1 TO AGNG-BKT-REJECTS(AGNG-BKT-SUB)
100710     ELSE
100720         ADD 1 TO AGNG-BKT-HOLDS(AGNG-BKT-SUB)
100730     END-IF.
100740     ADD AGNG-ITEM-CHARGE TO AGNG-BKT-RISK(AGNG-BKT-SUB).
100750     ADD AGNG-ITEM-CHARGE TO AGNG-TOTAL-RISK.
100760     IF AGNG-ITEM-ESCALATED
100770         ADD 1 TO AGNG-ESCALATE-COUNT
100780     END-IF.
100790     MOVE 'R' TO AGNG-KEY-TYPE.
100800     MOVE AGNG-ITEM-REASON TO AGNG-KEY.
100810     PERFORM 8150-ADD-TO-BREAKDOWN THRU 8150-EXIT.
100820     MOVE 'C' TO AGNG-KEY-TYPE.
100830     MOVE WORK-CARRIER-CODE TO AGNG-KEY.
100840     PERFORM 8150-ADD-TO-BREAKDOWN THRU 8150-EXIT.
100850     MOVE 'D' TO AGNG-KEY-TYPE.
100860     MOVE WORK-DOCK-DOOR TO AGNG-KEY.
100870     PERFORM 8150-ADD-TO-BREAKDOWN THRU 8150-EXIT.
100880 8130-EXIT.
100890     EXIT.
100900
100910* 8135/8137 - AGE IN DAYS OFF THE DATE TABLE. A DATE AHEAD OF THE
100920* RUN DATE AGES AS SAME DAY; ONE PAST THE TABLE SHOWS AS >99.
100930 8135-GET-ITEM-AGE.
100940     MOVE 'N' TO AGNG-ESC-SWITCH.
100950     MOVE 0 TO AGNG-ITEM-AGE.
100960     IF AGNG-ITEM-DATE-X NOT NUMERIC
100970         MOVE 5 TO AGNG-BKT-SUB
100980         MOVE '???' TO AGNG-AGE-TEXT
100990         SET AGNG-ITEM-ESCALATED TO TRUE
101000         GO TO 8135-EXIT
101010     END-IF.
101020     MOVE 'N' TO AGNG-AGE-FOUND-SWITCH.
101030     PERFORM 8137-TEST-ONE-AGE-DATE THRU 8137-EXIT
101040         VARYING AGNG-AGE-SUB FROM 1 BY 1
101050         UNTIL AGNG-AGE-FOUND
101060         OR AGNG-AGE-SUB > 100.
101070     IF AGNG-AGE-FOUND
101080         MOVE AGNG-ITEM-AGE TO AGNG-AGE-EDIT
101090         MOVE AGNG-AGE-EDIT TO AGNG-AGE-TEXT
101100     ELSE
101110         MOVE 100 TO AGNG-ITEM-AGE
101120         MOVE '>99' TO AGNG-AGE-TEXT
101130     END-IF.
101140     EVALUATE TRUE
101150         WHEN AGNG-ITEM-AGE = 0
101160             MOVE 1 TO AGNG-BKT-SUB
101170         WHEN AGNG-ITEM-AGE <= 2
101180             MOVE 2 TO AGNG-BKT-SUB
101190         WHEN AGNG-ITEM-AGE <= 7
101200             MOVE 3 TO AGNG-BKT-SUB
101210         WHEN OTHER
101220             MOVE 4 TO AGNG-BKT-SUB
101230     END-EVALUATE.
101240     IF AGNG-ITEM-AGE > AGNG-ESCALATE-DAYS
101250         SET AGNG-ITEM-ESCALATED TO TRUE
101260     END-IF.
101270 8135-EXIT.
101280     EXIT.
101290
101300 8137-TEST-ONE-AGE-DATE.
101310     IF AGNG-DAY-DATE(AGNG-AGE-SUB) NOT > AGNG-ITEM-DATE-9
101320         SET AGNG-AGE-FOUND TO TRUE
101330         COMPUTE AGNG-ITEM-AGE = AGNG-AGE-SUB - 1
101340     END-IF.
101350 8137-EXIT.
101360     EXIT.
101370
101380* --------------------------------------------------------------*
101390* 8140-PRICE-AT-RISK - WHAT THE TICKET WOULD BILL ONCE CLEARED:
101400* THE NET IS TAKEN AS 4320 TAKES IT (GROSS LESS THE CONTAINER
101410* TARE ON A TYPE 2), CONVERTED THROUGH 5500 AND RATED THROUGH
101420* 5600. A TICKET TOO DAMAGED TO PRICE - THE VERY THING THAT MAY
101430* HAVE REJECTED IT - COUNTS AS NOT PRICED AND CARRIES NO AMOUNT.
101440* A TICKET WITH NO CARRIER NEVER BILLS, SO IT PRICES AT ZERO.
101450* --------------------------------------------------------------*
101460 8140-PRICE-AT-RISK.
101470     MOVE 0 TO AGNG-ITEM-CHARGE.
101480     MOVE 'N' TO AGNG-PRICED-SWITCH.
101490     IF WORK-CARRIER-CODE = SPACES
101500         SET AGNG-ITEM-PRICED TO TRUE
101510         GO TO 8140-EXIT
101520     END-IF.
101530     IF WORK-RECORD-TYPE NOT = '1' AND WORK-RECORD-TYPE NOT = '2'
101540         GO TO 8140-EXIT
101550     END-IF.
101560     IF WORK-CONVERSION-CODE-X NOT NUMERIC
101570         OR WORK-WEIGHT-X NOT NUMERIC
101580         GO TO 8140-EXIT
101590     END-IF.
101600     IF WORK-CONVERSION-CODE-9 > 8
101610         GO TO 8140-EXIT
101620     END-IF.
101630     IF WORK-CONVERSION-CODE-9 = 0
101640         IF WORK-FROM-UNIT-X NOT NUMERIC
101650             OR WORK-TO-UNIT-X NOT NUMERIC
101660             OR WORK-FROM-UNIT-9 < 1 OR WORK-FROM-UNIT-9 > 5
101670             OR WORK-TO-UNIT-9 < 1 OR WORK-TO-UNIT-9 > 5
101680             GO TO 8140-EXIT
101690         END-IF
101700         MOVE WORK-FROM-UNIT-9 TO FROM-UNIT
101710         MOVE WORK-TO-UNIT-9 TO TO-UNIT
101720     END-IF.
101730     MOVE WORK-CONVERSION-CODE-9 TO CONVERSION-CODE.
101740     IF WORK-RECORD-TYPE = '2'
101750         MOVE WORK-WEIGHT-9 TO GROSS-WEIGHT
101760         MOVE WORK-CONTAINER-TYPE TO CONTAINER-TYPE
101770         PERFORM 5800-FIND-TARE THRU 5800-EXIT
101780         IF NOT TARE-FOUND
101790             OR TARE-WEIGHT-USED >= GROSS-WEIGHT
101800             GO TO 8140-EXIT
101810         END-IF
101820         COMPUTE WEIGHT = GROSS-WEIGHT - TARE-WEIGHT-USED
101830     ELSE
101840         MOVE WORK-WEIGHT-9 TO WEIGHT
101850     END-IF.
101860     MOVE WORK-TICKET-NUMBER TO TICKET-NUMBER.
101870     MOVE WORK-CARRIER-CODE TO CARRIER-CODE.
101880     PERFORM 5500-CONVERT-WEIGHT THRU 5500-EXIT.
101890     IF CONVERSION-OVERFLOW
101900         GO TO 8140-EXIT
101910     END-IF.
101920     PERFORM 5600-RATE-CHARGE THRU 5600-EXIT.
101930     IF NOT RATE-FOUND
101940         GO TO 8140-EXIT
101950     END-IF.
101960     MOVE FREIGHT-CHARGE TO AGNG-ITEM-CHARGE.
101970     SET AGNG-ITEM-PRICED TO TRUE.
101980 8140-EXIT.
101990     EXIT.
102000
102010 8145-WRITE-QUEUE-LINE.
102020     IF AGNG-ITEM-PRICED
102030         MOVE AGNG-ITEM-CHARGE TO AGNG-RISK-EDIT
102040         MOVE AGNG-RISK-EDIT TO AGNG-RISK-TEXT
102050     ELSE
102060         MOVE '  NO PRICE' TO AGNG-RISK-TEXT
102070         ADD 1 TO AGNG-UNPRICED-COUNT
102080     END-IF.
102090     IF AGNG-ITEM-ESCALATED
102100         MOVE '*ESC' TO AGNG-FLAG-TEXT
102110     ELSE
102120         MOVE SPACES TO AGNG-FLAG-TEXT
102130     END-IF.
102140     MOVE SPACES TO AGING-REPORT-LINE.
102150     STRING AGNG-ITEM-SOURCE              DELIMITED BY SIZE
102160            ' '                           DELIMITED BY SIZE
102170            WORK-TICKET-NUMBER            DELIMITED BY SIZE
102180            ' '                           DELIMITED BY SIZE
102190            WORK-CARRIER-CODE             DELIMITED BY SIZE
102200            ' '                           DELIMITED BY SIZE
102210            WORK-DOCK-DOOR                DELIMITED BY SIZE
102220            ' '                           DELIMITED BY SIZE
102230            AGNG-ITEM-REASON              DELIMITED BY SIZE
102240            ' '                           DELIMITED BY SIZE
102250            AGNG-ITEM-DATE-X              DELIMITED BY SIZE
102260            ' '                           DELIMITED BY SIZE
102270            AGNG-ITEM-OPERATOR            DELIMITED BY SIZE
102280            ' '                           DELIMITED BY SIZE
102290            AGNG-AGE-TEXT                 DELIMITED BY SIZE
102300            ' '                           DELIMITED BY SIZE
102310            AGNG-RISK-TEXT                DELIMITED BY SIZE
102320            ' '                           DELIMITED BY SIZE
102330            AGNG-FLAG-TEXT                DELIMITED BY SIZE
102340         INTO AGING-REPORT-LINE.
102350     WRITE AGING-REPORT-LINE.
102360     ADD 1 TO AGNG-SECTION-COUNT.
102370 8145-EXIT.
102380     EXIT.
102390
102400* 8150/8155 - ADD THE ITEM INTO THE BREAKDOWN ENTRY FOR
102410* AGNG-KEY-TYPE AND AGNG-KEY, STARTING THE ENTRY IF NEW.
102420 8150-ADD-TO-BREAKDOWN.
102430     IF AGNG-KEY = SPACES
102440         MOVE '(NONE)' TO AGNG-KEY
102450     END-IF.
102460     MOVE 'N' TO AGNG-FOUND-SWITCH.
102470     MOVE 0 TO AGNG-SUB.
102480     PERFORM 8155-TEST-ONE-BREAKDOWN THRU 8155-EXIT
102490         VARYING AGNG-SCAN-SUB FROM 1 BY 1
102500         UNTIL AGNG-KEY-FOUND
102510         OR AGNG-SCAN-SUB > AGNG-BRK-COUNT.
102520     IF NOT AGNG-KEY-FOUND
102530         IF AGNG-BRK-COUNT >= 300
102540             IF NOT AGNG-TABLE-FULL
102550                 SET AGNG-TABLE-FULL TO TRUE
102560                 DISPLAY 'AGING BREAKDOWN TABLE FULL - LATER'
102570                     ' KEYS NOT BROKEN OUT'
102580             END-IF
102590             GO TO 8150-EXIT
102600         END-IF
102610         ADD 1 TO AGNG-BRK-COUNT
102620         MOVE AGNG-BRK-COUNT TO AGNG-SUB
102630         MOVE AGNG-KEY-TYPE TO AGNG-BRK-TYPE(AGNG-SUB)
102640         MOVE AGNG-KEY TO AGNG-BRK-KEY(AGNG-SUB)
102650         MOVE 0 TO AGNG-BRK-ITEMS(AGNG-SUB 1)
102660         MOVE 0 TO AGNG-BRK-ITEMS(AGNG-SUB 2)
102670         MOVE 0 TO AGNG-BRK-ITEMS(AGNG-SUB 3)
102680         MOVE 0 TO AGNG-BRK-ITEMS(AGNG-SUB 4)
102690         MOVE 0 TO AGNG-BRK-ITEMS(AGNG-SUB 5)
102700         MOVE 0 TO AGNG-BRK-ESCALATED(AGNG-SUB)
102710         MOVE 0 TO AGNG-BRK-RISK(AGNG-SUB)
102720     END-IF.
102730     ADD 1 TO AGNG-BRK-ITEMS(AGNG-SUB AGNG-BKT-SUB).
102740     IF AGNG-ITEM-ESCALATED
102750         ADD 1 TO AGNG-BRK-ESCALATED(AGNG-SUB)
102760     END-IF.
102770     ADD AGNG-ITEM-CHARGE TO AGNG-BRK-RISK(AGNG-SUB).
102780 8150-EXIT.
102790     EXIT.
102800
102810 8155-TEST-ONE-BREAKDOWN.
102820     IF AGNG-BRK-TYPE(AGNG-SCAN-SUB) = AGNG-KEY-TYPE
102830         AND AGNG-BRK-KEY(AGNG-SCAN-SUB) = AGNG-KEY
102840         SET AGNG-KEY-FOUND TO TRUE
102850         MOVE AGNG-SCAN-SUB TO AGNG-SUB
102860     END-IF.
102870 8155-EXIT.
102880     EXIT.
102890
102900 8160-WRITE-BUCKET-SUMMARY.
102910     MOVE 'OUTSTANDING BY AGE' TO AGNG-SECTION-TITLE.
102920     PERFORM 8185-WRITE-AGING-HEADING THRU 8185-EXIT.
102930     MOVE 'AGE          REJECTS    HELD      AT RIS'
102940         TO AGING-REPORT-LINE.
102950     MOVE 'K'
102960         TO AGING-REPORT-LINE(41:1).
102970     WRITE AGING-REPORT-LINE.
102980     PERFORM 8165-WRITE-ONE-BUCKET THRU 8165-EXIT
102990         VARYING AGNG-BKT-SUB FROM 1 BY 1
103000         UNTIL AGNG-BKT-SUB > 5.
103010 8160-EXIT.
103020     EXIT.
103030
103040 8165-WRITE-ONE-BUCKET.
103050     MOVE AGNG-BKT-REJECTS(AGNG-BKT-SUB) TO AGNG-REJ-EDIT.
103060     MOVE AGNG-BKT-HOLDS(AGNG-BKT-SUB) TO AGNG-HLD-EDIT.
103070     MOVE AGNG-BKT-RISK(AGNG-BKT-SUB) TO AGNG-TOTAL-RISK-EDIT.
103080     MOVE SPACES TO AGING-REPORT-LINE.
103090     STRING AGNG-BUCKET-NAME(AGNG-BKT-SUB) DELIMITED BY SIZE
103100            ' '                            DELIMITED BY SIZE
103110            AGNG-REJ-EDIT                  DELIMITED BY SIZE
103120            ' '                            DELIMITED BY SIZE
103130            AGNG-HLD-EDIT                  DELIMITED BY SIZE
103140            ' '                            DELIMITED BY SIZE
103150            AGNG-TOTAL-RISK-EDIT           DELIMITED BY SIZE
103160         INTO AGING-REPORT-LINE.
103170     WRITE AGING-REPORT-LINE.
103180 8165-EXIT.
103190     EXIT.
103200
103210* 8170/8175 - ONE BREAKDOWN SECTION: THE ENTRIES OF TYPE
103220* AGNG-SECTION-TYPE, IN THE ORDER THEY WERE FIRST MET.
103230 8170-WRITE-BREAKDOWN.
103240     PERFORM 8185-WRITE-AGING-HEADING THRU 8185-EXIT.
103250     MOVE 'KEY     SAME   1-2   3-7  OVER UNDTD   E'
103260         TO AGING-REPORT-LINE.
103270     MOVE 'SC      AT RISK'
103280         TO AGING-REPORT-LINE(41:15).
103290     WRITE AGING-REPORT-LINE.
103300     PERFORM 8175-WRITE-ONE-BREAKDOWN THRU 8175-EXIT
103310         VARYING AGNG-SUB FROM 1 BY 1
103320         UNTIL AGNG-SUB > AGNG-BRK-COUNT.
103330     PERFORM 8187-WRITE-AGING-SECTION-TOTAL THRU 8187-EXIT.
103340 8170-EXIT.
103350     EXIT.
103360
103370 8175-WRITE-ONE-BREAKDOWN.
103380     IF AGNG-BRK-TYPE(AGNG-SUB) NOT = AGNG-SECTION-TYPE
103390         GO TO 8175-EXIT
103400     END-IF.
103410     MOVE AGNG-BRK-ITEMS(AGNG-SUB 1) TO AGNG-ITEMS-EDIT(1).
103420     MOVE AGNG-BRK-ITEMS(AGNG-SUB 2) TO AGNG-ITEMS-EDIT(2).
103430     MOVE AGNG-BRK-ITEMS(AGNG-SUB 3) TO AGNG-ITEMS-EDIT(3).
103440     MOVE AGNG-BRK-ITEMS(AGNG-SUB 4) TO AGNG-ITEMS-EDIT(4).
103450     MOVE AGNG-BRK-ITEMS(AGNG-SUB 5) TO AGNG-ITEMS-EDIT(5).
103460     MOVE AGNG-BRK-ESCALATED(AGNG-SUB) TO AGNG-ESC-EDIT.
103470     MOVE AGNG-BRK-RISK(AGNG-SUB) TO AGNG-TOTAL-RISK-EDIT.
103480     MOVE SPACES TO AGING-REPORT-LINE.
103490     STRING AGNG-BRK-KEY(AGNG-SUB)        DELIMITED BY SIZE
103500            ' '                           DELIMITED BY SIZE
103510            AGNG-ITEMS-EDIT(1)            DELIMITED BY SIZE
103520            ' '                           DELIMITED BY SIZE
103530            AGNG-ITEMS-EDIT(2)            DELIMITED BY SIZE
103540            ' '                           DELIMITED BY SIZE
103550            AGNG-ITEMS-EDIT(3)            DELIMITED BY SIZE
103560            ' '                           DELIMITED BY SIZE
103570            AGNG-ITEMS-EDIT(4)            DELIMITED BY SIZE
103580            ' '                           DELIMITED BY SIZE
103590            AGNG-ITEMS-EDIT(5)            DELIMITED BY SIZE
103600            ' '                           DELIMITED BY SIZE
103610            AGNG-ESC-EDIT                 DELIMITED BY SIZE
103620            ' '                           DELIMITED BY SIZE
103630            AGNG-TOTAL-RISK-EDIT          DELIMITED BY SIZE
103640         INTO AGING-REPORT-LINE.
103650     WRITE AGING-REPORT-LINE.
103660     ADD 1 TO AGNG-SECTION-COUNT.
103670 8175-EXIT.
103680     EXIT.
103690
103700 8180-WRITE-AGING-TOTALS.
103710     MOVE SPACES TO AGING-REPORT-LINE.
103720     WRITE AGING-REPORT-LINE.
103730     MOVE AGNG-REJECT-COUNT TO REPORT-COUNT-EDIT.
103740     MOVE SPACES TO AGING-REPORT-LINE.
103750     STRING 'REJECTS OUTSTANDING           ' DELIMITED BY SIZE
103760            REPORT-COUNT-EDIT                DELIMITED BY SIZE
103770         INTO AGING-REPORT-LINE.
103780     WRITE AGING-REPORT-LINE.
103790     MOVE AGNG-HOLD-COUNT TO REPORT-COUNT-EDIT.
103800     MOVE SPACES TO AGING-REPORT-LINE.
103810     STRING 'HELD TICKETS OUTSTANDING      ' DELIMITED BY SIZE
103820            REPORT-COUNT-EDIT                DELIMITED BY SIZE
103830         INTO AGING-REPORT-LINE.
103840     WRITE AGING-REPORT-LINE.
103850     MOVE AGNG-ESCALATE-COUNT TO REPORT-COUNT-EDIT.
103860     MOVE SPACES TO AGING-REPORT-LINE.
103870     STRING 'PAST ESCALATION AGE           ' DELIMITED BY SIZE
103880            REPORT-COUNT-EDIT                DELIMITED BY SIZE
103890         INTO AGING-REPORT-LINE.
103900     WRITE AGING-REPORT-LINE.
103910     MOVE AGNG-UNPRICED-COUNT TO REPORT-COUNT-EDIT.
103920     MOVE SPACES TO AGING-REPORT-LINE.
103930     STRING 'ITEMS THAT COULD NOT BE PRICED' DELIMITED BY SIZE
103940            REPORT-COUNT-EDIT                DELIMITED BY SIZE
103950         INTO AGING-REPORT-LINE.
103960     WRITE AGING-REPORT-LINE.
103970     MOVE AGNG-TOTAL-RISK TO AGNG-TOTAL-RISK-EDIT.
103980     MOVE SPACES TO AGING-REPORT-LINE.
103990     STRING 'CHARGE AT RISK           '      DELIMITED BY SIZE
104000            AGNG-TOTAL-RISK-EDIT             DELIMITED BY SIZE
104010         INTO AGING-REPORT-LINE.
104020     WRITE AGING-REPORT-LINE.
104030 8180-EXIT.
104040     EXIT.
104050
104060* 8185 - SECTION HEADING FROM AGNG-SECTION-TITLE WITH THE SECTION
104070* COUNT RESET. THE CALLER WRITES ITS OWN COLUMN CAPTIONS.
104080 8185-WRITE-AGING-HEADING.
104090     MOVE 0 TO AGNG-SECTION-COUNT.
104100     MOVE SPACES TO AGING-REPORT-LINE.
104110     WRITE AGING-REPORT-LINE.
104120     MOVE AGNG-SECTION-TITLE TO AGING-REPORT-LINE.
104130     WRITE AGING-REPORT-LINE.
104140 8185-EXIT.
104150     EXIT.
104160
104170 8187-WRITE-AGING-SECTION-TOTAL.
104180     MOVE AGNG-SECTION-COUNT TO REPORT-COUNT-EDIT.
104190     MOVE SPACES TO AGING-REPORT-LINE.
104200     STRING '  ENTRIES IN SECTION '          DELIMITED BY SIZE
104210            REPORT-COUNT-EDIT                DELIMITED BY SIZE
104220         INTO AGING-REPORT-LINE.
104230     WRITE AGING-REPORT-LINE.
104240 8187-EXIT.
104250     EXIT.
104260
104270* --------------------------------------------------------------*
104280* 8200-TREND-REPORT - READS THE STATISTICS HISTORY AND WRITES A
104290* VOLUME TREND REPORT - ONE SECTION PER DAY ON FILE (CONTROL
104300* BREAK ON DATE), THEN WEEK-TO-DATE AND MONTH-TO-DATE SECTIONS
104310* RELATIVE TO THE RUN DATE. THE WEEK STARTS ON MONDAY.
104320* --------------------------------------------------------------*
104330 8200-TREND-REPORT.
104340     OPEN INPUT STAT-HISTORY-FILE.
104350     IF STAT-HIST-STATUS NOT = '00'
104360         DISPLAY 'NO STATISTICS HISTORY AVAILABLE - STATUS '
104370             STAT-HIST-STATUS
104380         GO TO 8200-EXIT
104390     END-IF.
104400     OPEN OUTPUT TREND-FILE.
104410     IF TRND-STATUS NOT = '00'
104420         DISPLAY 'UNABLE TO OPEN TREND REPORT FILE - STATUS '
104430             TRND-STATUS
104440         CLOSE STAT-HISTORY-FILE
104450         GO TO 8200-EXIT
104460     END-IF.
104470     MOVE RUN-DATE TO DATE-WORK.
104480     PERFORM 8600-GET-DAY-OF-WEEK THRU 8600-EXIT.
104490     MOVE RUN-DATE TO DATE-WORK.
104500     COMPUTE WEEK-BACK-COUNT = DAY-OF-WEEK-NUM - 1.
104510     PERFORM 8500-SUBTRACT-ONE-DAY THRU 8500-EXIT
104520         WEEK-BACK-COUNT TIMES.
104530     MOVE DATE-WORK TO WEEK-START-DATE.
104540     COMPUTE RUN-YYYYMM = RUN-DATE / 100.
104550     PERFORM 8210-CLEAR-TREND-TABLES THRU 8210-EXIT.
104560     MOVE 0 TO TREND-CURRENT-DATE.
104570     MOVE 'N' TO END-OF-FILE-SWITCH.
104580     MOVE SPACES TO TREND-LINE.
104590     STRING 'WEIGHT CONVERTER - VOLUME TREND REPORT'
104600             DELIMITED BY SIZE
104610            '  RUN DATE '              DELIMITED BY SIZE
104620            RUN-DATE                   DELIMITED BY SIZE
104630         INTO TREND-LINE.
104640     WRITE TREND-LINE.
104650     MOVE SPACES TO TREND-LINE.
104660     WRITE TREND-LINE.
104670     PERFORM 8250-READ-ONE-HISTORY THRU 8250-EXIT
104680         UNTIL END-OF-FILE.
104690     IF TREND-CURRENT-DATE > 0
104700         PERFORM 8300-WRITE-DAY-LINES THRU 8300-EXIT
104710     END-IF.
104720     PERFORM 8350-WRITE-WTD-SECTION THRU 8350-EXIT.
104730     PERFORM 8370-WRITE-MTD-SECTION THRU 8370-EXIT.
104740     CLOSE STAT-HISTORY-FILE.
104750     CLOSE TREND-FILE.
104760     DISPLAY 'VOLUME TREND REPORT WRITTEN TO TRNDFILE'.
104770 8200-EXIT.
104780     EXIT.
104790
104800 8210-CLEAR-TREND-TABLES.
104810     PERFORM 8220-CLEAR-ONE-TREND-ENTRY THRU 8220-EXIT
104820         VARYING DIRECTION-SUB FROM 1 BY 1
104830         UNTIL DIRECTION-SUB > 9.
104840 8210-EXIT.
104850     EXIT.
104860
104870 8220-CLEAR-ONE-TREND-ENTRY.
104880     MOVE 0 TO TREND-WTD-COUNT(DIRECTION-SUB).
104890     MOVE 0 TO TREND-WTD-TOTAL(DIRECTION-SUB).
104900     MOVE 0 TO TREND-MTD-COUNT(DIRECTION-SUB).
104910     MOVE 0 TO TREND-MTD-TOTAL(DIRECTION-SUB).
104920     PERFORM 8230-CLEAR-ONE-DAY-ENTRY THRU 8230-EXIT.
104930 8220-EXIT.
104940     EXIT.
104950
104960 8230-CLEAR-ONE-DAY-ENTRY.
104970     MOVE 0 TO TREND-DAY-COUNT(DIRECTION-SUB).
104980     MOVE 0 TO TREND-DAY-TOTAL(DIRECTION-SUB).
104990 8230-EXIT.
105000     EXIT.
105010
105020 8240-CLEAR-DAY-TABLE.
105030     PERFORM 8230-CLEAR-ONE-DAY-ENTRY THRU 8230-EXIT
105040         VARYING DIRECTION-SUB FROM 1 BY 1
105050         UNTIL DIRECTION-SUB > 9.
105060 8240-EXIT.
105070     EXIT.
105080
105090 8250-READ-ONE-HISTORY.
105100     READ STAT-HISTORY-FILE
105110         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
105120     END-READ.
105130     IF END-OF-FILE
105140         GO TO 8250-EXIT
105150     END-IF.
105160     IF SH-DATE NOT = TREND-CURRENT-DATE
105170         IF TREND-CURRENT-DATE > 0
105180             PERFORM 8300-WRITE-DAY-LINES THRU 8300-EXIT
105190         END-IF
105200         MOVE SH-DATE TO TREND-CURRENT-DATE
105210         PERFORM 8240-CLEAR-DAY-TABLE THRU 8240-EXIT
105220     END-IF.
105230     IF SH-DIRECTION >= 1 AND SH-DIRECTION <= 9
105240         MOVE SH-DIRECTION TO DIRECTION-SUB
105250         ADD SH-COUNT TO TREND-DAY-COUNT(DIRECTION-SUB)
105260         ADD SH-TOTAL TO TREND-DAY-TOTAL(DIRECTION-SUB)
105270         IF SH-DATE >= WEEK-START-DATE AND SH-DATE <= RUN-DATE
105280             ADD SH-COUNT TO TREND-WTD-COUNT(DIRECTION-SUB)
105290             ADD SH-TOTAL TO TREND-WTD-TOTAL(DIRECTION-SUB)
105300         END-IF
105310         COMPUTE HIST-YYYYMM = SH-DATE / 100
105320         IF HIST-YYYYMM = RUN-YYYYMM AND SH-DATE <= RUN-DATE
105330             ADD SH-COUNT TO TREND-MTD-COUNT(DIRECTION-SUB)
105340             ADD SH-TOTAL TO TREND-MTD-TOTAL(DIRECTION-SUB)
105350         END-IF
105360     END-IF.
105370 8250-EXIT.
105380     EXIT.
105390
105400 8300-WRITE-DAY-LINES.
105410     PERFORM 8320-WRITE-ONE-DAY-LINE THRU 8320-EXIT
105420         VARYING DIRECTION-SUB FROM 1 BY 1
105430         UNTIL DIRECTION-SUB > 9.
105440 8300-EXIT.
105450     EXIT.
105460
105470 8320-WRITE-ONE-DAY-LINE.
105480     IF TREND-DAY-COUNT(DIRECTION-SUB) = 0
105490         GO TO 8320-EXIT
105500     END-IF.
105510     MOVE DIRECTION-SUB TO DIRECTION-NUMBER.
105520     PERFORM 7210-GET-DIRECTION-LABEL THRU 7210-EXIT.
105530     MOVE TREND-DAY-COUNT(DIRECTION-SUB) TO REPORT-COUNT-EDIT.
105540     MOVE TREND-DAY-TOTAL(DIRECTION-SUB) TO REPORT-TOTAL-EDIT.
105550     MOVE SPACES TO TREND-LINE.
105560     STRING TREND-CURRENT-DATE  DELIMITED BY SIZE
105570            '  '                DELIMITED BY SIZE
105580            DIRECTION-LABEL     DELIMITED BY SIZE
105590            REPORT-COUNT-EDIT   DELIMITED BY SIZE
105600            '   '               DELIMITED BY SIZE
105610            REPORT-TOTAL-EDIT   DELIMITED BY SIZE
105620         INTO TREND-LINE.
105630     WRITE TREND-LINE.
105640 8320-EXIT.
105650     EXIT.
105660
105670 8350-WRITE-WTD-SECTION.
105680     MOVE SPACES TO TREND-LINE.
105690     WRITE TREND-LINE.
105700     MOVE SPACES TO TREND-LINE.
105710     STRING 'WEEK TO DATE FROM '  DELIMITED BY SIZE
105720            WEEK-START-DATE       DELIMITED BY SIZE
105730         INTO TREND-LINE.
105740     WRITE TREND-LINE.
105750     PERFORM 8360-WRITE-ONE-WTD-LINE THRU 8360-EXIT
105760         VARYING DIRECTION-SUB FROM 1 BY 1
105770         UNTIL DIRECTION-SUB > 9.
105780 8350-EXIT.
105790     EXIT.
105800
105810 8360-WRITE-ONE-WTD-LINE.
105820     IF TREND-WTD-COUNT(DIRECTION-SUB) = 0
105830         GO TO 8360-EXIT
105840     END-IF.
105850     MOVE DIRECTION-SUB TO DIRECTION-NUMBER.
105860     PERFORM 7210-GET-DIRECTION-LABEL THRU 7210-EXIT.
105870     MOVE TREND-WTD-COUNT(DIRECTION-SUB) TO REPORT-COUNT-EDIT.
105880     MOVE TREND-WTD-TOTAL(DIRECTION-SUB) TO REPORT-TOTAL-EDIT.
105890     MOVE SPACES TO TREND-LINE.
105900     STRING '          '         DELIMITED BY SIZE
105910            DIRECTION-LABEL      DELIMITED BY SIZE
105920            REPORT-COUNT-EDIT    DELIMITED BY SIZE
105930            '   '                DELIMITED BY SIZE
105940            REPORT-TOTAL-EDIT    DELIMITED BY SIZE
105950         INTO TREND-LINE.
105960     WRITE TREND-LINE.
105970 8360-EXIT.
105980     EXIT.
105990
106000 8370-WRITE-MTD-SECTION.
106010     MOVE SPACES TO TREND-LINE.
106020     WRITE TREND-LINE.
106030     MOVE SPACES TO TREND-LINE.
106040     STRING 'MONTH TO DATE FOR '  DELIMITED BY SIZE
106050            RUN-YYYYMM            DELIMITED BY SIZE
106060         INTO TREND-LINE.
106070     WRITE TREND-LINE.
106080     PERFORM 8380-WRITE-ONE-MTD-LINE THRU 8380-EXIT
106090         VARYING DIRECTION-SUB FROM 1 BY 1
106100         UNTIL DIRECTION-SUB > 9.
106110 8370-EXIT.
106120     EXIT.
106130
106140 8380-WRITE-ONE-MTD-LINE.
106150     IF TREND-MTD-COUNT(DIRECTION-SUB) = 0
106160         GO TO 8380-EXIT
106170     END-IF.
106180     MOVE DIRECTION-SUB TO DIRECTION-NUMBER.
106190     PERFORM 7210-GET-DIRECTION-LABEL THRU 7210-EXIT.
106200     MOVE TREND-MTD-COUNT(DIRECTION-SUB) TO REPORT-COUNT-EDIT.
106210     MOVE TREND-MTD-TOTAL(DIRECTION-SUB) TO REPORT-TOTAL-EDIT.
106220     MOVE SPACES TO TREND-LINE.
106230     STRING '          '         DELIMITED BY SIZE
106240            DIRECTION-LABEL      DELIMITED BY SIZE
106250            REPORT-COUNT-EDIT    DELIMITED BY SIZE
106260            '   '                DELIMITED BY SIZE
106270            REPORT-TOTAL-EDIT    DELIMITED BY SIZE
106280         INTO TREND-LINE.
106290     WRITE TREND-LINE.
106300 8380-EXIT.
106310     EXIT.
106320
106330* --------------------------------------------------------------*
106340* 8400-RATE-SIMULATION - WHAT A PROPOSED RATE FILE (PROPRATE)
106350* WOULD HAVE CHARGED. EVERY CONVERTED TICKET IN THE REQUESTED
106360* DATE RANGE FOR A CARRIER ON THE PROPOSAL - LIVE AUDIT TRAIL AND
106370* MONTHLY ARCHIVES ALIKE - IS PRICED ON ITS BILLED WEIGHT TWICE
106380* THROUGH THE SAME PER-UNIT, BREAK-RATE AND MINIMUM LOGIC (5640):
106390* ONCE ON THE LIVE RATE MASTER AND ONCE ON THE PROPOSAL. RSIMRPT
106400* SHOWS THE TWO SIDE BY SIDE BY CARRIER WITH THE TICKETS THAT
106410* MOVED ACROSS THE BREAK WEIGHT OR ONTO THE MINIMUM CHARGE. THE
106420* RATE MASTER IS ONLY READ AND NO CHARGE RECORD IS WRITTEN.
106430* --------------------------------------------------------------*
106440 8400-RATE-SIMULATION.
106450     DISPLAY ' '.
106460     DISPLAY 'RATE CHANGE SIMULATION'.
106470     IF NOT RATING-ACTIVE
106480         DISPLAY 'RATE MASTER NOT AVAILABLE - CURRENT CHARGES'
106490             ' CANNOT BE PRICED'
106500         GO TO 8400-EXIT
106510     END-IF.
106520     OPEN INPUT PROPOSED-RATE-FILE.
106530     IF PROP-STATUS NOT = '00'
106540         DISPLAY 'NO PROPOSED RATE FILE TO SIMULATE - STATUS '
106550             PROP-STATUS
106560         GO TO 8400-EXIT
106570     END-IF.
106580     MOVE 0 TO RSIM-COUNT.
106590     MOVE 0 TO RSIM-RATED-COUNT.
106600     MOVE 0 TO RSIM-OTHER-COUNT.
106610     MOVE 0 TO RSIM-BAD-COUNT.
106620     MOVE 'N' TO RSIM-FULL-SWITCH.
106630     MOVE 'N' TO END-OF-FILE-SWITCH.
106640     PERFORM 8405-LOAD-ONE-PROPOSAL THRU 8405-EXIT
106650         UNTIL END-OF-FILE.
106660     CLOSE PROPOSED-RATE-FILE.
106670     IF RSIM-COUNT = 0
106680         DISPLAY 'NO USABLE PROPOSED RATES - NOTHING SIMULATED'
106690         GO TO 8400-EXIT
106700     END-IF.
106710     DISPLAY 'FROM DATE YYYYMMDD (BLANK FOR EARLIEST): '.
106720     PERFORM 6720-GET-INQUIRY-DATE THRU 6720-EXIT.
106730     IF INQUIRY-DATE-BLANK
106740         MOVE '00000000' TO INQUIRY-FROM-DATE
106750     ELSE
106760         MOVE INQUIRY-DATE-NUMERIC TO INQUIRY-FROM-DATE
106770     END-IF.
106780     DISPLAY 'TO DATE YYYYMMDD (BLANK FOR LATEST): '.
106790     PERFORM 6720-GET-INQUIRY-DATE THRU 6720-EXIT.
106800     IF INQUIRY-DATE-BLANK
106810         MOVE '99999999' TO INQUIRY-TO-DATE
106820     ELSE
106830         MOVE INQUIRY-DATE-NUMERIC TO INQUIRY-TO-DATE
106840     END-IF.
106850     PERFORM 8420-SCAN-SIM-ARCHIVES THRU 8420-EXIT.
106860     PERFORM 8410-SCAN-SIM-LIVE-AUDIT THRU 8410-EXIT.
106870     OPEN OUTPUT RATE-SIM-FILE.
106880     IF RSIM-STATUS NOT = '00'
106890         DISPLAY 'UNABLE TO OPEN RATE SIMULATION REPORT - STATUS '
106900             RSIM-STATUS
106910         GO TO 8400-EXIT
106920     END-IF.
106930     PERFORM 8460-WRITE-SIM-REPORT THRU 8460-EXIT.
106940     CLOSE RATE-SIM-FILE.
106950     DISPLAY 'RATE SIMULATION WRITTEN TO RSIMRPT - '
106960         RSIM-RATED-COUNT ' TICKETS RE-RATED FOR ' RSIM-COUNT
106970         ' CARRIERS'.
106980     IF RSIM-OTHER-COUNT > 0
106990         DISPLAY RSIM-OTHER-COUNT ' TICKETS FOR CARRIERS NOT ON'
107000             ' THE PROPOSAL - NOT SIMULATED'
107010     END-IF.
107020     IF RSIM-BAD-COUNT > 0
107030         DISPLAY RSIM-BAD-COUNT ' PROPOSED RATE RECORDS'
107040             ' UNREADABLE - NOT SIMULATED'
107050     END-IF.
107060 8400-EXIT.
107070     EXIT.
107080
107090* 8405 - ONE PROPOSED RATE INTO THE TABLE. THE RECORD IS CHECKED
107100* IN THE RATE MASTER RECORD AREA, WHICH IS ONLY A READ BUFFER
107110* WHILE THE SIMULATION RUNS. A CARRIER PROPOSED TWICE KEEPS ITS
107120* FIRST PROPOSAL; AN INACTIVE PROPOSAL IS NOT SIMULATED.
107130 8405-LOAD-ONE-PROPOSAL.
107140     READ PROPOSED-RATE-FILE
107150         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
107160     END-READ.
107170     IF END-OF-FILE
107180         GO TO 8405-EXIT
107190     END-IF.
107200     IF PRP-CARRIER-CODE = SPACES
107210         GO TO 8405-EXIT
107220     END-IF.
107230     MOVE PROPOSED-RATE-RECORD TO RATE-RECORD.
107240     IF RATE-PER-UNIT NOT NUMERIC
107250         OR RATE-MINIMUM-CHARGE NOT NUMERIC
107260         OR RATE-BREAK-WEIGHT NOT NUMERIC
107270         OR RATE-BREAK-RATE NOT NUMERIC
107280         ADD 1 TO RSIM-BAD-COUNT
107290         DISPLAY 'UNREADABLE PROPOSED RATE - CARRIER '
107300             PRP-CARRIER-CODE
107310         GO TO 8405-EXIT
107320     END-IF.
107330     IF RATE-ACTIVE-FLAG = 'N'
107340         DISPLAY 'PROPOSED RATE FOR ' PRP-CARRIER-CODE
107350             ' IS INACTIVE - NOT SIMULATED'
107360         GO TO 8405-EXIT
107370     END-IF.
107380     MOVE PRP-CARRIER-CODE TO RSIM-KEY.
107390     PERFORM 8415-FIND-SIM-CARRIER THRU 8415-EXIT.
107400     IF RSIM-CARRIER-FOUND
107410         DISPLAY 'CARRIER ' PRP-CARRIER-CODE ' PROPOSED TWICE -'
107420             ' FIRST PROPOSAL USED'
107430         GO TO 8405-EXIT
107440     END-IF.
107450     IF RSIM-COUNT >= 200
107460         IF NOT RSIM-TABLE-FULL
107470             SET RSIM-TABLE-FULL TO TRUE
107480             DISPLAY 'PROPOSAL TABLE FULL - CARRIERS PAST 200 NOT'
107490                 ' SIMULATED'
107500         END-IF
107510         GO TO 8405-EXIT
107520     END-IF.
107530     ADD 1 TO RSIM-COUNT.
107540     MOVE RSIM-COUNT TO RSIM-SUB.
107550     MOVE PRP-CARRIER-CODE TO RSIM-CARRIER(RSIM-SUB).
107560     MOVE PROPOSED-RATE-RECORD TO RSIM-IMAGE(RSIM-SUB).
107570     MOVE 0 TO RSIM-TICKETS(RSIM-SUB).
107580     MOVE 0 TO RSIM-CURRENT(RSIM-SUB).
107590     MOVE 0 TO RSIM-PROPOSED(RSIM-SUB).
107600     MOVE 0 TO RSIM-BREAK-COUNT(RSIM-SUB).
107610     MOVE 0 TO RSIM-MINIMUM-COUNT(RSIM-SUB).
107620 8405-EXIT.
107630     EXIT.
107640
107650 8410-SCAN-SIM-LIVE-AUDIT.
107660     IF AUDIT-FILE-IS-OPEN
107670         CLOSE AUDIT-FILE
107680         MOVE 'N' TO AUDIT-FILE-OPEN-SWITCH
107690     END-IF.
107700     OPEN INPUT AUDIT-FILE.
107710     IF AUDIT-STATUS NOT = '00'
107720         DISPLAY 'NO LIVE AUDIT HISTORY AVAILABLE - STATUS '
107730             AUDIT-STATUS
107740         PERFORM 1190-OPEN-AUDIT-FILE THRU 1190-EXIT
107750         GO TO 8410-EXIT
107760     END-IF.
107770     MOVE 'N' TO END-OF-FILE-SWITCH.
107780     PERFORM 8412-READ-ONE-SIM-ROW THRU 8412-EXIT
107790         UNTIL END-OF-FILE.
107800     CLOSE AUDIT-FILE.
107810     PERFORM 1190-OPEN-AUDIT-FILE THRU 1190-EXIT.
107820 8410-EXIT.
107830     EXIT.
107840
107850 8412-READ-ONE-SIM-ROW.
107860     READ AUDIT-FILE
107870         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
107880     END-READ.
107890     IF NOT END-OF-FILE
107900         MOVE AUDIT-RECORD TO AUDIT-ROW-WORK
107910         PERFORM 8430-RERATE-ONE-ROW THRU 8430-EXIT
107920     END-IF.
107930 8412-EXIT.
107940     EXIT.
107950
107960* 8415/8417 - FIND RSIM-KEY IN THE PROPOSAL TABLE. RSIM-SUB
107970* POINTS AT THE ENTRY WHEN RSIM-CARRIER-FOUND COMES BACK SET.
107980 8415-FIND-SIM-CARRIER.
107990     MOVE 'N' TO RSIM-FOUND-SWITCH.
108000     MOVE 0 TO RSIM-SUB.
108010     PERFORM 8417-TEST-ONE-SIM-CARRIER THRU 8417-EXIT
108020         VARYING RSIM-SCAN-SUB FROM 1 BY 1
108030         UNTIL RSIM-CARRIER-FOUND
108040         OR RSIM-SCAN-SUB > RSIM-COUNT.
108050 8415-EXIT.
108060     EXIT.
108070
108080 8417-TEST-ONE-SIM-CARRIER.
108090     IF RSIM-CARRIER(RSIM-SCAN-SUB) = RSIM-KEY
108100         SET RSIM-CARRIER-FOUND TO TRUE
108110         MOVE RSIM-SCAN-SUB TO RSIM-SUB
108120     END-IF.
108130 8417-EXIT.
108140     EXIT.
108150
108160 8420-SCAN-SIM-ARCHIVES.
108170     IF INQUIRY-FROM-DATE = '00000000'
108180         DISPLAY 'FROM DATE BLANK - ARCHIVED MONTHS NOT'
108190             ' RE-RATED - ENTER A FROM DATE TO INCLUDE THEM'
108200         GO TO 8420-EXIT
108210     END-IF.
108220     MOVE INQUIRY-FROM-DATE TO ARCH-ROW-DATE.
108230     COMPUTE ARCH-FROM-MONTH = ARCH-ROW-DATE / 100.
108240     IF INQUIRY-TO-DATE = '99999999'
108250         COMPUTE ARCH-TO-MONTH = RUN-DATE / 100
108260     ELSE
108270         MOVE INQUIRY-TO-DATE TO ARCH-ROW-DATE
108280         COMPUTE ARCH-TO-MONTH = ARCH-ROW-DATE / 100
108290     END-IF.
108300     MOVE ARCH-FROM-MONTH TO ARCH-SCAN-MONTH.
108310     MOVE 0 TO ARCH-MONTH-LIMIT.
108320     PERFORM 8422-SCAN-ONE-SIM-ARCHIVE THRU 8422-EXIT
108330         UNTIL ARCH-SCAN-MONTH > ARCH-TO-MONTH
108340         OR ARCH-MONTH-LIMIT > 120.
108350 8420-EXIT.
108360     EXIT.
108370
108380 8422-SCAN-ONE-SIM-ARCHIVE.
108390     ADD 1 TO ARCH-MONTH-LIMIT.
108400     MOVE SPACES TO ARCHIVE-FILE-NAME.
108410     STRING 'AUDT'          DELIMITED BY SIZE
108420            ARCH-SCAN-MONTH DELIMITED BY SIZE
108430         INTO ARCHIVE-FILE-NAME.
108440     OPEN INPUT ARCHIVE-FILE.
108450     IF ARCH-STATUS = '00'
108460         MOVE 'N' TO END-OF-FILE-SWITCH
108470         PERFORM 8425-READ-ONE-ARCH-SIM-ROW THRU 8425-EXIT
108480             UNTIL END-OF-FILE
108490         CLOSE ARCHIVE-FILE
108500     END-IF.
108510     PERFORM 6748-NEXT-ARCH-MONTH THRU 6748-EXIT.
108520 8422-EXIT.
108530     EXIT.
108540
108550 8425-READ-ONE-ARCH-SIM-ROW.
108560     READ ARCHIVE-FILE
108570         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
108580     END-READ.
108590     IF NOT END-OF-FILE
108600         MOVE ARCHIVE-RECORD TO AUDIT-ROW-WORK
108610         PERFORM 8430-RERATE-ONE-ROW THRU 8430-EXIT
108620     END-IF.
108630 8425-EXIT.
108640     EXIT.
108650
108660* --------------------------------------------------------------*
108670* 8430-RERATE-ONE-ROW - ONE AUDIT ROW PRICED BOTH WAYS ON ITS
108680* BILLED (CONVERTED) WEIGHT. THE CURRENT CHARGE COMES FROM 5600
108690* AGAINST THE LIVE MASTER. THE PROPOSED CHARGE STAGES THE
108700* PROPOSAL IN THE RATE MASTER RECORD AREA AND RUNS 5640 ON IT -
108710* NOTHING IS WRITTEN BACK, THE MASTER IS OPEN FOR INPUT ONLY.
108720* A CARRIER NOT ON THE LIVE MASTER PRICES AT ZERO TODAY, AND ITS
108730* TICKETS ARE NOT COUNTED AS MOVING ACROSS THE BREAK OR MINIMUM.
108740* --------------------------------------------------------------*
108750 8430-RERATE-ONE-ROW.
108760     IF AW-DATE < INQUIRY-FROM-DATE
108770         OR AW-DATE > INQUIRY-TO-DATE
108780         GO TO 8430-EXIT
108790     END-IF.
108800* ONLY REAL CONVERSIONS ARE PRICED - FACTOR, MAINTENANCE AND
108810* CORRECTION LOG ROWS HAVE NO CONVERSION CODE.
108820     IF AW-CONVERSION-CODE NOT NUMERIC
108830         OR AW-CARRIER-CODE = SPACES
108840         GO TO 8430-EXIT
108850     END-IF.
108860     MOVE AW-CARRIER-CODE TO RSIM-KEY.
108870     PERFORM 8415-FIND-SIM-CARRIER THRU 8415-EXIT.
108880     IF NOT RSIM-CARRIER-FOUND
108890         ADD 1 TO RSIM-OTHER-COUNT
108900         GO TO 8430-EXIT
108910     END-IF.
108920     MOVE AW-CONVERTED-WEIGHT TO CONVERTED-WEIGHT.
108930     MOVE AW-TICKET-NUMBER TO TICKET-NUMBER.
108940     MOVE AW-CARRIER-CODE TO CARRIER-CODE.
108950     MOVE 'N' TO RSIM-CUR-RATED-SWITCH.
108960     MOVE 'N' TO RSIM-CUR-ABOVE-SWITCH.
108970     MOVE 'N' TO RSIM-CUR-MIN-SWITCH.
108980     MOVE 0 TO RSIM-CURRENT-CHARGE.
108990     PERFORM 5600-RATE-CHARGE THRU 5600-EXIT.
109000     IF RATE-FOUND
109010         SET RSIM-CUR-RATED TO TRUE
109020         MOVE FREIGHT-CHARGE TO RSIM-CURRENT-CHARGE
109030         IF CONVERTED-WEIGHT > RATE-BREAK-WEIGHT
109040             SET RSIM-CUR-ABOVE-BREAK TO TRUE
109050         END-IF
109060         IF RATE-MINIMUM-CHARGE > 0
109070             AND FREIGHT-CHARGE = RATE-MINIMUM-CHARGE
109080             SET RSIM-CUR-ON-MINIMUM TO TRUE
109090         END-IF
109100     END-IF.
109110     MOVE RSIM-IMAGE(RSIM-SUB) TO RATE-RECORD.
109120     MOVE 0 TO FREIGHT-CHARGE.
109130     SET RATE-FOUND TO TRUE.
109140     PERFORM 5640-COMPUTE-CHARGE THRU 5640-EXIT.
109150     IF NOT RATE-FOUND
109160         GO TO 8430-EXIT
109170     END-IF.
109180     ADD 1 TO RSIM-TICKETS(RSIM-SUB).
109190     ADD RSIM-CURRENT-CHARGE TO RSIM-CURRENT(RSIM-SUB).
109200     ADD FREIGHT-CHARGE TO RSIM-PROPOSED(RSIM-SUB).
109210     ADD 1 TO RSIM-RATED-COUNT.
109220     IF NOT RSIM-CUR-RATED
109230         GO TO 8430-EXIT
109240     END-IF.
109250     IF CONVERTED-WEIGHT > RATE-BREAK-WEIGHT
109260         IF NOT RSIM-CUR-ABOVE-BREAK
109270             ADD 1 TO RSIM-BREAK-COUNT(RSIM-SUB)
109280         END-IF
109290     ELSE
109300         IF RSIM-CUR-ABOVE-BREAK
109310             ADD 1 TO RSIM-BREAK-COUNT(RSIM-SUB)
109320         END-IF
109330     END-IF.
109340     IF RATE-MINIMUM-CHARGE > 0
109350         AND FREIGHT-CHARGE = RATE-MINIMUM-CHARGE
109360         AND NOT RSIM-CUR-ON-MINIMUM
109370         ADD 1 TO RSIM-MINIMUM-COUNT(RSIM-SUB)
109380     END-IF.
109390 8430-EXIT.
109400     EXIT.
109410
109420* --------------------------------------------------------------*
109430* 8460-WRITE-SIM-REPORT - ONE LINE PER PROPOSED CARRIER, THEN THE
109440* TOTAL. THE DIFFERENCE IS PROPOSED LESS CURRENT, SO A POSITIVE
109450* FIGURE MEANS THE PROPOSAL WOULD HAVE COST MORE.
109460* --------------------------------------------------------------*
109470 8460-WRITE-SIM-REPORT.
109480     MOVE SPACES TO RATE-SIM-LINE.
109490     STRING 'RATE CHANGE SIMULATION - RUN '  DELIMITED BY SIZE
109500            RUN-DATE                         DELIMITED BY SIZE
109510            '  TICKETS '                     DELIMITED BY SIZE
109520            INQUIRY-FROM-DATE                DELIMITED BY SIZE
109530            ' TO '                           DELIMITED BY SIZE
109540            INQUIRY-TO-DATE                  DELIMITED BY SIZE
109550         INTO RATE-SIM-LINE.
109560     WRITE RATE-SIM-LINE.
109570     MOVE 'CURRENT IS THE LIVE RATE MASTER, PROPOSED'
109580         TO RATE-SIM-LINE.
109590     MOVE ' IS PROPRATE' TO RATE-SIM-LINE(42:12).
109600     WRITE RATE-SIM-LINE.
109610     MOVE 'BREAK = TICKETS MOVED ACROSS THE BREAK W'
109620         TO RATE-SIM-LINE.
109630     MOVE 'EIGHT  MIN = MOVED ONTO THE MINIMUM'
109640         TO RATE-SIM-LINE(41:35).
109650     WRITE RATE-SIM-LINE.
109660     MOVE SPACES TO RATE-SIM-LINE.
109670     WRITE RATE-SIM-LINE.
109680     MOVE 'CARR TICKETS      CURRENT     PROPOSED  '
109690         TO RATE-SIM-LINE.
109700     MOVE ' DIFFERENCE   CHANGE%  BREAK   MIN'
109710         TO RATE-SIM-LINE(41:34).
109720     WRITE RATE-SIM-LINE.
109730     MOVE 0 TO RSIM-TOTAL-TICKETS.
109740     MOVE 0 TO RSIM-TOTAL-CURRENT.
109750     MOVE 0 TO RSIM-TOTAL-PROPOSED.
109760     MOVE 0 TO RSIM-TOTAL-BREAK.
109770     MOVE 0 TO RSIM-TOTAL-MINIMUM.
109780     PERFORM 8465-WRITE-ONE-SIM-CARRIER THRU 8465-EXIT
109790         VARYING RSIM-SUB FROM 1 BY 1
109800         UNTIL RSIM-SUB > RSIM-COUNT.
109810     MOVE SPACES TO RATE-SIM-LINE.
109820     WRITE RATE-SIM-LINE.
109830     MOVE 'ALL ' TO RSIM-LINE-LABEL.
109840     MOVE RSIM-TOTAL-TICKETS TO RSIM-LINE-TICKETS.
109850     MOVE RSIM-TOTAL-CURRENT TO RSIM-LINE-CURRENT.
109860     MOVE RSIM-TOTAL-PROPOSED TO RSIM-LINE-PROPOSED.
109870     MOVE RSIM-TOTAL-BREAK TO RSIM-LINE-BREAK.
109880     MOVE RSIM-TOTAL-MINIMUM TO RSIM-LINE-MINIMUM.
109890     PERFORM 8470-WRITE-SIM-LINE THRU 8470-EXIT.
109900     MOVE SPACES TO RATE-SIM-LINE.
109910     WRITE RATE-SIM-LINE.
109920     MOVE RSIM-OTHER-COUNT TO REPORT-COUNT-EDIT.
109930     MOVE SPACES TO RATE-SIM-LINE.
109940     STRING 'TICKETS FOR OTHER CARRIERS    ' DELIMITED BY SIZE
109950            REPORT-COUNT-EDIT                DELIMITED BY SIZE
109960         INTO RATE-SIM-LINE.
109970     WRITE RATE-SIM-LINE.
109980     MOVE RSIM-BAD-COUNT TO REPORT-COUNT-EDIT.
109990     MOVE SPACES TO RATE-SIM-LINE.
110000     STRING 'PROPOSED RATES UNREADABLE     ' DELIMITED BY SIZE
110010            REPORT-COUNT-EDIT                DELIMITED BY SIZE
110020         INTO RATE-SIM-LINE.
110030     WRITE RATE-SIM-LINE.
110040 8460-EXIT.
110050     EXIT.
110060
110070 8465-WRITE-ONE-SIM-CARRIER.
110080     MOVE RSIM-CARRIER(RSIM-SUB) TO RSIM-LINE-LABEL.
110090     MOVE RSIM-TICKETS(RSIM-SUB) TO RSIM-LINE-TICKETS.
110100     MOVE RSIM-CURRENT(RSIM-SUB) TO RSIM-LINE-CURRENT.
110110     MOVE RSIM-PROPOSED(RSIM-SUB) TO RSIM-LINE-PROPOSED.
110120     MOVE RSIM-BREAK-COUNT(RSIM-SUB) TO RSIM-LINE-BREAK.
110130     MOVE RSIM-MINIMUM-COUNT(RSIM-SUB) TO RSIM-LINE-MINIMUM.
110140     PERFORM 8470-WRITE-SIM-LINE THRU 8470-EXIT.
110150     ADD RSIM-TICKETS(RSIM-SUB) TO RSIM-TOTAL-TICKETS.
110160     ADD RSIM-CURRENT(RSIM-SUB) TO RSIM-TOTAL-CURRENT.
110170     ADD RSIM-PROPOSED(RSIM-SUB) TO RSIM-TOTAL-PROPOSED.
110180     ADD RSIM-BREAK-COUNT(RSIM-SUB) TO RSIM-TOTAL-BREAK.
110190     ADD RSIM-MINIMUM-COUNT(RSIM-SUB) TO RSIM-TOTAL-MINIMUM.
110200 8465-EXIT.
110210     EXIT.
110220
110230* 8470 - ONE REPORT LINE FROM THE RSIM-LINE FIELDS. A CARRIER
110240* WITH NO CURRENT CHARGE SHOWS THE CHANGE AS 99999.99 PERCENT.
110250 8470-WRITE-SIM-LINE.
110260     COMPUTE RSIM-DIFFERENCE =
110270         RSIM-LINE-PROPOSED - RSIM-LINE-CURRENT.
110280     IF RSIM-LINE-CURRENT = 0
110290         IF RSIM-DIFFERENCE > 0
110300             MOVE 99999.99 TO RSIM-PCT
110310         ELSE
110320             MOVE 0 TO RSIM-PCT
110330         END-IF
110340     ELSE
110350         COMPUTE RSIM-PCT ROUNDED =
110360             RSIM-DIFFERENCE * 100 / RSIM-LINE-CURRENT
110370             ON SIZE ERROR
110380                 MOVE 99999.99 TO RSIM-PCT
110390         END-COMPUTE
110400     END-IF.
110410     MOVE RSIM-LINE-TICKETS TO RSIM-TICKETS-EDIT.
110420     MOVE RSIM-LINE-CURRENT TO RSIM-CURRENT-EDIT.
110430     MOVE RSIM-LINE-PROPOSED TO RSIM-PROPOSED-EDIT.
110440     MOVE RSIM-DIFFERENCE TO RSIM-DIFF-EDIT.
110450     MOVE RSIM-PCT TO RSIM-PCT-EDIT.
110460     MOVE RSIM-LINE-BREAK TO RSIM-BREAK-EDIT.
110470     MOVE RSIM-LINE-MINIMUM TO RSIM-MINIMUM-EDIT.
110480     MOVE SPACES TO RATE-SIM-LINE.
110490     STRING RSIM-LINE-LABEL               DELIMITED BY SIZE
110500            ' '                           DELIMITED BY SIZE
110510            RSIM-TICKETS-EDIT             DELIMITED BY SIZE
110520            ' '                           DELIMITED BY SIZE
110530            RSIM-CURRENT-EDIT             DELIMITED BY SIZE
110540            ' '                           DELIMITED BY SIZE
110550            RSIM-PROPOSED-EDIT            DELIMITED BY SIZE
110560            ' '                           DELIMITED BY SIZE
110570            RSIM-DIFF-EDIT                DELIMITED BY SIZE
110580            ' '                           DELIMITED BY SIZE
110590            RSIM-PCT-EDIT                 DELIMITED BY SIZE
110600            ' '                           DELIMITED BY SIZE
110610            RSIM-BREAK-EDIT               DELIMITED BY SIZE
110620            ' '                           DELIMITED BY SIZE
110630            RSIM-MINIMUM-EDIT             DELIMITED BY SIZE
110640         INTO RATE-SIM-LINE.
110650     WRITE RATE-SIM-LINE.
110660 8470-EXIT.
110670     EXIT.
110680
110690* --------------------------------------------------------------*
110700* 8500/8550/8600 - CALENDAR HELPERS. 8500 STEPS DATE-WORK BACK
110710* ONE DAY ACROSS MONTH AND YEAR ENDS, 8550 SETS THE LEAP YEAR
110720* SWITCH FOR DW-YEAR, AND 8600 GETS THE DAY OF WEEK (1 = MONDAY
110730* THROUGH 7 = SUNDAY) FOR DATE-WORK BY ZELLER'S CONGRUENCE.
110740* --------------------------------------------------------------*
110750 8500-SUBTRACT-ONE-DAY.
110760     IF DW-DAY > 1
110770         SUBTRACT 1 FROM DW-DAY
110780         GO TO 8500-EXIT
110790     END-IF.
110800     IF DW-MONTH = 1
110810         MOVE 12 TO DW-MONTH
110820         SUBTRACT 1 FROM DW-YEAR
110830     ELSE
110840         SUBTRACT 1 FROM DW-MONTH
110850     END-IF.
110860     MOVE MONTH-DAYS(DW-MONTH) TO DW-DAY.
110870     IF DW-MONTH = 2
110880         PERFORM 8550-CHECK-LEAP-YEAR THRU 8550-EXIT
110890         IF LEAP-YEAR
110900             MOVE 29 TO DW-DAY
110910         END-IF
110920     END-IF.
110930 8500-EXIT.
110940     EXIT.
110950
110960 8550-CHECK-LEAP-YEAR.
110970     MOVE 'N' TO LEAP-YEAR-SWITCH.
110980     DIVIDE DW-YEAR BY 400 GIVING WORK-QUOTIENT
110990         REMAINDER WORK-REMAINDER.
111000     IF WORK-REMAINDER = 0
111010         SET LEAP-YEAR TO TRUE
111020         GO TO 8550-EXIT
111030     END-IF.
111040     DIVIDE DW-YEAR BY 100 GIVING WORK-QUOTIENT
111050         REMAINDER WORK-REMAINDER.
111060     IF WORK-REMAINDER = 0
111070         GO TO 8550-EXIT
111080     END-IF.
111090     DIVIDE DW-YEAR BY 4 GIVING WORK-QUOTIENT
111100         REMAINDER WORK-REMAINDER.
111110     IF WORK-REMAINDER = 0
111120         SET LEAP-YEAR TO TRUE
111130     END-IF.
111140 8550-EXIT.
111150     EXIT.
111160
111170 8600-GET-DAY-OF-WEEK.
111180     MOVE DW-MONTH TO ZC-MONTH.
111190     MOVE DW-YEAR TO ZC-YEAR.
111200     IF ZC-MONTH < 3
111210         ADD 12 TO ZC-MONTH
111220         SUBTRACT 1 FROM ZC-YEAR
111230     END-IF.
111240     DIVIDE ZC-YEAR BY 100 GIVING ZC-CENTURY
111250         REMAINDER ZC-YEAR-OF-CENT.
111260     COMPUTE ZC-TERM1 = (13 * (ZC-MONTH + 1)) / 5.
111270     COMPUTE ZC-TERM2 = ZC-YEAR-OF-CENT / 4.
111280     COMPUTE ZC-TERM3 = ZC-CENTURY / 4.
111290     COMPUTE ZC-SUM = DW-DAY + ZC-TERM1 + ZC-YEAR-OF-CENT
111300         + ZC-TERM2 + ZC-TERM3 + 5 * ZC-CENTURY.
111310     DIVIDE ZC-SUM BY 7 GIVING ZC-QUOTIENT
111320         REMAINDER ZC-REMAINDER.
111330     ADD 5 TO ZC-REMAINDER.
111340     DIVIDE ZC-REMAINDER BY 7 GIVING ZC-QUOTIENT
111350         REMAINDER ZC-REMAINDER.
111360     COMPUTE DAY-OF-WEEK-NUM = ZC-REMAINDER + 1.
111370 8600-EXIT.
111380     EXIT.
111390
111400* --------------------------------------------------------------*
111410* 8700-CONSOLIDATE - MERGES THE PER-DOCK RESULT AND CHARGE
111420* FILES (OUTFILE1-OUTFILE9, CHGFILE1-CHGFILE9) INTO CORPORATE
111430* DAILY FILES IN TICKET ORDER, FLAGS TICKET NUMBERS THAT
111440* COLLIDE BETWEEN DOCKS, AND PRINTS THE ACTIVITY REPORT BROKEN
111450* BY DOCK DOOR WITH A FACILITY GRAND TOTAL. DOCK TRAILERS ARE
111460* DROPPED AND A FRESH TRAILER IS WRITTEN OVER THE WHOLE
111470* CORPORATE FILE SO DOWNSTREAM BALANCING STILL WORKS.
111480* --------------------------------------------------------------*
111490 8700-CONSOLIDATE.
111500     DISPLAY ' '.
111510     DISPLAY 'CROSS-DOCK CONSOLIDATION'.
111520     DISPLAY 'NUMBER OF DOCK FILES (1-9): '.
111530     MOVE 'N' TO VALID-ENTRY-SWITCH.
111540     PERFORM 8705-EDIT-DOCK-COUNT THRU 8705-EXIT
111550         UNTIL VALID-ENTRY.
111560     MOVE 0 TO COLLISION-COUNT.
111570     MOVE 0 TO DOOR-COUNT.
111580*    PHASE ONE - THE RESULT FILES.
111590     MOVE 0 TO CONS-ROW-COUNT.
111600     MOVE 'N' TO CONS-FULL-SWITCH.
111610     MOVE 'OUTFILE' TO CONS-IN-PREFIX.
111620     PERFORM 8710-GATHER-ONE-DOCK THRU 8710-EXIT
111630         VARYING CONS-DOCK FROM 1 BY 1
111640         UNTIL CONS-DOCK > CONS-DOCK-MAX.
111650     IF CONS-TABLE-FULL
111660         DISPLAY 'CONSOLIDATION ABORTED - NO CORPORATE FILES'
111670             ' OR ACTIVITY REPORT WRITTEN THIS RUN'
111680         GO TO 8700-EXIT
111690     END-IF.
111700     IF CONS-ROW-COUNT = 0
111710         DISPLAY 'NO DOCK RESULT RECORDS FOUND - NOTHING TO'
111720             ' CONSOLIDATE'
111730         GO TO 8700-EXIT
111740     END-IF.
111750     PERFORM 8720-SORT-CONS-TABLE THRU 8720-EXIT.
111760     PERFORM 8730-CHECK-COLLISIONS THRU 8730-EXIT.
111770     PERFORM 8740-WRITE-CORP-RESULTS THRU 8740-EXIT.
111780*    PHASE TWO - THE CHARGE FILES.
111790     MOVE 0 TO CONS-ROW-COUNT.
111800     MOVE 'N' TO CONS-FULL-SWITCH.
111810     MOVE 'CHGFILE' TO CONS-IN-PREFIX.
111820     PERFORM 8710-GATHER-ONE-DOCK THRU 8710-EXIT
111830         VARYING CONS-DOCK FROM 1 BY 1
111840         UNTIL CONS-DOCK > CONS-DOCK-MAX.
111850     IF CONS-TABLE-FULL
111860         DISPLAY 'CONSOLIDATION ABORTED - NO CORPORATE FILES'
111870             ' OR ACTIVITY REPORT WRITTEN THIS RUN'
111880         GO TO 8700-EXIT
111890     END-IF.
111900     PERFORM 8720-SORT-CONS-TABLE THRU 8720-EXIT.
111910     PERFORM 8760-WRITE-CORP-CHARGES THRU 8760-EXIT.
111920     PERFORM 8770-WRITE-ACTIVITY-REPORT THRU 8770-EXIT.
111930     DISPLAY 'CONSOLIDATION COMPLETE - CORPORATE FILES AND'
111940         ' ACTIVITY REPORT WRITTEN'.
111950 8700-EXIT.
111960     EXIT.
111970
111980 8705-EDIT-DOCK-COUNT.
111990     ACCEPT CONS-DOCKS-EDIT.
112000     IF CONS-DOCKS-EDIT NOT NUMERIC
112010         DISPLAY 'INVALID ENTRY - NUMBERS ONLY - TRY AGAIN'
112020     ELSE
112030         IF CONS-DOCKS-NUMERIC >= 1
112040             MOVE CONS-DOCKS-NUMERIC TO CONS-DOCK-MAX
112050             SET VALID-ENTRY TO TRUE
112060         ELSE
112070             DISPLAY 'INVALID COUNT - 1 TO 9 - TRY AGAIN'
112080         END-IF
112090     END-IF.
112100 8705-EXIT.
112110     EXIT.
112120
112130* 8710 GATHERS ONE DOCK FILE INTO THE SORT TABLE. THE FIRST
112140* SEVEN CHARACTERS OF CONS-IN-NAME SAY WHICH FAMILY (OUTFILE
112150* OR CHGFILE) AND THE DOCK NUMBER IS APPENDED HERE. A DOCK
112160* WITH NO FILE IS REPORTED AND SKIPPED.
112170 8710-GATHER-ONE-DOCK.
112180     MOVE CONS-DOCK TO CONS-IN-DOCK.
112190     OPEN INPUT CONS-IN-FILE.
112200     IF CONS-IN-STATUS NOT = '00'
112210         DISPLAY 'DOCK FILE ' CONS-IN-NAME ' NOT AVAILABLE -'
112220             ' STATUS ' CONS-IN-STATUS ' - SKIPPED'
112230         GO TO 8710-EXIT
112240     END-IF.
112250     MOVE 'N' TO END-OF-FILE-SWITCH.
112260     PERFORM 8715-READ-ONE-DOCK-ROW THRU 8715-EXIT
112270         UNTIL END-OF-FILE.
112280     CLOSE CONS-IN-FILE.
112290 8710-EXIT.
112300     EXIT.
112310
112320 8715-READ-ONE-DOCK-ROW.
112330     READ CONS-IN-FILE
112340         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
112350     END-READ.
112360     IF END-OF-FILE
112370         GO TO 8715-EXIT
112380     END-IF.
112390     MOVE CONS-IN-RECORD TO CONS-IMAGE-WORK.
112400     IF CRS-TICKET = 'TRAILER' OR CONS-IMAGE-WORK = SPACES
112410         GO TO 8715-EXIT
112420     END-IF.
112430     IF CONS-ROW-COUNT >= 5000
112440*    A SHORT-BUT-BALANCED CORPORATE FILE WOULD DEFEAT THE
112450*    DOWNSTREAM TRAILER CHECK, SO AN OVERFLOW ABORTS THE WHOLE
112460*    CONSOLIDATION INSTEAD OF WRITING A PARTIAL DAY.
112470         IF NOT CONS-TABLE-FULL
112480             SET CONS-TABLE-FULL TO TRUE
112490             DISPLAY 'CONSOLIDATION TABLE FULL - THE RUN WILL'
112500                 ' BE ABORTED - NOTHING WRITTEN'
112510         END-IF
112520         MOVE 'Y' TO END-OF-FILE-SWITCH
112530         GO TO 8715-EXIT
112540     END-IF.
112550     ADD 1 TO CONS-ROW-COUNT.
112560     MOVE CONS-ROW-COUNT TO CONS-I.
112570     MOVE CRS-TICKET TO CONS-TICKET(CONS-I).
112580     MOVE CONS-DOCK TO CONS-DOCK-NO(CONS-I).
112590     MOVE CONS-IMAGE-WORK TO CONS-IMAGE(CONS-I).
112600 8715-EXIT.
112610     EXIT.
112620
112630* 8720/8722/8724 - STRAIGHT SELECTION SORT ON TICKET NUMBER
112640* (DOCK NUMBER BREAKS TIES) SO THE CORPORATE FILES COME OUT IN
112650* TICKET ORDER WHATEVER ORDER THE DOCKS RAN IN.
112660 8720-SORT-CONS-TABLE.
112670     IF CONS-ROW-COUNT < 2
112680         GO TO 8720-EXIT
112690     END-IF.
112700     PERFORM 8722-SORT-ONE-PASS THRU 8722-EXIT
112710         VARYING CONS-I FROM 1 BY 1
112720         UNTIL CONS-I >= CONS-ROW-COUNT.
112730 8720-EXIT.
112740     EXIT.
112750
112760 8722-SORT-ONE-PASS.
112770     COMPUTE CONS-J = CONS-I + 1.
112780     PERFORM 8724-COMPARE-AND-SWAP THRU 8724-EXIT
112790         UNTIL CONS-J > CONS-ROW-COUNT.
112800 8722-EXIT.
112810     EXIT.
112820
112830 8724-COMPARE-AND-SWAP.
112840     IF CONS-KEY(CONS-J) < CONS-KEY(CONS-I)
112850         MOVE CONS-KEY(CONS-I) TO CONS-SWAP-KEY
112860         MOVE CONS-IMAGE(CONS-I) TO CONS-SWAP-IMAGE
112870         MOVE CONS-KEY(CONS-J) TO CONS-KEY(CONS-I)
112880         MOVE CONS-IMAGE(CONS-J) TO CONS-IMAGE(CONS-I)
112890         MOVE CONS-SWAP-KEY TO CONS-KEY(CONS-J)
112900         MOVE CONS-SWAP-IMAGE TO CONS-IMAGE(CONS-J)
112910     END-IF.
112920     ADD 1 TO CONS-J.
112930 8724-EXIT.
112940     EXIT.
112950
112960 8730-CHECK-COLLISIONS.
112970     MOVE 0 TO COLLISION-COUNT.
112980     IF CONS-ROW-COUNT < 2
112990         GO TO 8730-EXIT
113000     END-IF.
113010     PERFORM 8735-TEST-ONE-COLLISION THRU 8735-EXIT
113020         VARYING CONS-I FROM 2 BY 1
113030         UNTIL CONS-I > CONS-ROW-COUNT.
113040     IF COLLISION-COUNT > 0
113050         DISPLAY '*** ' COLLISION-COUNT ' TICKET NUMBER'
113060             ' COLLISIONS BETWEEN DOCKS - CHECK THE TICKET'
113070             ' RANGE ASSIGNMENTS ***'
113080     END-IF.
113090 8730-EXIT.
113100     EXIT.
113110
113120 8735-TEST-ONE-COLLISION.
113130     COMPUTE CONS-J = CONS-I - 1.
113140     IF CONS-TICKET(CONS-I) = CONS-TICKET(CONS-J)
113150         AND CONS-DOCK-NO(CONS-I) NOT = CONS-DOCK-NO(CONS-J)
113160         ADD 1 TO COLLISION-COUNT
113170         DISPLAY 'TICKET ' CONS-TICKET(CONS-I) ' APPEARS AT'
113180             ' DOCK ' CONS-DOCK-NO(CONS-J) ' AND DOCK '
113190             CONS-DOCK-NO(CONS-I)
113200     END-IF.
113210 8735-EXIT.
113220     EXIT.
113230
113240 8740-WRITE-CORP-RESULTS.
113250     OPEN OUTPUT CORP-RESULT-FILE.
113260     IF CORPO-STATUS NOT = '00'
113270         DISPLAY 'UNABLE TO OPEN CORPORATE RESULT FILE -'
113280             ' STATUS ' CORPO-STATUS
113290         GO TO 8740-EXIT
113300     END-IF.
113310     MOVE 0 TO CONS-REC-COUNT.
113320     MOVE 0 TO CONS-TOTAL-WEIGHT.
113330     PERFORM 8742-WRITE-ONE-CORP-RESULT THRU 8742-EXIT
113340         VARYING CONS-I FROM 1 BY 1
113350         UNTIL CONS-I > CONS-ROW-COUNT.
113360     MOVE CONS-REC-COUNT TO RTL-COUNT.
113370     MOVE CONS-TOTAL-WEIGHT TO RTL-WEIGHT.
113380     WRITE CORP-RESULT-RECORD FROM RESULT-TRAILER-LINE.
113390     CLOSE CORP-RESULT-FILE.
113400 8740-EXIT.
113410     EXIT.
113420
113430 8742-WRITE-ONE-CORP-RESULT.
113440     MOVE CONS-IMAGE(CONS-I) TO CONS-IMAGE-WORK.
113450     WRITE CORP-RESULT-RECORD FROM CONS-IMAGE-WORK.
113460     ADD 1 TO CONS-REC-COUNT.
113470     INSPECT CRS-CONV-INT REPLACING LEADING SPACE BY ZERO.
113480     MOVE 0 TO CONS-WORK-WEIGHT.
113490     IF CRS-CONV-INT NUMERIC AND CRS-CONV-DEC NUMERIC
113500         COMPUTE CONS-WORK-WEIGHT =
113510             CRS-CONV-INT + CRS-CONV-DEC / 10000
113520         ADD CONS-WORK-WEIGHT TO CONS-TOTAL-WEIGHT
113530     END-IF.
113540     INSPECT CRS-CHARGE-INT REPLACING LEADING SPACE BY ZERO.
113550     MOVE 0 TO CONS-WORK-CHARGE.
113560     IF CRS-CHARGE-INT NUMERIC AND CRS-CHARGE-DEC NUMERIC
113570         COMPUTE CONS-WORK-CHARGE =
113580             CRS-CHARGE-INT + CRS-CHARGE-DEC / 100
113590     END-IF.
113600     PERFORM 8780-POST-DOOR-ACTIVITY THRU 8780-EXIT.
113610 8742-EXIT.
113620     EXIT.
113630
113640 8760-WRITE-CORP-CHARGES.
113650     OPEN OUTPUT CORP-CHARGE-FILE.
113660     IF CORPC-STATUS NOT = '00'
113670         DISPLAY 'UNABLE TO OPEN CORPORATE CHARGE FILE -'
113680             ' STATUS ' CORPC-STATUS
113690         GO TO 8760-EXIT
113700     END-IF.
113710     MOVE 0 TO CONS-REC-COUNT.
113720     MOVE 0 TO CONS-TOTAL-WEIGHT.
113730     MOVE 0 TO CONS-TOTAL-CHARGE.
113740     PERFORM 8762-WRITE-ONE-CORP-CHARGE THRU 8762-EXIT
113750         VARYING CONS-I FROM 1 BY 1
113760         UNTIL CONS-I > CONS-ROW-COUNT.
113770     MOVE CONS-REC-COUNT TO CHT-COUNT.
113780     MOVE CONS-TOTAL-WEIGHT TO CHT-WEIGHT.
113790     MOVE CONS-TOTAL-CHARGE TO CHT-CHARGE.
113800     WRITE CORP-CHARGE-RECORD FROM CHARGE-TRAILER-LINE.
113810     CLOSE CORP-CHARGE-FILE.
113820 8760-EXIT.
113830     EXIT.
113840
113850 8762-WRITE-ONE-CORP-CHARGE.
113860     MOVE CONS-IMAGE(CONS-I) TO CONS-IMAGE-WORK.
113870     WRITE CORP-CHARGE-RECORD FROM CONS-IMAGE-WORK.
113880     ADD 1 TO CONS-REC-COUNT.
113890     INSPECT CCS-WEIGHT-INT REPLACING LEADING SPACE BY ZERO.
113900     IF CCS-WEIGHT-INT NUMERIC AND CCS-WEIGHT-DEC NUMERIC
113910         COMPUTE CONS-WORK-WEIGHT =
113920             CCS-WEIGHT-INT + CCS-WEIGHT-DEC / 10000
113930         ADD CONS-WORK-WEIGHT TO CONS-TOTAL-WEIGHT
113940     END-IF.
113950     INSPECT CCS-CHARGE-INT REPLACING LEADING SPACE BY ZERO.
113960     IF CCS-CHARGE-INT NUMERIC AND CCS-CHARGE-DEC NUMERIC
113970         COMPUTE CONS-WORK-CHARGE =
113980             CCS-CHARGE-INT + CCS-CHARGE-DEC / 100
113990         ADD CONS-WORK-CHARGE TO CONS-TOTAL-CHARGE
114000     END-IF.
114010 8762-EXIT.
114020     EXIT.
114030
114040 8770-WRITE-ACTIVITY-REPORT.
114050     OPEN OUTPUT ACTIVITY-FILE.
114060     IF ACT-STATUS NOT = '00'
114070         DISPLAY 'UNABLE TO OPEN ACTIVITY REPORT FILE -'
114080             ' STATUS ' ACT-STATUS
114090         GO TO 8770-EXIT
114100     END-IF.
114110     MOVE SPACES TO ACTIVITY-LINE.
114120     STRING 'CROSS-DOCK ACTIVITY REPORT - RUN DATE '
114130                                    DELIMITED BY SIZE
114140            RUN-DATE                DELIMITED BY SIZE
114150         INTO ACTIVITY-LINE.
114160     WRITE ACTIVITY-LINE.
114170     MOVE SPACES TO ACTIVITY-LINE.
114180     WRITE ACTIVITY-LINE.
114190     MOVE SPACES TO ACTIVITY-LINE.
114200     STRING 'DOOR'                  DELIMITED BY SIZE
114210            '     TICKETS'          DELIMITED BY SIZE
114220            '     CONVERTED WEIGHT' DELIMITED BY SIZE
114230            '        CHARGES'       DELIMITED BY SIZE
114240         INTO ACTIVITY-LINE.
114250     WRITE ACTIVITY-LINE.
114260     MOVE 0 TO GRAND-TOTAL-COUNT.
114270     MOVE 0 TO GRAND-TOTAL-WEIGHT.
114280     MOVE 0 TO FACILITY-TOTAL-CHARGE.
114290     PERFORM 8775-WRITE-ONE-DOOR-LINE THRU 8775-EXIT
114300         VARYING DOOR-INDEX FROM 1 BY 1
114310         UNTIL DOOR-INDEX > DOOR-COUNT.
114320     MOVE GRAND-TOTAL-COUNT TO REPORT-COUNT-EDIT.
114330     MOVE GRAND-TOTAL-WEIGHT TO REPORT-TOTAL-EDIT.
114340     MOVE FACILITY-TOTAL-CHARGE TO INV-CHARGE-EDIT.
114350     MOVE SPACES TO ACTIVITY-LINE.
114360     WRITE ACTIVITY-LINE.
114370     MOVE SPACES TO ACTIVITY-LINE.
114380     STRING 'FACILITY TOTAL'        DELIMITED BY SIZE
114390            '   '                   DELIMITED BY SIZE
114400            REPORT-COUNT-EDIT       DELIMITED BY SIZE
114410            '   '                   DELIMITED BY SIZE
114420            REPORT-TOTAL-EDIT       DELIMITED BY SIZE
114430            '   '                   DELIMITED BY SIZE
114440            INV-CHARGE-EDIT         DELIMITED BY SIZE
114450         INTO ACTIVITY-LINE.
114460     WRITE ACTIVITY-LINE.
114470     IF COLLISION-COUNT > 0
114480         MOVE SPACES TO ACTIVITY-LINE
114490         STRING 'TICKET NUMBER COLLISIONS BETWEEN DOCKS - '
114500                                    DELIMITED BY SIZE
114510                COLLISION-COUNT     DELIMITED BY SIZE
114520             INTO ACTIVITY-LINE
114530         WRITE ACTIVITY-LINE
114540     END-IF.
114550     CLOSE ACTIVITY-FILE.
114560 8770-EXIT.
114570     EXIT.
114580
114590 8775-WRITE-ONE-DOOR-LINE.
114600     MOVE DOOR-TICKETS(DOOR-INDEX) TO REPORT-COUNT-EDIT.
114610     MOVE DOOR-WEIGHT(DOOR-INDEX) TO REPORT-TOTAL-EDIT.
114620     MOVE DOOR-CHARGES(DOOR-INDEX) TO INV-CHARGE-EDIT.
114630     MOVE SPACES TO ACTIVITY-LINE.
114640     STRING DOOR-ID(DOOR-INDEX)     DELIMITED BY SIZE
114650            '   '                   DELIMITED BY SIZE
114660            REPORT-COUNT-EDIT       DELIMITED BY SIZE
114670            '   '                   DELIMITED BY SIZE
114680            REPORT-TOTAL-EDIT       DELIMITED BY SIZE
114690            '   '                   DELIMITED BY SIZE
114700            INV-CHARGE-EDIT         DELIMITED BY SIZE
114710         INTO ACTIVITY-LINE.
114720     WRITE ACTIVITY-LINE.
114730     ADD DOOR-TICKETS(DOOR-INDEX) TO GRAND-TOTAL-COUNT.
114740     ADD DOOR-WEIGHT(DOOR-INDEX) TO GRAND-TOTAL-WEIGHT.
114750     ADD DOOR-CHARGES(DOOR-INDEX) TO FACILITY-TOTAL-CHARGE.
114760 8775-EXIT.
114770     EXIT.
114780
114790* 8780/8785 - ACCUMULATE ONE CONSOLIDATED RESULT ROW INTO ITS
114800* DOCK DOOR ENTRY. CHARGES COME OFF THE RESULT IMAGE SO THE
114810* DOOR BREAK DOES NOT NEED THE CHARGE FILE, WHICH CARRIES NO
114820* DOOR.
114830 8780-POST-DOOR-ACTIVITY.
114840     MOVE 'N' TO DOOR-FOUND-SWITCH.
114850     PERFORM 8785-TEST-ONE-DOOR THRU 8785-EXIT
114860         VARYING DOOR-INDEX FROM 1 BY 1
114870         UNTIL DOOR-FOUND OR DOOR-INDEX > DOOR-COUNT.
114880     IF DOOR-FOUND
114890         GO TO 8780-EXIT
114900     END-IF.
114910     IF DOOR-COUNT >= 50
114920         DISPLAY 'DOOR TABLE FULL - ACTIVITY FOR DOOR '
114930             CRS-DOCK-DOOR ' NOT REPORTED'
114940         GO TO 8780-EXIT
114950     END-IF.
114960     ADD 1 TO DOOR-COUNT.
114970     SET DOOR-INDEX TO DOOR-COUNT.
114980     MOVE CRS-DOCK-DOOR TO DOOR-ID(DOOR-INDEX).
114990     MOVE 1 TO DOOR-TICKETS(DOOR-INDEX).
115000     MOVE CONS-WORK-WEIGHT TO DOOR-WEIGHT(DOOR-INDEX).
115010     MOVE CONS-WORK-CHARGE TO DOOR-CHARGES(DOOR-INDEX).
115020 8780-EXIT.
115030     EXIT.
115040
115050* THE MATCHED ROW IS POSTED HERE, WHILE THE INDEX STILL POINTS
115060* AT IT.
115070 8785-TEST-ONE-DOOR.
115080     IF DOOR-ID(DOOR-INDEX) = CRS-DOCK-DOOR
115090         SET DOOR-FOUND TO TRUE
115100         ADD 1 TO DOOR-TICKETS(DOOR-INDEX)
115110         ADD CONS-WORK-WEIGHT TO DOOR-WEIGHT(DOOR-INDEX)
115120         ADD CONS-WORK-CHARGE TO DOOR-CHARGES(DOOR-INDEX)
115130     END-IF.
115140 8785-EXIT.
115150     EXIT.
115160
115170* --------------------------------------------------------------*
115180* 8800-CALIBRATION-CHECK - THE OPERATOR PUTS A CERTIFIED TEST
115190* WEIGHT ON A DOCK SCALE AND KEYS WHAT THE SCALE READS. THE DRIFT
115200* (READING LESS TEST WEIGHT) GOES ON THE CALIBRATION HISTORY, AND
115210* A SCALE OUTSIDE ITS TOLERANCE EITHER WAY IS MARKED OUT OF
115220* SERVICE SO THE IMPORT HOLDS ITS CAPTURES. PASSING A CHECK DOES
115230* NOT PUT AN OUT-OF-SERVICE SCALE BACK - THAT TAKES A NEW
115240* CERTIFICATION IN MASTER FILE MAINTENANCE.
115250* --------------------------------------------------------------*
115260 8800-CALIBRATION-CHECK.
115270     DISPLAY ' '.
115280     DISPLAY 'SCALE CALIBRATION CHECK'.
115290     DISPLAY 'ENTER THE SCALE ID: '.
115300     ACCEPT CALIB-SCALE-KEY.
115310     IF CALIB-SCALE-KEY = SPACES
115320         DISPLAY 'SCALE ID REQUIRED - NO CHECK RECORDED'
115330         GO TO 8800-EXIT
115340     END-IF.
115350     OPEN I-O SCALE-MASTER-FILE.
115360     IF SCLM-STATUS NOT = '00'
115370         DISPLAY 'SCALE MASTER NOT AVAILABLE - STATUS '
115380             SCLM-STATUS ' - NO CHECK RECORDED'
115390         GO TO 8800-EXIT
115400     END-IF.
115410     MOVE CALIB-SCALE-KEY TO SCM-SCALE-ID.
115420     READ SCALE-MASTER-FILE.
115430     IF SCLM-STATUS NOT = '00'
115440         DISPLAY 'SCALE ' CALIB-SCALE-KEY ' NOT ON THE SCALE'
115450             ' MASTER - CERTIFY IT IN MAINTENANCE FIRST'
115460         GO TO 8800-CLOSE
115470     END-IF.
115480     DISPLAY 'ENTER THE TEST WEIGHT IN KG (DIGITS ONLY, 2'
115490         ' IMPLIED DECIMALS): '.
115500     MOVE 0 TO CALIB-TEST-WEIGHT.
115510     PERFORM 8805-GET-TEST-WEIGHT THRU 8805-EXIT
115520         UNTIL CALIB-TEST-WEIGHT > 0.
115530     DISPLAY 'ENTER THE SCALE READING IN KG (DIGITS ONLY, 2'
115540         ' IMPLIED DECIMALS): '.
115550     MOVE 'N' TO VALID-ENTRY-SWITCH.
115560     PERFORM 3310-EDIT-WEIGHT THRU 3310-EXIT
115570         UNTIL VALID-ENTRY.
115580     MOVE WEIGHT-NUMERIC TO CALIB-READING.
115590     COMPUTE CALIB-DRIFT = CALIB-READING - CALIB-TEST-WEIGHT.
115600     IF CALIB-DRIFT < 0
115610         COMPUTE CALIB-ABS-DRIFT = 0 - CALIB-DRIFT
115620     ELSE
115630         MOVE CALIB-DRIFT TO CALIB-ABS-DRIFT
115640     END-IF.
115650     MOVE 'K' TO CALIB-EVENT-TYPE.
115660     MOVE RUN-DATE TO SCM-LAST-CHECK-DATE.
115670     IF CALIB-ABS-DRIFT > SCM-TOLERANCE
115680         MOVE 'FAIL' TO CALIB-RESULT
115690         MOVE 'O' TO SCM-STATUS
115700     ELSE
115710         MOVE 'PASS' TO CALIB-RESULT
115720     END-IF.
115730     REWRITE SCALE-MASTER-RECORD.
115740     IF SCLM-STATUS NOT = '00'
115750         DISPLAY 'SCALE MASTER UPDATE FAILED - STATUS '
115760             SCLM-STATUS ' - NO CHECK RECORDED'
115770         GO TO 8800-CLOSE
115780     END-IF.
115790     PERFORM 8890-WRITE-CAL-HISTORY THRU 8890-EXIT.
115800     MOVE 'SCALE CHK' TO MAINT-TYPE-LABEL.
115810     MOVE CALIB-SCALE-KEY TO MAINT-KEY.
115820     SET MAINT-CHANGE TO TRUE.
115830     PERFORM 2700-LOG-MAINT-CHANGE THRU 2700-EXIT.
115840     MOVE CALIB-DRIFT TO CALIB-DRIFT-EDIT.
115850     MOVE SCM-TOLERANCE TO CALIB-TOL-EDIT.
115860     DISPLAY 'DRIFT ' CALIB-DRIFT-EDIT ' KG AGAINST A TOLERANCE'
115870         ' OF ' CALIB-TOL-EDIT ' KG - ' CALIB-RESULT.
115880     IF CALIB-RESULT = 'FAIL'
115890         DISPLAY 'SCALE ' CALIB-SCALE-KEY ' MARKED OUT OF SERVICE'
115900             ' - CAPTURES HELD UNTIL IT IS RECERTIFIED'
115910     END-IF.
115920     IF CALIB-RESULT = 'PASS' AND SCM-STATUS = 'O'
115930         DISPLAY 'SCALE ' CALIB-SCALE-KEY ' REMAINS OUT OF'
115940             ' SERVICE UNTIL IT IS RECERTIFIED'
115950     END-IF.
115960 8800-CLOSE.
115970     CLOSE SCALE-MASTER-FILE.
115980 8800-EXIT.
115990     EXIT.
116000
116010 8805-GET-TEST-WEIGHT.
116020     MOVE 'N' TO VALID-ENTRY-SWITCH.
116030     PERFORM 3310-EDIT-WEIGHT THRU 3310-EXIT
116040         UNTIL VALID-ENTRY.
116050     MOVE WEIGHT-NUMERIC TO CALIB-TEST-WEIGHT.
116060     IF CALIB-TEST-WEIGHT = 0
116070         DISPLAY 'TEST WEIGHT MUST BE GREATER THAN ZERO - TRY'
116080             ' AGAIN'
116090     END-IF.
116100 8805-EXIT.
116110     EXIT.
116120
116130* --------------------------------------------------------------*
116140* 8850-CALIBRATION-REPORT - THE CALIBRATION HISTORY FOR ONE SCALE
116150* OR EVERY SCALE, IN THE ORDER IT WAS RECORDED, FOR THE STATE
116160* INSPECTOR. A SINGLE-SCALE REPORT IS HEADED BY THE SCALE'S
116170* CURRENT CERTIFICATION. WRITTEN TO CALRPT.
116180* --------------------------------------------------------------*
116190 8850-CALIBRATION-REPORT.
116200     DISPLAY ' '.
116210     DISPLAY 'SCALE CALIBRATION HISTORY REPORT'.
116220     DISPLAY 'ENTER THE SCALE ID (BLANK FOR ALL SCALES): '.
116230     ACCEPT CALIB-SCALE-KEY.
116240     OPEN INPUT CALIBRATION-FILE.
116250     IF CALH-STATUS NOT = '00'
116260         DISPLAY 'NO CALIBRATION HISTORY ON FILE - STATUS '
116270             CALH-STATUS
116280         GO TO 8850-EXIT
116290     END-IF.
116300     OPEN OUTPUT CALIBRATION-REPORT-FILE.
116310     IF CALR-STATUS NOT = '00'
116320         DISPLAY 'UNABLE TO OPEN CALIBRATION REPORT - STATUS '
116330             CALR-STATUS
116340         CLOSE CALIBRATION-FILE
116350         GO TO 8850-EXIT
116360     END-IF.
116370     MOVE SPACES TO CALIBRATION-REPORT-LINE.
116380     STRING 'SCALE CALIBRATION HISTORY - RUN DATE '
116390                                     DELIMITED BY SIZE
116400            RUN-DATE                 DELIMITED BY SIZE
116410         INTO CALIBRATION-REPORT-LINE.
116420     WRITE CALIBRATION-REPORT-LINE.
116430     IF CALIB-SCALE-KEY NOT = SPACES
116440         PERFORM 8855-WRITE-SCALE-HEADING THRU 8855-EXIT
116450     END-IF.
116460     MOVE SPACES TO CALIBRATION-REPORT-LINE.
116470     WRITE CALIBRATION-REPORT-LINE.
116480     MOVE 'SCL DATE     EVENT OPERATOR  TEST WGT   '
116490         TO CALIBRATION-REPORT-LINE.
116500     MOVE 'READING      DRIFT      TOL RSLT'
116510         TO CALIBRATION-REPORT-LINE(41:32).
116520     WRITE CALIBRATION-REPORT-LINE.
116530     MOVE 0 TO CALIB-ROW-COUNT.
116540     MOVE 'N' TO END-OF-FILE-SWITCH.
116550     PERFORM 8860-REPORT-ONE-CAL-ROW THRU 8860-EXIT
116560         UNTIL END-OF-FILE.
116570     MOVE CALIB-ROW-COUNT TO INV-TICKETS-EDIT.
116580     MOVE SPACES TO CALIBRATION-REPORT-LINE.
116590     WRITE CALIBRATION-REPORT-LINE.
116600     MOVE SPACES TO CALIBRATION-REPORT-LINE.
116610     STRING 'ENTRIES LISTED: '       DELIMITED BY SIZE
116620            INV-TICKETS-EDIT         DELIMITED BY SIZE
116630         INTO CALIBRATION-REPORT-LINE.
116640     WRITE CALIBRATION-REPORT-LINE.
116650     CLOSE CALIBRATION-FILE.
116660     CLOSE CALIBRATION-REPORT-FILE.
116670     DISPLAY 'CALIBRATION HISTORY WRITTEN TO CALRPT - '
116680         CALIB-ROW-COUNT ' ENTRIES'.
116690 8850-EXIT.
116700     EXIT.
116710
116720 8855-WRITE-SCALE-HEADING.
116730     MOVE SPACES TO CALIBRATION-REPORT-LINE.
116740     OPEN INPUT SCALE-MASTER-FILE.
116750     IF SCLM-STATUS NOT = '00'
116760         STRING 'SCALE '              DELIMITED BY SIZE
116770                CALIB-SCALE-KEY       DELIMITED BY SIZE
116780                ' - SCALE MASTER NOT AVAILABLE'
116790                                      DELIMITED BY SIZE
116800             INTO CALIBRATION-REPORT-LINE
116810         WRITE CALIBRATION-REPORT-LINE
116820         GO TO 8855-EXIT
116830     END-IF.
116840     MOVE CALIB-SCALE-KEY TO SCM-SCALE-ID.
116850     READ SCALE-MASTER-FILE.
116860     IF SCLM-STATUS NOT = '00'
116870         STRING 'SCALE '              DELIMITED BY SIZE
116880                CALIB-SCALE-KEY       DELIMITED BY SIZE
116890                ' - NOT ON THE SCALE MASTER'
116900                                      DELIMITED BY SIZE
116910             INTO CALIBRATION-REPORT-LINE
116920         WRITE CALIBRATION-REPORT-LINE
116930         CLOSE SCALE-MASTER-FILE
116940         GO TO 8855-EXIT
116950     END-IF.
116960     MOVE SCM-TOLERANCE TO CALIB-TOL-EDIT.
116970     STRING 'SCALE '                  DELIMITED BY SIZE
116980            SCM-SCALE-ID              DELIMITED BY SIZE
116990            '  CERTIFIED '            DELIMITED BY SIZE
117000            SCM-CERT-DATE             DELIMITED BY SIZE
117010            '  NEXT DUE '             DELIMITED BY SIZE
117020            SCM-NEXT-DUE-DATE         DELIMITED BY SIZE
117030            '  TOLERANCE '            DELIMITED BY SIZE
117040            CALIB-TOL-EDIT            DELIMITED BY SIZE
117050            ' KG'                     DELIMITED BY SIZE
117060         INTO CALIBRATION-REPORT-LINE.
117070     WRITE CALIBRATION-REPORT-LINE.
117080     MOVE SPACES TO CALIBRATION-REPORT-LINE.
117090     IF SCM-STATUS = 'O'
117100         MOVE 'STATUS: OUT OF SERVICE' TO CALIBRATION-REPORT-LINE
117110     ELSE
117120         MOVE 'STATUS: IN SERVICE' TO CALIBRATION-REPORT-LINE
117130     END-IF.
117140     MOVE '  LAST CHECK ' TO CALIBRATION-REPORT-LINE(25:13).
117150     MOVE SCM-LAST-CHECK-DATE TO CALIBRATION-REPORT-LINE(38:8).
117160     WRITE CALIBRATION-REPORT-LINE.
117170     CLOSE SCALE-MASTER-FILE.
117180 8855-EXIT.
117190     EXIT.
117200
117210 8860-REPORT-ONE-CAL-ROW.
117220     READ CALIBRATION-FILE
117230         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
117240     END-READ.
117250     IF END-OF-FILE
117260         GO TO 8860-EXIT
117270     END-IF.
117280     IF CALIB-SCALE-KEY NOT = SPACES
117290         AND CAL-SCALE-ID NOT = CALIB-SCALE-KEY
117300         GO TO 8860-EXIT
117310     END-IF.
117320     ADD 1 TO CALIB-ROW-COUNT.
117330     EVALUATE CAL-EVENT-TYPE
117340         WHEN 'K'
117350             MOVE 'CHECK' TO CALIB-EVENT-TEXT
117360         WHEN 'C'
117370             MOVE 'CERT' TO CALIB-EVENT-TEXT
117380         WHEN OTHER
117390             MOVE 'OUT' TO CALIB-EVENT-TEXT
117400     END-EVALUATE.
117410     MOVE SPACES TO CALIB-EDIT-FIELDS.
117420     IF CAL-EVENT-TYPE = 'K'
117430         MOVE CAL-TEST-WEIGHT TO CALIB-TEST-EDIT
117440         MOVE CAL-READING TO CALIB-READING-EDIT
117450         IF CAL-DRIFT-SIGN = '-'
117460             COMPUTE CALIB-DRIFT = 0 - CAL-DRIFT
117470         ELSE
117480             MOVE CAL-DRIFT TO CALIB-DRIFT
117490         END-IF
117500         MOVE CALIB-DRIFT TO CALIB-DRIFT-EDIT
117510     END-IF.
117520     MOVE CAL-TOLERANCE TO CALIB-TOL-EDIT.
117530     MOVE SPACES TO CALIBRATION-REPORT-LINE.
117540     STRING CAL-SCALE-ID              DELIMITED BY SIZE
117550            ' '                       DELIMITED BY SIZE
117560            CAL-EVENT-DATE            DELIMITED BY SIZE
117570            ' '                       DELIMITED BY SIZE
117580            CALIB-EVENT-TEXT          DELIMITED BY SIZE
117590            ' '                       DELIMITED BY SIZE
117600            CAL-OPERATOR-ID           DELIMITED BY SIZE
117610            ' '                       DELIMITED BY SIZE
117620            CALIB-TEST-EDIT           DELIMITED BY SIZE
117630            ' '                       DELIMITED BY SIZE
117640            CALIB-READING-EDIT        DELIMITED BY SIZE
117650            ' '                       DELIMITED BY SIZE
117660            CALIB-DRIFT-EDIT          DELIMITED BY SIZE
117670            ' '                       DELIMITED BY SIZE
117680            CALIB-TOL-EDIT            DELIMITED BY SIZE
117690            ' '                       DELIMITED BY SIZE
117700            CAL-RESULT                DELIMITED BY SIZE
117710         INTO CALIBRATION-REPORT-LINE.
117720     WRITE CALIBRATION-REPORT-LINE.
117730 8860-EXIT.
117740     EXIT.
117750
117760* 8890 - APPENDS ONE EVENT TO THE CALIBRATION HISTORY FROM THE
117770* SCALE MASTER RECORD AND THE CALIB- WORK FIELDS.
117780 8890-WRITE-CAL-HISTORY.
117790     OPEN EXTEND CALIBRATION-FILE.
117800     IF CALH-STATUS = '35'
117810         OPEN OUTPUT CALIBRATION-FILE
117820     END-IF.
117830     IF CALH-STATUS NOT = '00'
117840         DISPLAY 'UNABLE TO OPEN CALIBRATION HISTORY - STATUS '
117850             CALH-STATUS ' - EVENT NOT RECORDED'
117860         GO TO 8890-EXIT
117870     END-IF.
117880     PERFORM 6100-BUILD-TIMESTAMP THRU 6100-EXIT.
117890     MOVE SPACES TO CALIBRATION-RECORD.
117900     MOVE SCM-SCALE-ID TO CAL-SCALE-ID.
117910     MOVE RUN-DATE TO CAL-EVENT-DATE.
117920     MOVE TIMESTAMP-FIELD(9:6) TO CAL-EVENT-TIME.
117930     MOVE CALIB-EVENT-TYPE TO CAL-EVENT-TYPE.
117940     MOVE OPERATOR-ID TO CAL-OPERATOR-ID.
117950     MOVE CALIB-TEST-WEIGHT TO CAL-TEST-WEIGHT.
117960     MOVE CALIB-READING TO CAL-READING.
117970     IF CALIB-DRIFT < 0
117980         MOVE '-' TO CAL-DRIFT-SIGN
117990     ELSE
118000         MOVE '+' TO CAL-DRIFT-SIGN
118010     END-IF.
118020     MOVE CALIB-DRIFT TO CAL-DRIFT.
118030     MOVE SCM-TOLERANCE TO CAL-TOLERANCE.
118040     MOVE CALIB-RESULT TO CAL-RESULT.
118050     MOVE SCM-NEXT-DUE-DATE TO CAL-NEXT-DUE-DATE.
118060     WRITE CALIBRATION-RECORD.
118070     CLOSE CALIBRATION-FILE.
118080 8890-EXIT.
118090     EXIT.
118100
118110* --------------------------------------------------------------*
118120* 8900-BOL-VARIANCE - DECLARED VERSUS WEIGHED BY BILL OF LADING.
118130* THE DECLARED SHIPMENTS (SHIPFILE) ARE LOADED, EVERY CONVERTED
118140* TICKET ON THE BATCH RESULT FILE (OUTFILE) THAT CARRIES A BOL IS
118150* ROLLED UP AGAINST ITS SHIPMENT - ITS NET WEIGHT TAKEN THROUGH
118160* THE FACTOR SET IN FORCE INTO THE SHIPMENT'S DECLARED UNIT - AND
118170* BOLVRPT LISTS TICKETS ON A BOL NOBODY DECLARED, SHIPMENTS
118180* WEIGHED OUTSIDE BOLV-TOLERANCE-PCT OF THEIR DECLARED WEIGHT, AND
118190* SHIPMENTS STILL SHORT OF THEIR DECLARED TICKET COUNT. A SHIPMENT
118200* WITH TICKETS MISSING IS NOT JUDGED ON WEIGHT UNTIL THEY ARRIVE.
118210* SHIPMENTS WEIGHED HEAVIER THAN DECLARED BEYOND THE TOLERANCE GO
118220* TO BILLING ON THE REWEIGH EXTRACT (RWGHFILE).
118230* --------------------------------------------------------------*
118240 8900-BOL-VARIANCE.
118250     DISPLAY ' '.
118260     DISPLAY 'BILL OF LADING WEIGHT VARIANCE'.
118270     OPEN INPUT SHIPMENT-FILE.
118280     IF SHIP-STATUS NOT = '00'
118290         DISPLAY 'NO SHIPMENT FILE TO CHECK - STATUS ' SHIP-STATUS
118300         GO TO 8900-EXIT
118310     END-IF.
118320     MOVE 0 TO BOLV-SHIP-COUNT.
118330     MOVE 0 TO BOLV-BAD-COUNT.
118340     MOVE 0 TO BOLV-MATCH-COUNT.
118350     MOVE 0 TO BOLV-UNKNOWN-COUNT.
118360     MOVE 0 TO BOLV-VARIANCE-COUNT.
118370     MOVE 0 TO BOLV-REWEIGH-COUNT.
118380     MOVE 0 TO BOLV-MISSING-COUNT.
118390     MOVE 0 TO BOLV-COUNT.
118400     MOVE 'N' TO BOLV-FULL-SWITCH.
118410     MOVE 'N' TO END-OF-FILE-SWITCH.
118420     PERFORM 8905-LOAD-ONE-SHIPMENT THRU 8905-EXIT
118430         UNTIL END-OF-FILE.
118440     CLOSE SHIPMENT-FILE.
118450     OPEN OUTPUT BOL-VARIANCE-FILE.
118460     IF BOLV-STATUS NOT = '00'
118470         DISPLAY 'UNABLE TO OPEN BOL VARIANCE REPORT - STATUS '
118480             BOLV-STATUS
118490         GO TO 8900-EXIT
118500     END-IF.
118510     OPEN OUTPUT REWEIGH-FILE.
118520     IF RWGH-STATUS NOT = '00'
118530         DISPLAY 'UNABLE TO OPEN REWEIGH EXTRACT - STATUS '
118540             RWGH-STATUS
118550         CLOSE BOL-VARIANCE-FILE
118560         GO TO 8900-EXIT
118570     END-IF.
118580     MOVE BOLV-TOLERANCE-PCT TO BOLV-PCT-EDIT.
118590     MOVE SPACES TO BOL-VARIANCE-LINE.
118600     STRING 'BILL OF LADING WEIGHT VARIANCE - RUN '
118610                                     DELIMITED BY SIZE
118620            RUN-DATE                 DELIMITED BY SIZE
118630            '  TOLERANCE '           DELIMITED BY SIZE
118640            BOLV-PCT-EDIT            DELIMITED BY SIZE
118650            ' PCT'                   DELIMITED BY SIZE
118660         INTO BOL-VARIANCE-LINE.
118670     WRITE BOL-VARIANCE-LINE.
118680     PERFORM 8920-WEIGH-TICKETS THRU 8920-EXIT.
118690     PERFORM 8940-VARIANCES THRU 8940-EXIT.
118700     PERFORM 8950-MISSING-TICKETS THRU 8950-EXIT.
118710     PERFORM 8980-WRITE-BOL-TOTALS THRU 8980-EXIT.
118720     CLOSE BOL-VARIANCE-FILE.
118730     CLOSE REWEIGH-FILE.
118740     DISPLAY 'BOL VARIANCE WRITTEN TO BOLVRPT - ' BOLV-SHIP-COUNT
118750         ' SHIPMENTS, ' BOLV-VARIANCE-COUNT ' OUTSIDE TOLERANCE, '
118760         BOLV-MISSING-COUNT ' SHORT OF TICKETS'.
118770     DISPLAY BOLV-REWEIGH-COUNT ' SHIPMENTS SENT TO BILLING ON'
118780         ' RWGHFILE FOR A REWEIGH CHARGE'.
118790     IF BOLV-BAD-COUNT > 0
118800         DISPLAY BOLV-BAD-COUNT ' SHIPMENT RECORDS UNREADABLE -'
118810             ' NOT CHECKED'
118820     END-IF.
118830 8900-EXIT.
118840     EXIT.
118850
118860* 8905 - ONE DECLARED SHIPMENT INTO THE TABLE. A BOL DECLARED
118870* TWICE KEEPS ITS FIRST DECLARATION.
118880 8905-LOAD-ONE-SHIPMENT.
118890     READ SHIPMENT-FILE
118900         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
118910     END-READ.
118920     IF END-OF-FILE
118930         GO TO 8905-EXIT
118940     END-IF.
118950     IF SHP-BOL-NUMBER = SPACES
118960         OR SHP-DECLARED-WEIGHT NOT NUMERIC
118970         OR SHP-DECLARED-UNIT NOT NUMERIC
118980         OR SHP-TICKET-COUNT NOT NUMERIC
118990         ADD 1 TO BOLV-BAD-COUNT
119000         DISPLAY 'UNREADABLE SHIPMENT RECORD - BOL '
119010             SHP-BOL-NUMBER
119020         GO TO 8905-EXIT
119030     END-IF.
119040     IF SHP-DECLARED-WEIGHT = 0
119050         OR SHP-DECLARED-UNIT < 1 OR SHP-DECLARED-UNIT > 5
119060         ADD 1 TO BOLV-BAD-COUNT
119070         DISPLAY 'UNREADABLE SHIPMENT RECORD - BOL '
119080             SHP-BOL-NUMBER
119090         GO TO 8905-EXIT
119100     END-IF.
119110     MOVE SHP-BOL-NUMBER TO BOLV-KEY.
119120     PERFORM 8915-FIND-BOL THRU 8915-EXIT.
119130     IF BOLV-BOL-FOUND
119140         DISPLAY 'BOL ' SHP-BOL-NUMBER ' DECLARED TWICE - FIRST'
119150             ' DECLARATION USED'
119160         GO TO 8905-EXIT
119170     END-IF.
119180     IF BOLV-COUNT >= 5000
119190         IF NOT BOLV-TABLE-FULL
119200             SET BOLV-TABLE-FULL TO TRUE
119210             DISPLAY 'BOL TABLE FULL - SHIPMENTS PAST 5000 NOT'
119220                 ' CHECKED'
119230         END-IF
119240         GO TO 8905-EXIT
119250     END-IF.
119260     ADD 1 TO BOLV-COUNT.
119270     ADD 1 TO BOLV-SHIP-COUNT.
119280     MOVE BOLV-COUNT TO BOLV-SUB.
119290     MOVE SHP-BOL-NUMBER TO BOLV-BOL(BOLV-SUB).
119300     MOVE SHP-CARRIER-CODE TO BOLV-CARRIER(BOLV-SUB).
119310     IF SHP-SHIP-DATE NUMERIC
119320         MOVE SHP-SHIP-DATE TO BOLV-SHIP-DATE(BOLV-SUB)
119330     ELSE
119340         MOVE 0 TO BOLV-SHIP-DATE(BOLV-SUB)
119350     END-IF.
119360     MOVE SHP-DECLARED-WEIGHT TO BOLV-DECLARED(BOLV-SUB).
119370     MOVE SHP-DECLARED-UNIT TO BOLV-UNIT(BOLV-SUB).
119380     MOVE SHP-TICKET-COUNT TO BOLV-EXPECTED(BOLV-SUB).
119390     MOVE 0 TO BOLV-TICKETS(BOLV-SUB).
119400     MOVE 0 TO BOLV-WEIGHED(BOLV-SUB).
119410 8905-EXIT.
119420     EXIT.
119430
119440* 8915/8917 - FIND BOLV-KEY IN THE TABLE. BOLV-SUB POINTS AT THE
119450* ENTRY WHEN BOLV-BOL-FOUND COMES BACK SET.
119460 8915-FIND-BOL.
119470     MOVE 'N' TO BOLV-FOUND-SWITCH.
119480     MOVE 0 TO BOLV-SUB.
119490     PERFORM 8917-TEST-ONE-BOL THRU 8917-EXIT
119500         VARYING BOLV-SCAN-SUB FROM 1 BY 1
119510         UNTIL BOLV-BOL-FOUND
119520         OR BOLV-SCAN-SUB > BOLV-COUNT.
119530 8915-EXIT.
119540     EXIT.
119550
119560 8917-TEST-ONE-BOL.
119570     IF BOLV-BOL(BOLV-SCAN-SUB) = BOLV-KEY
119580         SET BOLV-BOL-FOUND TO TRUE
119590         MOVE BOLV-SCAN-SUB TO BOLV-SUB
119600     END-IF.
119610 8917-EXIT.
119620     EXIT.
119630
119640* --------------------------------------------------------------*
119650* SECTION 1 - THE RESULT FILE PASS. TICKETS ARE ROLLED UP AGAINST
119660* THEIR SHIPMENT; A TICKET WHOSE BOL WAS NEVER DECLARED IS LISTED.
119670* --------------------------------------------------------------*
119680 8920-WEIGH-TICKETS.
119690     MOVE 'TICKETS ON A BOL NOT ON THE SHIPMENT FILE'
119700         TO BOLV-SECTION-TITLE.
119710     PERFORM 8930-WRITE-SECTION-HEADING THRU 8930-EXIT.
119720     MOVE SPACES TO BOL-VARIANCE-LINE.
119730     MOVE 'TICKET     CARR BOL         NET WEIGHT UNIT'
119740         TO BOL-VARIANCE-LINE.
119750     WRITE BOL-VARIANCE-LINE.
119760     OPEN INPUT RESULT-FILE.
119770     IF RESULT-STATUS NOT = '00'
119780         DISPLAY 'NO BATCH RESULT FILE - STATUS ' RESULT-STATUS
119790             ' - NO TICKETS WEIGHED AGAINST THE SHIPMENTS'
119800         PERFORM 8935-WRITE-SECTION-TOTAL THRU 8935-EXIT
119810         GO TO 8920-EXIT
119820     END-IF.
119830     MOVE 'N' TO END-OF-FILE-SWITCH.
119840     PERFORM 8925-WEIGH-ONE-TICKET THRU 8925-EXIT
119850         UNTIL END-OF-FILE.
119860     CLOSE RESULT-FILE.
119870     MOVE BOLV-SECTION-COUNT TO BOLV-UNKNOWN-COUNT.
119880     PERFORM 8935-WRITE-SECTION-TOTAL THRU 8935-EXIT.
119890 8920-EXIT.
119900     EXIT.
119910
119920 8925-WEIGH-ONE-TICKET.
119930     READ RESULT-FILE
119940         AT END MOVE 'Y' TO END-OF-FILE-SWITCH
119950     END-READ.
119960     IF END-OF-FILE
119970         GO TO 8925-EXIT
119980     END-IF.
119990     IF RESULT-TICKET-NUMBER = 'TRAILER'
120000         OR RESULT-BOL-NUMBER = SPACES
120010         GO TO 8925-EXIT
120020     END-IF.
120030     MOVE RESULT-WEIGHT TO BOLV-TICKET-WEIGHT.
120040     MOVE RESULT-BOL-NUMBER TO BOLV-KEY.
120050     PERFORM 8915-FIND-BOL THRU 8915-EXIT.
120060     IF NOT BOLV-BOL-FOUND
120070         MOVE RESULT-FROM-UNIT TO FROM-UNIT
120080         PERFORM 8960-GET-BOL-UNIT-LABEL THRU 8960-EXIT
120090         MOVE BOLV-TICKET-WEIGHT TO BOLV-WEIGHED-EDIT
120100         MOVE SPACES TO BOL-VARIANCE-LINE
120110         STRING RESULT-TICKET-NUMBER      DELIMITED BY SIZE
120120                ' '                       DELIMITED BY SIZE
120130                RESULT-CARRIER-CODE       DELIMITED BY SIZE
120140                ' '                       DELIMITED BY SIZE
120150                RESULT-BOL-NUMBER         DELIMITED BY SIZE
120160                ' '                       DELIMITED BY SIZE
120170                BOLV-WEIGHED-EDIT         DELIMITED BY SIZE
120180                ' '                       DELIMITED BY SIZE
120190                BOLV-UNIT-LABEL           DELIMITED BY SIZE
120200             INTO BOL-VARIANCE-LINE
120210         WRITE BOL-VARIANCE-LINE
120220         ADD 1 TO BOLV-SECTION-COUNT
120230         GO TO 8925-EXIT
120240     END-IF.
120250     MOVE RESULT-FROM-UNIT TO FROM-UNIT.
120260     MOVE BOLV-UNIT(BOLV-SUB) TO TO-UNIT.
120270     PERFORM 5520-GET-TO-KG-FACTOR THRU 5520-EXIT.
120280     PERFORM 5530-GET-FROM-KG-FACTOR THRU 5530-EXIT.
120290     COMPUTE BOLV-CONVERTED ROUNDED =
120300         BOLV-TICKET-WEIGHT * TO-KG-FACTOR * FROM-KG-FACTOR
120310         ON SIZE ERROR
120320             DISPLAY 'TICKET ' RESULT-TICKET-NUMBER ' ON BOL '
120330                 RESULT-BOL-NUMBER ' TOO LARGE TO ROLL UP'
120340             GO TO 8925-EXIT
120350     END-COMPUTE.
120360     ADD BOLV-CONVERTED TO BOLV-WEIGHED(BOLV-SUB).
120370     IF BOLV-TICKETS(BOLV-SUB) < 99999
120380         ADD 1 TO BOLV-TICKETS(BOLV-SUB)
120390     END-IF.
120400     ADD 1 TO BOLV-MATCH-COUNT.
120410 8925-EXIT.
120420     EXIT.
120430
120440* 8930 - SECTION HEADING FROM BOLV-SECTION-TITLE WITH THE SECTION
120450* COUNT RESET. THE CALLER WRITES ITS OWN COLUMN CAPTIONS.
120460 8930-WRITE-SECTION-HEADING.
120470     MOVE 0 TO BOLV-SECTION-COUNT.
120480     MOVE SPACES TO BOL-VARIANCE-LINE.
120490     WRITE BOL-VARIANCE-LINE.
120500     MOVE BOLV-SECTION-TITLE TO BOL-VARIANCE-LINE.
120510     WRITE BOL-VARIANCE-LINE.
120520 8930-EXIT.
120530     EXIT.
120540
120550 8935-WRITE-SECTION-TOTAL.
120560     MOVE BOLV-SECTION-COUNT TO REPORT-COUNT-EDIT.
120570     MOVE SPACES TO BOL-VARIANCE-LINE.
120580     STRING '  ENTRIES IN SECTION '          DELIMITED BY SIZE
120590            REPORT-COUNT-EDIT                DELIMITED BY SIZE
120600         INTO BOL-VARIANCE-LINE.
120610     WRITE BOL-VARIANCE-LINE.
120620 8935-EXIT.
120630     EXIT.
120640
120650* --------------------------------------------------------------*
120660* SECTION 2 - SHIPMENTS WITH ALL THEIR TICKETS WEIGHED WHOSE TOTAL
120670* IS OFF THE DECLARED WEIGHT BY MORE THAN THE TOLERANCE. THE
120680* VARIANCE IS WEIGHED LESS DECLARED AS A PERCENTAGE OF DECLARED,
120690* SO A POSITIVE FIGURE MEANS THE SHIPPER UNDER-DECLARED.
120700* --------------------------------------------------------------*
120710 8940-VARIANCES.
120720     MOVE 'SHIPMENTS WEIGHED OUTSIDE TOLERANCE OF THE DECLARED'
120730         TO BOLV-SECTION-TITLE.
120740     MOVE ' WEIGHT' TO BOLV-SECTION-TITLE(52:7).
120750     PERFORM 8930-WRITE-SECTION-HEADING THRU 8930-EXIT.
120760     MOVE 'BOL        CARR UNIT      DECLARED     W'
120770         TO BOL-VARIANCE-LINE.
120780     MOVE 'EIGHED VARIANCE%  FINDING'
120790         TO BOL-VARIANCE-LINE(41:25).
120800     WRITE BOL-VARIANCE-LINE.
120810     PERFORM 8945-CHECK-ONE-VARIANCE THRU 8945-EXIT
120820         VARYING BOLV-SUB FROM 1 BY 1
120830         UNTIL BOLV-SUB > BOLV-COUNT.
120840     MOVE BOLV-SECTION-COUNT TO BOLV-VARIANCE-COUNT.
120850     PERFORM 8935-WRITE-SECTION-TOTAL THRU 8935-EXIT.
120860 8940-EXIT.
120870     EXIT.
120880
120890 8945-CHECK-ONE-VARIANCE.
120900     IF BOLV-TICKETS(BOLV-SUB) = 0
120910         OR BOLV-TICKETS(BOLV-SUB) < BOLV-EXPECTED(BOLV-SUB)
120920         GO TO 8945-EXIT
120930     END-IF.
120940     COMPUTE BOLV-VARIANCE =
120950         BOLV-WEIGHED(BOLV-SUB) - BOLV-DECLARED(BOLV-SUB).
120960     COMPUTE BOLV-SIGNED-PCT ROUNDED =
120970         BOLV-VARIANCE * 100 / BOLV-DECLARED(BOLV-SUB)
120980         ON SIZE ERROR
120990             IF BOLV-VARIANCE < 0
121000                 MOVE -99999.99 TO BOLV-SIGNED-PCT
121010             ELSE
121020                 MOVE 99999.99 TO BOLV-SIGNED-PCT
121030             END-IF
121040     END-COMPUTE.
121050     IF BOLV-SIGNED-PCT < 0
121060         COMPUTE BOLV-ABS-PCT = 0 - BOLV-SIGNED-PCT
121070     ELSE
121080         MOVE BOLV-SIGNED-PCT TO BOLV-ABS-PCT
121090     END-IF.
121100     IF BOLV-ABS-PCT NOT > BOLV-TOLERANCE-PCT
121110         GO TO 8945-EXIT
121120     END-IF.
121130     IF BOLV-VARIANCE > 0
121140         MOVE 'UNDER-DECLARED' TO BOLV-FINDING
121150         PERFORM 8948-WRITE-REWEIGH THRU 8948-EXIT
121160     ELSE
121170         MOVE 'OVER-DECLARED' TO BOLV-FINDING
121180     END-IF.
121190     MOVE BOLV-UNIT(BOLV-SUB) TO FROM-UNIT.
121200     PERFORM 8960-GET-BOL-UNIT-LABEL THRU 8960-EXIT.
121210     MOVE BOLV-DECLARED(BOLV-SUB) TO BOLV-DECLARED-EDIT.
121220     MOVE BOLV-WEIGHED(BOLV-SUB) TO BOLV-WEIGHED-EDIT.
121230     MOVE BOLV-SIGNED-PCT TO BOLV-PCT-EDIT.
121240     MOVE SPACES TO BOL-VARIANCE-LINE.
121250     STRING BOLV-BOL(BOLV-SUB)            DELIMITED BY SIZE
121260            ' '                           DELIMITED BY SIZE
121270            BOLV-CARRIER(BOLV-SUB)        DELIMITED BY SIZE
121280            ' '                           DELIMITED BY SIZE
121290            BOLV-UNIT-LABEL               DELIMITED BY SIZE
121300            ' '                           DELIMITED BY SIZE
121310            BOLV-DECLARED-EDIT            DELIMITED BY SIZE
121320            ' '                           DELIMITED BY SIZE
121330            BOLV-WEIGHED-EDIT             DELIMITED BY SIZE
121340            ' '                           DELIMITED BY SIZE
121350            BOLV-PCT-EDIT                 DELIMITED BY SIZE
121360            '  '                          DELIMITED BY SIZE
121370            BOLV-FINDING                  DELIMITED BY SIZE
121380         INTO BOL-VARIANCE-LINE.
121390     WRITE BOL-VARIANCE-LINE.
121400     ADD 1 TO BOLV-SECTION-COUNT.
121410 8945-EXIT.
121420     EXIT.
121430
121440* 8948 - AN UNDER-DECLARED SHIPMENT GOES TO BILLING FOR A REWEIGH
121450* CHARGE ON THE WEIGHT THE SHIPPER LEFT OFF THE BOL.
121460 8948-WRITE-REWEIGH.
121470     MOVE SPACES TO REWEIGH-RECORD.
121480     MOVE BOLV-BOL(BOLV-SUB) TO RWG-BOL-NUMBER.
121490     MOVE BOLV-CARRIER(BOLV-SUB) TO RWG-CARRIER-CODE.
121500     MOVE BOLV-SHIP-DATE(BOLV-SUB) TO RWG-SHIP-DATE.
121510     MOVE BOLV-UNIT(BOLV-SUB) TO RWG-DECLARED-UNIT.
121520     MOVE BOLV-DECLARED(BOLV-SUB) TO RWG-DECLARED-WEIGHT.
121530     MOVE BOLV-WEIGHED(BOLV-SUB) TO RWG-WEIGHED-WEIGHT.
121540     MOVE BOLV-VARIANCE TO RWG-UNDER-WEIGHT.
121550     MOVE BOLV-ABS-PCT TO RWG-VARIANCE-PCT.
121560     MOVE RUN-DATE TO RWG-RUN-DATE.
121570     WRITE REWEIGH-RECORD.
121580     ADD 1 TO BOLV-REWEIGH-COUNT.
121590 8948-EXIT.
121600     EXIT.
121610
121620* --------------------------------------------------------------*
121630* SECTION 3 - SHIPMENTS WITH FEWER TICKETS WEIGHED THAN DECLARED,
121640* INCLUDING SHIPMENTS NOTHING HAS BEEN WEIGHED AGAINST AT ALL.
121650* A SHIPMENT DECLARED WITH NO TICKET COUNT IS MISSING ONLY WHEN
121660* NO TICKET AT ALL HAS ARRIVED FOR IT.
121670* --------------------------------------------------------------*
121680 8950-MISSING-TICKETS.
121690     MOVE 'SHIPMENTS WITH TICKETS MISSING' TO BOLV-SECTION-TITLE.
121700     PERFORM 8930-WRITE-SECTION-HEADING THRU 8930-EXIT.
121710     MOVE 'BOL        CARR SHIP DATE  EXPECTED  WEIGHED'
121720         TO BOL-VARIANCE-LINE.
121730     WRITE BOL-VARIANCE-LINE.
121740     PERFORM 8955-CHECK-ONE-MISSING THRU 8955-EXIT
121750         VARYING BOLV-SUB FROM 1 BY 1
121760         UNTIL BOLV-SUB > BOLV-COUNT.
121770     MOVE BOLV-SECTION-COUNT TO BOLV-MISSING-COUNT.
121780     PERFORM 8935-WRITE-SECTION-TOTAL THRU 8935-EXIT.
121790 8950-EXIT.
121800     EXIT.
121810
121820 8955-CHECK-ONE-MISSING.
121830     IF BOLV-TICKETS(BOLV-SUB) > 0
121840         AND BOLV-TICKETS(BOLV-SUB) NOT < BOLV-EXPECTED(BOLV-SUB)
121850         GO TO 8955-EXIT
121860     END-IF.
121870     MOVE BOLV-EXPECTED(BOLV-SUB) TO BOLV-EXPECTED-EDIT.
121880     MOVE BOLV-TICKETS(BOLV-SUB) TO BOLV-FOUND-EDIT.
121890     MOVE SPACES TO BOL-VARIANCE-LINE.
121900     STRING BOLV-BOL(BOLV-SUB)            DELIMITED BY SIZE
121910            ' '                           DELIMITED BY SIZE
121920            BOLV-CARRIER(BOLV-SUB)        DELIMITED BY SIZE
121930            ' '                           DELIMITED BY SIZE
121940            BOLV-SHIP-DATE(BOLV-SUB)      DELIMITED BY SIZE
121950            '      '                      DELIMITED BY SIZE
121960            BOLV-EXPECTED-EDIT            DELIMITED BY SIZE
121970            '    '                        DELIMITED BY SIZE
121980            BOLV-FOUND-EDIT               DELIMITED BY SIZE
121990         INTO BOL-VARIANCE-LINE.
122000     WRITE BOL-VARIANCE-LINE.
122010     ADD 1 TO BOLV-SECTION-COUNT.
122020 8955-EXIT.
122030     EXIT.
122040
122050* 8960 - PRINTABLE NAME OF THE UNIT IN FROM-UNIT.
122060 8960-GET-BOL-UNIT-LABEL.
122070     EVALUATE FROM-UNIT
122080         WHEN 1  MOVE 'KG'     TO BOLV-UNIT-LABEL
122090         WHEN 2  MOVE 'LBS'    TO BOLV-UNIT-LABEL
122100         WHEN 3  MOVE 'STONE'  TO BOLV-UNIT-LABEL
122110         WHEN 4  MOVE 'OUNCES' TO BOLV-UNIT-LABEL
122120         WHEN 5  MOVE 'TONNE'  TO BOLV-UNIT-LABEL
122130         WHEN OTHER
122140             MOVE SPACES TO BOLV-UNIT-LABEL
122150     END-EVALUATE.
122160 8960-EXIT.
122170     EXIT.
122180
122190 8980-WRITE-BOL-TOTALS.
122200     MOVE SPACES TO BOL-VARIANCE-LINE.
122210     WRITE BOL-VARIANCE-LINE.
122220     MOVE BOLV-SHIP-COUNT TO REPORT-COUNT-EDIT.
122230     MOVE SPACES TO BOL-VARIANCE-LINE.
122240     STRING 'SHIPMENTS DECLARED            ' DELIMITED BY SIZE
122250            REPORT-COUNT-EDIT                DELIMITED BY SIZE
122260         INTO BOL-VARIANCE-LINE.
122270     WRITE BOL-VARIANCE-LINE.
122280     MOVE BOLV-MATCH-COUNT TO REPORT-COUNT-EDIT.
122290     MOVE SPACES TO BOL-VARIANCE-LINE.
122300     STRING 'TICKETS ROLLED UP             ' DELIMITED BY SIZE
122310            REPORT-COUNT-EDIT                DELIMITED BY SIZE
122320         INTO BOL-VARIANCE-LINE.
122330     WRITE BOL-VARIANCE-LINE.
122340     MOVE BOLV-UNKNOWN-COUNT TO REPORT-COUNT-EDIT.
122350     MOVE SPACES TO BOL-VARIANCE-LINE.
122360     STRING 'TICKETS ON AN UNDECLARED BOL  ' DELIMITED BY SIZE
122370            REPORT-COUNT-EDIT                DELIMITED BY SIZE
122380         INTO BOL-VARIANCE-LINE.
122390     WRITE BOL-VARIANCE-LINE.
122400     MOVE BOLV-VARIANCE-COUNT TO REPORT-COUNT-EDIT.
122410     MOVE SPACES TO BOL-VARIANCE-LINE.
122420     STRING 'SHIPMENTS OUTSIDE TOLERANCE   ' DELIMITED BY SIZE
122430            REPORT-COUNT-EDIT                DELIMITED BY SIZE
122440         INTO BOL-VARIANCE-LINE.
122450     WRITE BOL-VARIANCE-LINE.
122460     MOVE BOLV-REWEIGH-COUNT TO REPORT-COUNT-EDIT.
122470     MOVE SPACES TO BOL-VARIANCE-LINE.
122480     STRING 'SENT FOR A REWEIGH CHARGE     ' DELIMITED BY SIZE
122490            REPORT-COUNT-EDIT                DELIMITED BY SIZE
122500         INTO BOL-VARIANCE-LINE.
122510     WRITE BOL-VARIANCE-LINE.
122520     MOVE BOLV-MISSING-COUNT TO REPORT-COUNT-EDIT.
122530     MOVE SPACES TO BOL-VARIANCE-LINE.
122540     STRING 'SHIPMENTS WITH TICKETS MISSING' DELIMITED BY SIZE
122550            REPORT-COUNT-EDIT                DELIMITED BY SIZE
122560         INTO BOL-VARIANCE-LINE.
122570     WRITE BOL-VARIANCE-LINE.
122580 8980-EXIT.
122590     EXIT.
122600
122610* --------------------------------------------------------------*
122620* 9000-TERMINATE - END OF SESSION. SAVES THE SESSION STATISTICS
122630* TO THE HISTORY FILE AND THE AUDIT CHAIN POSITION BEFORE
122640* CLOSING DOWN.
122650* --------------------------------------------------------------*
122660 9000-TERMINATE.
122670     PERFORM 8000-WRITE-STAT-HISTORY THRU 8000-EXIT.
122680     IF AUDIT-FILE-IS-OPEN
122690         CLOSE AUDIT-FILE
122700     END-IF.
122710     PERFORM 6070-SAVE-AUDIT-CHAIN THRU 6070-EXIT.
122720     CLOSE OPERATOR-FILE.
122730     IF RATING-ACTIVE
122740         CLOSE RATE-FILE
122750     END-IF.
122760     IF TARE-FILE-AVAILABLE
122770         CLOSE TARE-FILE
122780     END-IF.
122790     DISPLAY 'WEIGHT CONVERTER SESSION ENDED - GOODBYE'.
122800 9000-EXIT.
122810     EXIT.
