000050
000100*****************************************************************
000200*                                                               *
000300*    PROGRAM:      CASEMGMT.COB                                *
022600*                     CASES AND SERVICES. THE ELIGIBILITY        *
022700*                     SCREEN GAINED A REVOKE PATH (99999999      *
022800*                     CLEARS BOTH COVERAGE DATES).               *
022801*    2026-10-15  DLW  ADDED A SUPERVISOR VOID/CORRECT FUNCTION  *
022802*                     FOR LOGGED SERVICES. A VOIDED SERVICE     *
022803*                     STAYS ON FILE, RETURNS ITS UNIT TO ITS    *
022804*                     AUTHORIZATION, AND IF BILLED QUEUES A     *
022805*                     VOID (AND REPLACEMENT) DETAIL FOR THE     *
022806*                     NEXT CLAIM EXTRACT. AUDITED BEFORE/AFTER. *
022807*    2026-10-15  DLW  ADDED THE CLAIMS RECEIVABLE LEDGER. EACH  *
022808*                     EXTRACT TAKES A BATCH CONTROL NUMBER AND  *
022809*                     WRITES A LEDGER ENTRY PER CLAIM;          *
022810*                     REMITTANCE RECORDS DATE PAID, AMOUNT AND  *
022811*                     VARIANCE. ADDED THE AGED RECEIVABLES      *
022812*                     REPORT.                                   *
022813*    2026-10-15  DLW  ADDED THE UNATTENDED NIGHTLY JOB STREAM.  *
022814*                     A STAGED CONTROL DECK (JOBCTL.DAT) RUNS   *
022815*                     THE CARDED STEPS WITHOUT SIGN-ON, LOGGING *
022816*                     A RETURN CODE PER STEP (JOBLOG.DAT). A    *
022817*                     STEP WHOSE PREDECESSOR FAILED IS SKIPPED; *
022818*                     NO PURGE RUNS UNLESS THE UNLOAD PROVED    *
022819*                     OUT.                                      *
022820*    2026-10-15  DLW  ADDED CLIENT CORRESPONDENCE. A NOTICE RUN *
022821*                     PRINTS ONE LETTER PER CLIENT PER EVENT    *
022822*                     FROM TEMPLATE WORDING AND FILES IT ON     *
022823*                     CORRHIST.DAT SO NO NOTICE IS MAILED       *
022824*                     TWICE. THE CLIENT 360 VIEW LISTS LETTERS  *
022825*                     SENT.                                     *
022826*    2026-10-15  DLW  ADDED HOUSEHOLDS (HOUSEHLD.DAT) WITH A    *
022827*                     MAINTENANCE SCREEN. A CLIENT BELONGS TO   *
022828*                     ONE CURRENT HOUSEHOLD AT A TIME. THE      *
022829*                     CLIENT 360 VIEW LISTS THE OTHER MEMBERS   *
022830*                     AND THEIR OPEN CASES.                     *
022831*    2026-10-15  DLW  ADDED CASE SERVICE PLANS (SVCPLAN.DAT) OF *
022832*                     UP TO TEN GOALS. CLOSE-CASE NOW NEEDS A   *
022833*                     CLOSING OUTCOME AND REFUSES A CASE WITH   *
022834*                     ACTIVE GOALS. ADDED OVERDUE-GOAL AND      *
022835*                     OUTCOME REPORTS.                          *
022836*    2026-10-15  DLW  ADDED APPOINTMENT SCHEDULING              *
022837*                     (APPTFILE.DAT). OVERLAPPING SLOTS ARE     *
022838*                     REFUSED; A KEPT APPOINTMENT POSTS ITS     *
022839*                     SERVICE, A NO-SHOW WRITES A CASE NOTE.    *
022840*                     ADDED DAILY SCHEDULE AND NO-SHOW RATE     *
022841*                     REPORTS.                                  *
022842*    2026-10-15  DLW  ADDED THE MONTH-END STATE STATISTICAL     *
022843*                     RUN. THE FIRST RUN FOR A MONTH TAKES A    *
022844*                     CASELOAD SNAPSHOT (CASESNAP.DAT); THE     *
022845*                     STATE REPORT AND PORTAL EXTRACT ARE BUILT *
022846*                     FROM THE SNAPSHOT ALONE.                  *
022847*    2026-10-15  DLW  ADDED FUNDING-SOURCE BUDGET TRACKING      *
022848*                     (FUNDSRC.DAT). AUTHORIZATIONS COMMIT      *
022849*                     AGAINST A SOURCE, WITH AN AUDITED         *
022850*                     OVERRIDE PAST ITS BALANCE; BILLING MOVES  *
022851*                     COMMITTED TO SPENT. ADDED THE BUDGET      *
022852*                     STATUS REPORT.                            *
022853*    2026-10-15  DLW  ADDED RESTRICTED-CLIENT CONFIDENTIALITY.  *
022854*                     A RESTRICTED CLIENT IS SHOWN ONLY TO      *
022855*                     SUPERVISORS AND CLEARED OPERATORS         *
022856*                     (CLNTACC.DAT) AND MASKED ON REPORTS;      *
022857*                     EVERY VIEW GOES TO ACCESSLG.DAT. ADDED    *
022858*                     THE ACCESS REVIEW REPORT.                 *
022859*    2026-10-15  DLW  JOB STREAM NOW NEEDS THE BATCH START      *
022860*                     PARAMETER AND A DECK DATED TODAY. CLIENT  *
022861*                     MERGE CARRIES A RESTRICTION AND           *
022862*                     CLEARANCES TO THE SURVIVOR AND ENDS A     *
022863*                     SECOND CURRENT HOUSEHOLD. AUDIT INQUIRY   *
022864*                     IS SUPERVISOR-ONLY. LETTERS GET SEPARATOR *
022865*                     RECORDS. FULL LEAP-YEAR RULE AT MONTH     *
022866*                     END. ONE STATE UNIT PER SERVICE. OTHER    *
022867*                     OPERATORS ROW ON THE ACCESS REVIEW.       *
022868*    2026-10-15  DLW  CLIENT MERGE IS REFUSED WHEN THE RETIRING *
022869*                     CLIENT HEADS A HOUSEHOLD THE SURVIVOR     *
022870*                     CANNOT HEAD. HOUSEHOLD MAINTENANCE CAN    *
022871*                     CHANGE THE HEAD OF A HOUSEHOLD.           *
022880*    2026-10-15  DLW  A VOIDED PAID CLAIM NOW TAKES ITS PAID    *
022890*                     AMOUNT OFF THE FUNDING SOURCE'S SPENT.    *
022900*****************************************************************
023000 IDENTIFICATION DIVISION.
023100 PROGRAM-ID.    CaseManagementSystem.
036500     SELECT AUTH-REPORT-FILE ASSIGN TO 'AUTHRPT.DAT'
036600         ORGANIZATION IS SEQUENTIAL
036700         FILE STATUS IS AUTH-REPORT-FILE-STATUS.
036701     SELECT LEDGER-FILE ASSIGN TO 'CLMLEDGR.DAT'
036702         ORGANIZATION IS INDEXED
036703         ACCESS MODE IS DYNAMIC
036704         RECORD KEY IS LEDGER-KEY OF LEDGER-RECORD
036705         ALTERNATE RECORD KEY IS LEDGER-SVC-REF OF LEDGER-RECORD
036706             WITH DUPLICATES
036707         FILE STATUS IS LEDGER-FILE-STATUS.
036708     SELECT CLAIM-CONTROL-FILE ASSIGN TO 'CLAIMCTL.DAT'
036709         ORGANIZATION IS SEQUENTIAL
036710         FILE STATUS IS CLAIM-CONTROL-FILE-STATUS.
036711     SELECT AR-REPORT-FILE ASSIGN TO 'ARAGING.DAT'
036712         ORGANIZATION IS SEQUENTIAL
036713         FILE STATUS IS AR-REPORT-FILE-STATUS.
036714     SELECT JOB-CONTROL-FILE ASSIGN TO 'JOBCTL.DAT'
036715         ORGANIZATION IS SEQUENTIAL
036716         FILE STATUS IS JOB-CONTROL-FILE-STATUS.
036717     SELECT JOB-LOG-FILE ASSIGN TO 'JOBLOG.DAT'
036718         ORGANIZATION IS SEQUENTIAL
036719         FILE STATUS IS JOB-LOG-FILE-STATUS.
036720     SELECT CORR-HIST-FILE ASSIGN TO 'CORRHIST.DAT'
036721         ORGANIZATION IS INDEXED
036722         ACCESS MODE IS DYNAMIC
036723         RECORD KEY IS CORR-KEY OF CORR-RECORD
036724         FILE STATUS IS CORR-FILE-STATUS.
036725     SELECT NOTICE-PRINT-FILE ASSIGN TO 'NOTICES.DAT'
036726         ORGANIZATION IS SEQUENTIAL
036727         FILE STATUS IS NOTICE-PRINT-FILE-STATUS.
036728     SELECT HOUSEHOLD-FILE ASSIGN TO 'HOUSEHLD.DAT'
036729         ORGANIZATION IS INDEXED
036730         ACCESS MODE IS DYNAMIC
036731         RECORD KEY IS HH-ID OF HOUSEHOLD-RECORD
036732         FILE STATUS IS HOUSEHOLD-FILE-STATUS.
036733     SELECT SERVICE-PLAN-FILE ASSIGN TO 'SVCPLAN.DAT'
036734         ORGANIZATION IS INDEXED
036735         ACCESS MODE IS DYNAMIC
036736         RECORD KEY IS PLAN-CASE-ID
036737         FILE STATUS IS SERVICE-PLAN-FILE-STATUS.
036738     SELECT GOAL-REPORT-FILE ASSIGN TO 'GOALDUE.DAT'
036739         ORGANIZATION IS SEQUENTIAL
036740         FILE STATUS IS GOAL-REPORT-FILE-STATUS.
036741     SELECT OUTCOME-REPORT-FILE ASSIGN TO 'OUTCOME.DAT'
036742         ORGANIZATION IS SEQUENTIAL
036743         FILE STATUS IS OUTCOME-REPORT-FILE-STATUS.
036744     SELECT APPOINTMENT-FILE ASSIGN TO 'APPTFILE.DAT'
036745         ORGANIZATION IS INDEXED
036746         ACCESS MODE IS DYNAMIC
036747         RECORD KEY IS APPT-ID OF APPT-RECORD
036748         ALTERNATE RECORD KEY IS APPT-WORKER-SLOT OF APPT-RECORD
036749             WITH DUPLICATES
036750         ALTERNATE RECORD KEY IS CLIENT-ID OF APPT-RECORD
036751             WITH DUPLICATES
036752         FILE STATUS IS APPOINTMENT-FILE-STATUS.
036753     SELECT SCHEDULE-REPORT-FILE ASSIGN TO 'APPTSCHD.DAT'
036754         ORGANIZATION IS SEQUENTIAL
036755         FILE STATUS IS SCHEDULE-REPORT-FILE-STATUS.
036756     SELECT NOSHOW-REPORT-FILE ASSIGN TO 'NOSHOW.DAT'
036757         ORGANIZATION IS SEQUENTIAL
036758         FILE STATUS IS NOSHOW-REPORT-FILE-STATUS.
036759     SELECT SNAPSHOT-FILE ASSIGN TO 'CASESNAP.DAT'
036760         ORGANIZATION IS INDEXED
036761         ACCESS MODE IS DYNAMIC
036762         RECORD KEY IS SNAP-KEY
036763         FILE STATUS IS SNAPSHOT-FILE-STATUS.
036764     SELECT STATE-REPORT-FILE ASSIGN TO 'STATERPT.DAT'
036765         ORGANIZATION IS SEQUENTIAL
036766         FILE STATUS IS STATE-REPORT-FILE-STATUS.
036767     SELECT STATE-EXTRACT-FILE ASSIGN TO 'STATEXTR.DAT'
036768         ORGANIZATION IS SEQUENTIAL
036769         FILE STATUS IS STATE-EXTRACT-FILE-STATUS.
036770     SELECT FUND-SOURCE-FILE ASSIGN TO 'FUNDSRC.DAT'
036771         ORGANIZATION IS INDEXED
036772         ACCESS MODE IS DYNAMIC
036773         RECORD KEY IS FUND-KEY
036774         FILE STATUS IS FUND-SOURCE-FILE-STATUS.
036775     SELECT BUDGET-REPORT-FILE ASSIGN TO 'BUDGTRPT.DAT'
036776         ORGANIZATION IS SEQUENTIAL
036777         FILE STATUS IS BUDGET-REPORT-FILE-STATUS.
036778     SELECT CLIENT-ACCESS-FILE ASSIGN TO 'CLNTACC.DAT'
036779         ORGANIZATION IS INDEXED
036780         ACCESS MODE IS DYNAMIC
036781         RECORD KEY IS CLNTACC-KEY
036782         FILE STATUS IS CLIENT-ACCESS-FILE-STATUS.
036783     SELECT ACCESS-LOG-FILE ASSIGN TO 'ACCESSLG.DAT'
036784         ORGANIZATION IS SEQUENTIAL
036785         FILE STATUS IS ACCESS-LOG-FILE-STATUS.
036786     SELECT ACCESS-REVIEW-FILE ASSIGN TO 'ACCREVW.DAT'
036787         ORGANIZATION IS SEQUENTIAL
036788         FILE STATUS IS ACCESS-REVIEW-FILE-STATUS.
036800*
036900 DATA DIVISION.
037000 FILE SECTION.
037800*    ON FILE AND SERVICES ARE BLOCKED UNTIL ONE IS KEYED.
037900     05  CLIENT-ELIG-START-DATE PIC 9(08).
038000     05  CLIENT-ELIG-END-DATE   PIC 9(08).
038011*    CONFIDENTIALITY -- A RESTRICTED CLIENT IS SHOWN ONLY TO
038022*    SUPERVISORS AND TO OPERATORS ON ITS ACCESS LIST.
038033     05  CLIENT-RESTRICT-FLAG   PIC X(01).
038044         88  CLIENT-IS-RESTRICTED       VALUE 'R'.
038055     05  CLIENT-RESTRICT-REASON PIC X(01).
038066         88  CLIENT-RESTRICT-DV         VALUE 'D'.
038077         88  CLIENT-RESTRICT-STAFF      VALUE 'S'.
038088         88  CLIENT-RESTRICT-PROTECTIVE VALUE 'P'.
038100*
038200 FD  CASE-FILE.
038300 01  CASE-RECORD.
039000         88  CASE-IS-CLOSED         VALUE 'C'.
039100     05  CASE-CLOSED-DATE   PIC 9(08).
039200     05  CASE-OPENED-DATE   PIC 9(08).
039225*    SET BY CLOSE-CASE FROM THE OUTCOME-CODE TABLE. CASES CLOSED
039250*    BEFORE OUTCOMES WERE KEPT CARRY SPACES.
039275     05  CASE-CLOSING-OUTCOME PIC X(02).
039300*
039400 FD  CASEWORKER-FILE.
039500 01  CASEWORKER-RECORD.
045800*    SET FROM THE STATE REMITTANCE RETURN ON A DENIAL --
045900*    CLEARED WHEN THE SERVICE IS EXTRACTED AGAIN.
046000     05  SERVICE-DENIAL-REASON PIC X(02).
046005*    VOID/CORRECTION FIELDS. A VOIDED SERVICE STAYS ON FILE FOR
046010*    THE HISTORY. SERVICE-LINK-ID POINTS A VOIDED ORIGINAL AT ITS
046015*    REPLACEMENT AND A REPLACEMENT BACK AT ITS ORIGINAL. THE
046020*    CLAIM ADJUSTMENT FLAG QUEUES A VOID OR REPLACEMENT DETAIL
046025*    FOR THE NEXT BILLING EXTRACT. SERVICE-AUTH-ID IS THE
046030*    AUTHORIZATION THE UNIT WAS COUNTED AGAINST. RECORDS WRITTEN
046035*    BEFORE THESE FIELDS READ AS SPACES -- ACTIVE, NO ADJUSTMENT.
046040     05  SERVICE-STATUS      PIC X(01).
046045         88  SERVICE-IS-ACTIVE          VALUE 'A' ' '.
046050         88  SERVICE-IS-VOIDED          VALUE 'V'.
046055     05  SERVICE-CLAIM-ADJ   PIC X(01).
046060         88  SERVICE-ADJ-NONE           VALUE ' '.
046065         88  SERVICE-VOID-PENDING       VALUE 'V'.
046070         88  SERVICE-REPL-PENDING       VALUE 'R'.
046075         88  SERVICE-VOID-CLAIMED       VALUE 'X'.
046080     05  SERVICE-LINK-ID     PIC 9(05).
046085     05  SERVICE-AUTH-ID     PIC 9(05).
046090     05  SERVICE-VOID-DATE   PIC 9(08).
046100*
046200 FD  REPORT-FILE.
046300 01  REPORT-RECORD          PIC X(255).
047800 01  REJECT-RECORD           PIC X(158).
047900*
048000 FD  CASE-ARCHIVE-FILE.
048100 01  CASE-ARCHIVE-RECORD     PIC X(84).
048200*
048300 FD  SERVICE-ARCHIVE-FILE.
048400 01  SERVICE-ARCHIVE-RECORD  PIC X(161).
048500*
048600 FD  MANIFEST-FILE.
048700 01  MANIFEST-RECORD         PIC X(255).
052400 01  REMIT-RECORD.
052500     05  REMIT-RECORD-TYPE  PIC X(01).
052600         88  REMIT-IS-DETAIL            VALUE 'D'.
052650         88  REMIT-IS-HEADER            VALUE 'H'.
052700     05  REMIT-SERVICE-ID   PIC 9(05).
052800     05  REMIT-CLIENT-ID    PIC 9(05).
052900     05  REMIT-DISPOSITION  PIC X(01).
053100         88  REMIT-DENIED               VALUE 'D'.
053200     05  REMIT-DENIAL-REASON PIC X(02).
053300     05  REMIT-PAID-AMOUNT  PIC 9(05)V99.
053314*    THE RETURN HEADER ECHOES THE CLAIM BATCH CONTROL NUMBER AND
053328*    GIVES THE DATE THE STATE PAID THE BATCH.
053342 01  REMIT-HEADER-RECORD.
053356     05  FILLER             PIC X(01).
053370     05  REMIT-HDR-BATCH-NO PIC 9(06).
053384     05  REMIT-HDR-PAID-DATE PIC 9(08).
053400*
053500 FD  REMIT-REPORT-FILE.
053600 01  REMIT-REPORT-RECORD     PIC X(255).
059200*
059300 FD  RECERT-REPORT-FILE.
059400 01  RECERT-REPORT-RECORD    PIC X(255).
059401*
059402*    ONE ENTRY PER SERVICE PER CLAIM BATCH IT WAS BILLED IN. AN
059403*    ENTRY IS OPEN UNTIL THE REMITTANCE PAYS OR DENIES IT, OR A
059404*    VOID DETAIL WITHDRAWS IT.
059405 FD  LEDGER-FILE.
059406 01  LEDGER-RECORD.
059407     05  LEDGER-KEY.
059408         10  LEDGER-BATCH-NO     PIC 9(06).
059409         10  LEDGER-SERVICE-ID   PIC 9(05).
059410     05  LEDGER-SVC-REF      PIC 9(05).
059411     05  LEDGER-CLIENT-ID    PIC 9(05).
059412     05  LEDGER-SERVICE-DATE PIC 9(08).
059413     05  LEDGER-SVC-TYPE     PIC X(08).
059414     05  LEDGER-DETAIL-TYPE  PIC X(01).
059415     05  LEDGER-CLAIM-DATE   PIC 9(08).
059416     05  LEDGER-BILLED-AMOUNT PIC 9(05)V99.
059417     05  LEDGER-STATUS       PIC X(01).
059418         88  LEDGER-IS-OPEN             VALUE 'O'.
059419         88  LEDGER-IS-PAID             VALUE 'P'.
059420         88  LEDGER-IS-DENIED           VALUE 'D'.
059421         88  LEDGER-IS-VOIDED           VALUE 'V'.
059422     05  LEDGER-PAID-DATE    PIC 9(08).
059423     05  LEDGER-PAID-AMOUNT  PIC 9(05)V99.
059424     05  LEDGER-VARIANCE     PIC S9(05)V99.
059425     05  LEDGER-DENIAL-REASON PIC X(02).
059426*
059427 FD  CLAIM-CONTROL-FILE.
059428 01  CLAIM-CONTROL-RECORD.
059429     05  CLAIM-CTL-LAST-BATCH PIC 9(06).
059430     05  CLAIM-CTL-LAST-DATE PIC 9(08).
059431*
059432 FD  AR-REPORT-FILE.
059433 01  AR-REPORT-RECORD        PIC X(255).
059434*
059435*    NIGHTLY JOB STREAM CONTROL DECK. ONE 'H' CARD (BATCH OPERATOR
059436*    AND RUN STATUS) FOLLOWED BY ONE 'S' CARD PER STEP IN RUN
059437*    ORDER. A CARD STARTING '*' OR BLANK IS A COMMENT.
059438 FD  JOB-CONTROL-FILE.
059439 01  JOB-CONTROL-RECORD.
059440     05  JOBCTL-CARD-TYPE    PIC X(01).
059441         88  JOBCTL-IS-HEADER           VALUE 'H'.
059442         88  JOBCTL-IS-STEP             VALUE 'S'.
059443         88  JOBCTL-IS-COMMENT          VALUE '*' ' '.
059444     05  JOBCTL-CARD-DATA    PIC X(79).
059445     05  JOBCTL-HEADER-DATA REDEFINES JOBCTL-CARD-DATA.
059446         10  JOBCTL-HDR-OPERATOR-ID PIC X(10).
059447         10  JOBCTL-HDR-STATUS  PIC X(01).
059448             88  JOBCTL-HDR-READY          VALUE ' '.
059449             88  JOBCTL-HDR-COMPLETE       VALUE 'C'.
059450         10  JOBCTL-HDR-RUN-DATE PIC 9(08).
059451         10  JOBCTL-HDR-HIGH-RC PIC 9(02).
059452         10  FILLER             PIC X(58).
059453     05  JOBCTL-STEP-DATA REDEFINES JOBCTL-CARD-DATA.
059454         10  JOBCTL-STEP-ID     PIC 9(02).
059455         10  JOBCTL-STEP-OPTION PIC 9(02).
059456         10  JOBCTL-DEPENDS-ON  PIC 9(02) OCCURS 3 TIMES.
059457         10  JOBCTL-STEP-PARMS  PIC X(30).
059458         10  JOBCTL-BILLING-PARMS REDEFINES JOBCTL-STEP-PARMS.
059459             15  JOBCTL-BILL-FROM-DATE PIC X(08).
059460             15  JOBCTL-BILL-TO-DATE PIC X(08).
059461             15  JOBCTL-BILL-COUNTY PIC X(03).
059462             15  FILLER         PIC X(11).
059463         10  JOBCTL-NUMBER-PARMS REDEFINES JOBCTL-STEP-PARMS.
059464             15  JOBCTL-PARM-NUMBER PIC 9(03).
059465             15  FILLER         PIC X(27).
059466         10  JOBCTL-STATE-PARMS REDEFINES JOBCTL-STEP-PARMS.
059467             15  JOBCTL-STATE-MONTH PIC X(06).
059468             15  JOBCTL-STATE-COUNTY PIC X(03).
059469             15  FILLER         PIC X(21).
059470         10  JOBCTL-BUDGET-PARMS REDEFINES JOBCTL-STEP-PARMS.
059471             15  JOBCTL-BUDGET-YEAR PIC X(04).
059472             15  FILLER         PIC X(26).
059473         10  JOBCTL-REVIEW-PARMS REDEFINES JOBCTL-STEP-PARMS.
059474             15  JOBCTL-REVIEW-MONTH PIC X(06).
059475             15  FILLER         PIC X(24).
059476         10  FILLER             PIC X(39).
059477*
059478 FD  JOB-LOG-FILE.
059479 01  JOB-LOG-RECORD          PIC X(255).
059480*
059481*    ONE ENTRY PER NOTICE MAILED. THE KEY IS ALSO THE DUPLICATE
059482*    CHECK -- THE SAME NOTICE IS NEVER SENT TWICE FOR ONE EVENT. A
059483*    DECLINED REFERRAL HAS NO CLIENT ID; IT IS FILED UNDER CLIENT
059484*    ZERO WITH THE REFERRAL ID AS ITS REFERENCE.
059485 FD  CORR-HIST-FILE.
059486 01  CORR-RECORD.
059487     05  CORR-KEY.
059488         10  CORR-CLIENT-ID      PIC 9(05).
059489         10  CORR-NOTICE-TYPE    PIC X(02).
059490             88  CORR-IS-COVERAGE-END      VALUE 'CE'.
059491             88  CORR-IS-CASE-CLOSED       VALUE 'CC'.
059492             88  CORR-IS-REF-DECLINED      VALUE 'RD'.
059493             88  CORR-IS-AUTH-ENDING       VALUE 'AE'.
059494         10  CORR-REF-ID         PIC 9(05).
059495         10  CORR-EVENT-DATE     PIC 9(08).
059496     05  CORR-SENT-DATE      PIC 9(08).
059497     05  CORR-SENT-BY        PIC X(10).
059498     05  CORR-ADDRESSEE      PIC X(50).
059499     05  CORR-ADDRESS        PIC X(100).
059500     05  CORR-DETAIL         PIC X(40).
059501*
059502 FD  NOTICE-PRINT-FILE.
059503 01  NOTICE-PRINT-RECORD     PIC X(80).
059504*
059505*    ONE RECORD PER HOUSEHOLD. MEMBER ENTRIES ARE NEVER REMOVED --
059506*    A MEMBER WHO LEAVES GETS A LEAVE DATE, SO THE HOUSEHOLD'S
059507*    COMPOSITION ON ANY PAST DATE CAN BE RECONSTRUCTED. AN ENTRY
059508*    WITH A ZERO LEAVE DATE IS A CURRENT MEMBER. THE HEAD IS ALSO
059509*    CARRIED AS A MEMBER ENTRY WITH RELATIONSHIP 'HD'.
059510 FD  HOUSEHOLD-FILE.
059511 01  HOUSEHOLD-RECORD.
059512     05  HH-ID               PIC 9(05).
059513     05  HH-HEAD-CLIENT-ID   PIC 9(05).
059514     05  HH-CREATED-DATE     PIC 9(08).
059515     05  HH-MEMBER-COUNT     PIC 9(02).
059516     05  HH-MEMBER OCCURS 12 TIMES.
059517         10  HH-MBR-CLIENT-ID    PIC 9(05).
059518         10  HH-MBR-RELATION     PIC X(02).
059519         10  HH-MBR-JOIN-DATE    PIC 9(08).
059520         10  HH-MBR-LEAVE-DATE   PIC 9(08).
059521*
059522*    ONE RECORD PER CASE. GOALS ARE NEVER DELETED -- A GOAL THAT
059523*    NO LONGER APPLIES IS MARKED WITHDRAWN, SO THE PLAN SHOWS
059524*    EVERYTHING THE CASE SET OUT TO DO.
059525 FD  SERVICE-PLAN-FILE.
059526 01  PLAN-RECORD.
059527     05  PLAN-CASE-ID        PIC 9(05).
059528     05  PLAN-CREATED-DATE   PIC 9(08).
059529     05  PLAN-GOAL-COUNT     PIC 9(02).
059530     05  PLAN-GOAL OCCURS 10 TIMES.
059531         10  PLAN-GOAL-CODE      PIC X(06).
059532         10  PLAN-GOAL-DESC      PIC X(40).
059533         10  PLAN-GOAL-TARGET-DATE PIC 9(08).
059534         10  PLAN-GOAL-STATUS    PIC X(01).
059535             88  PLAN-GOAL-IS-ACTIVE       VALUE 'A'.
059536             88  PLAN-GOAL-IS-MET          VALUE 'M'.
059537             88  PLAN-GOAL-IS-NOT-MET      VALUE 'N'.
059538             88  PLAN-GOAL-IS-WITHDRAWN    VALUE 'W'.
059539         10  PLAN-GOAL-STATUS-DATE PIC 9(08).
059540*
059541 FD  GOAL-REPORT-FILE.
059542 01  GOAL-REPORT-RECORD      PIC X(255).
059543*
059544 FD  OUTCOME-REPORT-FILE.
059545 01  OUTCOME-REPORT-RECORD   PIC X(255).
059546*
059547*    ONE RECORD PER APPOINTMENT. THE WORKER-SLOT KEY ORDERS A
059548*    CASEWORKER'S DAY BY START TIME FOR THE DAILY SCHEDULE AND THE
059549*    DOUBLE-BOOKING CHECK. A CANCELLED APPOINTMENT STAYS ON FILE
059550*    BUT NO LONGER HOLDS ITS SLOT. A KEPT APPOINTMENT CARRIES THE
059551*    SERVICE IT POSTED AND A NO-SHOW THE CASE NOTE IT WROTE.
059552 FD  APPOINTMENT-FILE.
059553 01  APPT-RECORD.
059554     05  APPT-ID             PIC 9(05).
059555     05  APPT-WORKER-SLOT.
059556         10  CASEWORKER-ID       PIC 9(05).
059557         10  APPT-DATE           PIC 9(08).
059558         10  APPT-TIME           PIC 9(04).
059559     05  CASE-ID             PIC 9(05).
059560     05  CLIENT-ID           PIC 9(05).
059561     05  APPT-DURATION       PIC 9(03).
059562     05  APPT-SVC-TYPE       PIC X(08).
059563     05  APPT-LOCATION       PIC X(30).
059564     05  APPT-STATUS         PIC X(01).
059565         88  APPT-IS-SCHEDULED          VALUE 'S'.
059566         88  APPT-IS-KEPT               VALUE 'K'.
059567         88  APPT-IS-NO-SHOW            VALUE 'N'.
059568         88  APPT-IS-CANCELLED          VALUE 'X'.
059569     05  APPT-STATUS-DATE    PIC 9(08).
059570     05  APPT-BOOKED-BY      PIC X(10).
059571     05  APPT-BOOKED-DATE    PIC 9(08).
059572     05  APPT-SERVICE-ID     PIC 9(05).
059573     05  APPT-NOTE-ID        PIC 9(05).
059574*
059575 FD  SCHEDULE-REPORT-FILE.
059576 01  SCHEDULE-REPORT-RECORD  PIC X(255).
059577*
059578 FD  NOSHOW-REPORT-FILE.
059579 01  NOSHOW-REPORT-RECORD    PIC X(255).
059580*
059581*    MONTH-END CASELOAD SNAPSHOT. FOR EACH MONTH, ONE 'C' ROW
059582*    PER CASE ACTIVE AT ANY POINT IN THE MONTH, ONE 'S' ROW PER
059583*    SERVICE DATED IN THE MONTH, AND ONE 'U' ROW PER CLIENT
059584*    SERVED. THE 'H' ROW (REF-ID ZERO) IS WRITTEN LAST AND MARKS
059585*    THE SNAPSHOT COMPLETE. ROWS ARE NEVER CHANGED ONCE THE 'H'
059586*    ROW IS ON FILE.
059587 FD  SNAPSHOT-FILE.
059588 01  SNAP-RECORD.
059589     05  SNAP-KEY.
059590         10  SNAP-MONTH          PIC 9(06).
059591         10  SNAP-REC-TYPE       PIC X(01).
059592             88  SNAP-IS-HEADER            VALUE 'H'.
059593             88  SNAP-IS-CASE              VALUE 'C'.
059594             88  SNAP-IS-SERVICE           VALUE 'S'.
059595             88  SNAP-IS-CLIENT            VALUE 'U'.
059596         10  SNAP-REF-ID         PIC 9(05).
059597     05  SNAP-DATA.
059598         10  SNAP-CLIENT-ID      PIC 9(05).
059599         10  SNAP-WORKER-ID      PIC 9(05).
059600         10  SNAP-OPENED-DATE    PIC 9(08).
059601         10  SNAP-CLOSED-DATE    PIC 9(08).
059602         10  SNAP-SVC-TYPE       PIC X(08).
059603         10  SNAP-SVC-DATE       PIC 9(08).
059604         10  SNAP-SVC-UNITS      PIC 9(03).
059605     05  SNAP-HEADER-DATA REDEFINES SNAP-DATA.
059606         10  SNAP-HDR-TAKEN-DATE PIC 9(08).
059607         10  SNAP-HDR-OPERATOR   PIC X(10).
059608         10  SNAP-HDR-CASES      PIC 9(07).
059609         10  SNAP-HDR-SERVICES   PIC 9(07).
059610         10  SNAP-HDR-CLIENTS    PIC 9(07).
059611         10  FILLER              PIC X(06).
059612*
059613 FD  STATE-REPORT-FILE.
059614 01  STATE-REPORT-RECORD     PIC X(255).
059615*
059616 FD  STATE-EXTRACT-FILE.
059617 01  STATE-EXTRACT-RECORD    PIC X(80).
059618*
059619*    FUNDING SOURCES. ONE RECORD PER SOURCE PER FISCAL YEAR WITH
059620*    ITS ANNUAL ALLOCATION AND UP TO TEN SERVICE TYPES IT PAYS
059621*    FOR; A TYPE IS PAID BY ONE SOURCE IN A FISCAL YEAR. COMMITTED
059622*    IS THE VALUE OF AUTHORIZED UNITS NOT YET BILLED. SPENT IS THE
059623*    BILLED AMOUNT LESS VOIDS, DENIALS AND SHORT PAYMENTS.
059624 FD  FUND-SOURCE-FILE.
059625 01  FUND-RECORD.
059626     05  FUND-KEY.
059627         10  FUND-CODE          PIC X(06).
059628         10  FUND-FISCAL-YEAR   PIC 9(04).
059629     05  FUND-NAME           PIC X(30).
059630     05  FUND-CATEGORY       PIC X(01).
059631         88  FUND-IS-STATE              VALUE 'S'.
059632         88  FUND-IS-COUNTY             VALUE 'C'.
059633         88  FUND-IS-FEDERAL            VALUE 'F'.
059634     05  FUND-ALLOCATION     PIC 9(09)V99.
059635     05  FUND-COMMITTED      PIC 9(09)V99.
059636     05  FUND-SPENT          PIC 9(09)V99.
059637     05  FUND-SVC-TYPES.
059638         10  FUND-SVC-TYPE      PIC X(08) OCCURS 10 TIMES.
059639     05  FILLER              PIC X(20).
059640*
059641 FD  BUDGET-REPORT-FILE.
059642 01  BUDGET-REPORT-RECORD    PIC X(255).
059643*
059644*    RESTRICTED-CLIENT ACCESS LIST. ONE RECORD PER OPERATOR
059645*    CLEARED BY A SUPERVISOR TO SEE A RESTRICTED CLIENT.
059646 FD  CLIENT-ACCESS-FILE.
059647 01  CLNTACC-RECORD.
059648     05  CLNTACC-KEY.
059649         10  CLNTACC-CLIENT-ID  PIC 9(05).
059650         10  CLNTACC-OPERATOR-ID PIC X(10).
059651     05  CLNTACC-GRANT-DATE  PIC 9(08).
059652     05  CLNTACC-GRANTED-BY  PIC X(10).
059653     05  FILLER              PIC X(20).
059654*
059655*    ACCESS LOG. ONE ENTRY FOR EVERY VIEW OF A RESTRICTED CLIENT,
059656*    WHETHER IT WAS ALLOWED OR REFUSED.
059657 FD  ACCESS-LOG-FILE.
059658 01  ACCLOG-RECORD.
059659     05  ACCLOG-DATE         PIC 9(08).
059660     05  ACCLOG-TIME         PIC 9(08).
059661     05  ACCLOG-OPERATOR-ID  PIC X(10).
059662     05  ACCLOG-CLIENT-ID    PIC 9(05).
059663     05  ACCLOG-FUNCTION     PIC X(12).
059664     05  ACCLOG-RESULT       PIC X(01).
059665         88  ACCLOG-ALLOWED             VALUE 'A'.
059666         88  ACCLOG-REFUSED             VALUE 'R'.
059667     05  ACCLOG-BASIS        PIC X(01).
059668         88  ACCLOG-BY-SUPERVISOR       VALUE 'S'.
059669         88  ACCLOG-BY-ACCESS-LIST      VALUE 'L'.
059670         88  ACCLOG-REPORT-MASKED       VALUE 'M'.
059671         88  ACCLOG-NOT-CLEARED         VALUE 'N'.
059672     05  FILLER              PIC X(15).
059673*
059674 FD  ACCESS-REVIEW-FILE.
059675 01  ACCESS-REVIEW-RECORD    PIC X(255).
059676*
059677 WORKING-STORAGE SECTION.
059700*
059800 77  CHOICE                 PIC 9(02).
059900*
087600 77  DUP-BASE-ID            PIC 9(05).
087700 77  DUP-BASE-NAME          PIC X(50).
087800 77  DUP-BASE-ADDRESS       PIC X(100).
087850 77  DUP-BASE-RESTRICT      PIC X(01).
087900 77  DUP-PAIR-COUNT         PIC 9(07) COMP.
088000*
088100 77  MERGE-SURVIVOR-ID      PIC 9(05).
101400*
101500 77  ARCH-FOUND-SW          PIC X VALUE 'N'.
101600     88  ARCH-CASE-FOUND            VALUE 'Y'.
101625*
101650 77  ARCH-DISPLAY-SW        PIC X VALUE 'N'.
101675     88  ARCH-DISPLAY-CASES         VALUE 'Y'.
101700*
101800 77  ARCH-SEARCH-MODE       PIC 9.
101900 77  ARCH-SEARCH-ID         PIC 9(05).
102800*
102900 77  VERIFY-CLIENT-ELIG-START PIC 9(08).
103000 77  VERIFY-CLIENT-ELIG-END PIC 9(08).
103050 77  VERIFY-CLIENT-RESTRICT PIC X(01).
103100*
103200 77  MAINT-ELIG-CLIENT-ID   PIC 9(05).
103300 77  MAINT-ELIG-START       PIC 9(08).
104200 77  RECERT-LAPSED-COUNT    PIC 9(07) COMP.
104300*
104400 77  EXTRACT-INELIG-COUNT   PIC 9(07) COMP.
104401 77  EXTRACT-VOID-COUNT     PIC 9(07) COMP.
104402 77  EXTRACT-REPL-COUNT     PIC 9(07) COMP.
104403*
104404 77  VOID-SERVICE-ID        PIC 9(05).
104405 77  VOID-ACTION            PIC 9.
104406 77  VOID-LINK-ID           PIC 9(05).
104407 77  VOID-AUTH-ID           PIC 9(05).
104408 77  VOID-CLAIMED-SW        PIC X VALUE 'N'.
104409     88  VOID-WAS-CLAIMED           VALUE 'Y'.
104410 77  VOID-BEFORE-IMAGE      PIC X(155).
104411 77  VOID-AFTER-IMAGE       PIC X(155).
104412 77  VOID-REPL-IMAGE        PIC X(155).
104413*
104414 77  LEDGER-FILE-STATUS     PIC X(02).
104415     88  LEDGER-FILE-OK             VALUE '00'.
104416     88  LEDGER-FILE-NOT-FOUND      VALUE '35'.
104417*
104418 77  CLAIM-CONTROL-FILE-STATUS PIC X(02).
104419     88  CLAIM-CONTROL-FILE-OK      VALUE '00'.
104420*
104421 77  AR-REPORT-FILE-STATUS  PIC X(02).
104422*
104423 77  LEDGER-EOF-SW          PIC X VALUE 'N'.
104424     88  LEDGER-EOF-REACHED         VALUE 'Y'.
104425*
104426 77  LEDGER-FOUND-SW        PIC X VALUE 'N'.
104427     88  LEDGER-ENTRY-FOUND         VALUE 'Y'.
104428*
104429 77  LEDGER-ON-FILE-SW      PIC X VALUE 'N'.
104430     88  LEDGER-IS-ON-FILE          VALUE 'Y'.
104431*
104432 77  CLAIM-BATCH-NO         PIC 9(06).
104433 77  REMIT-BATCH-NO         PIC 9(06).
104434 77  REMIT-POST-DATE        PIC 9(08).
104435 77  REMIT-SHORT-COUNT      PIC 9(07) COMP.
104436 77  REMIT-SHORT-TOTAL      PIC 9(09)V99.
104437*
104438 77  AR-AS-OF-DATE          PIC 9(08).
104439 77  AR-AS-OF-DAYS          PIC 9(08) COMP.
104440 77  AR-CLAIM-DAYS          PIC 9(08) COMP.
104441 77  AR-AGE-DAYS            PIC S9(08) COMP.
104442 77  AR-BUCKET-SUB          PIC 9(01) COMP.
104443 77  AR-PREV-BATCH          PIC 9(06).
104444 77  AR-PREV-CLAIM-DATE     PIC 9(08).
104445 77  AR-BT-SUB              PIC 9(03) COMP.
104446 77  AR-BT-USED             PIC 9(03) COMP.
104447 77  AR-TT-SUB              PIC 9(03) COMP.
104448 77  AR-TT-USED             PIC 9(03) COMP.
104449 77  AR-TYPE-FOUND-SW       PIC X VALUE 'N'.
104450     88  AR-TYPE-WAS-FOUND          VALUE 'Y'.
104451 77  AR-TOTAL-COUNT         PIC 9(07) COMP.
104452*
104453 77  JOB-CONTROL-FILE-STATUS PIC X(02).
104454     88  JOB-CONTROL-FILE-OK        VALUE '00'.
104455*
104456 77  JOB-LOG-FILE-STATUS    PIC X(02).
104457*
104458 77  JOB-CONTROL-EOF-SW     PIC X VALUE 'N'.
104459     88  JOB-CONTROL-EOF-REACHED    VALUE 'Y'.
104460*
104461 77  JOB-STREAM-SW          PIC X VALUE 'N'.
104462     88  JOB-STREAM-ACTIVE          VALUE 'Y'.
104463*
104464 77  JOB-RUN-PARM           PIC X(20) VALUE SPACES.
104465     88  JOB-RUN-PARM-BATCH         VALUE "BATCH".
104466*
104467 77  JOB-UNLOAD-VERIFIED-SW PIC X VALUE 'N'.
104468     88  JOB-UNLOAD-VERIFIED        VALUE 'Y'.
104469*
104470 77  JOB-GEN-CURRENT-SW     PIC X VALUE 'N'.
104471     88  JOB-GEN-IS-CURRENT         VALUE 'Y'.
104472*
104473 77  JOB-STEP-FOUND-SW      PIC X VALUE 'N'.
104474     88  JOB-STEP-WAS-FOUND         VALUE 'Y'.
104475*
104476 77  JOB-STEP-RC            PIC 9(02).
104477     88  JOB-STEP-OK                VALUE 00.
104478     88  JOB-STEP-WARNING           VALUE 04.
104479     88  JOB-STEP-FAILED            VALUE 08.
104480     88  JOB-STEP-SKIPPED           VALUE 12.
104481 77  JOB-HIGH-RC            PIC 9(02) VALUE ZERO.
104482 77  JOB-STEP-MSG           PIC X(50).
104483 77  JOB-RUN-DATE           PIC 9(08).
104484 77  JOB-DEP-STEP-ID        PIC 9(02).
104485 77  JOB-DEP-SUB            PIC 9(01) COMP.
104486 77  JOB-TBL-SUB            PIC 9(03) COMP.
104487 77  JOB-TBL-USED           PIC 9(03) COMP.
104488 77  JOB-STEP-COUNT         PIC 9(03) COMP.
104489 77  JOB-OK-COUNT           PIC 9(03) COMP.
104490 77  JOB-WARNING-COUNT      PIC 9(03) COMP.
104491 77  JOB-FAILED-COUNT       PIC 9(03) COMP.
104492 77  JOB-SKIPPED-COUNT      PIC 9(03) COMP.
104493 77  JOB-BILL-YEAR          PIC 9(04).
104494 77  JOB-BILL-MONTH         PIC 9(02).
104495 77  JOB-BILL-LAST-DAY      PIC 9(02).
104496 77  JOB-LEAP-QUOTIENT      PIC 9(04).
104497 77  JOB-LEAP-REMAINDER     PIC 9(04).
104498*
104499 77  CORR-FILE-STATUS       PIC X(02).
104500     88  CORR-FILE-OK               VALUE '00'.
104501     88  CORR-FILE-NOT-FOUND        VALUE '35'.
104502*
104503 77  NOTICE-PRINT-FILE-STATUS PIC X(02).
104504*
104505 77  CORR-EOF-SW            PIC X VALUE 'N'.
104506     88  CORR-EOF-REACHED           VALUE 'Y'.
104507*
104508 77  CORR-FOUND-SW          PIC X VALUE 'N'.
104509     88  CORR-ENTRY-FOUND           VALUE 'Y'.
104510*
104511 77  NOTICE-AHEAD-DAYS      PIC 9(03).
104512 77  NOTICE-BACK-DAYS       PIC 9(03).
104513 77  NOTICE-RUN-DATE        PIC 9(08).
104514 77  NOTICE-TODAY-DAYS      PIC 9(08) COMP.
104515 77  NOTICE-AHEAD-LIMIT     PIC 9(08) COMP.
104516 77  NOTICE-BACK-LIMIT      PIC 9(08) COMP.
104517 77  NOTICE-TYPE-SUB        PIC 9(01) COMP.
104518 77  NOTICE-BODY-SUB        PIC 9(01) COMP.
104519 77  NOTICE-CLOSE-SUB       PIC 9(01) COMP.
104520 77  NOTICE-CLIENT-ID       PIC 9(05).
104521 77  NOTICE-REF-ID          PIC 9(05).
104522 77  NOTICE-EVENT-DATE      PIC 9(08).
104523 77  NOTICE-NAME            PIC X(50).
104524 77  NOTICE-DETAIL          PIC X(40).
104525 77  NOTICE-SENT-COUNT      PIC 9(07) COMP.
104526 77  NOTICE-DUP-COUNT       PIC 9(07) COMP.
104527 77  NOTICE-NOCLIENT-COUNT  PIC 9(07) COMP.
104528*
104529 77  HOUSEHOLD-FILE-STATUS  PIC X(02).
104530     88  HOUSEHOLD-FILE-OK          VALUE '00'.
104531     88  HOUSEHOLD-FILE-NOT-FOUND   VALUE '35'.
104532*
104533 77  HH-EOF-SW              PIC X VALUE 'N'.
104534     88  HH-EOF-REACHED             VALUE 'Y'.
104535*
104536 77  HH-FOUND-SW            PIC X VALUE 'N'.
104537     88  HH-WAS-FOUND               VALUE 'Y'.
104538*
104539 77  HH-MEMBER-SW           PIC X VALUE 'N'.
104540     88  HH-CLIENT-IS-MEMBER        VALUE 'Y'.
104541*
104542 77  HH-CHANGED-SW          PIC X VALUE 'N'.
104543     88  HH-WAS-CHANGED             VALUE 'Y'.
104544*
104545 77  HH-CASE-SW             PIC X VALUE 'N'.
104546     88  HH-OPEN-CASE-FOUND         VALUE 'Y'.
104547*
104548 77  HH-HEAD-BLOCK-SW       PIC X VALUE 'N'.
104549     88  HH-HEAD-IS-BLOCKED         VALUE 'Y'.
104550*
104551 77  MAINT-HH-CHOICE        PIC 9.
104552 77  HH-NEW-ID              PIC 9(05).
104553 77  HH-NEW-CLIENT-ID       PIC 9(05).
104554 77  HH-NEW-RELATION        PIC X(02).
104555     88  HH-RELATION-IS-HEAD        VALUE 'HD'.
104556     88  HH-RELATION-IS-VALID       VALUE 'HD' 'SP' 'CH' 'PA'
104557                                          'SB' 'GP' 'OR' 'NR'.
104558 77  HH-NEW-DATE            PIC 9(08).
104559 77  HH-CLIENT-HH-ID        PIC 9(05).
104560 77  HH-BLOCK-HH-ID         PIC 9(05).
104561 77  HH-SUB                 PIC 9(02) COMP.
104562 77  HH-SCAN-SUB            PIC 9(02) COMP.
104563 77  HH-MBR-SUB             PIC 9(02) COMP.
104564 77  HH-OTHER-COUNT         PIC 9(02) COMP.
104565 77  HH-HEAD-SUB            PIC 9(02) COMP.
104566 77  HH-MERGE-DATE          PIC 9(08).
104567 77  HH-MERGE-COUNT         PIC 9(05) COMP.
104568*
104569 77  SERVICE-PLAN-FILE-STATUS PIC X(02).
104570     88  SERVICE-PLAN-FILE-OK       VALUE '00'.
104571     88  SERVICE-PLAN-NOT-FOUND     VALUE '35'.
104572*
104573 77  GOAL-REPORT-FILE-STATUS PIC X(02).
104574 77  OUTCOME-REPORT-FILE-STATUS PIC X(02).
104575*
104576 77  PLAN-FOUND-SW          PIC X VALUE 'N'.
104577     88  PLAN-WAS-FOUND             VALUE 'Y'.
104578*
104579 77  OUTCOME-VALID-SW       PIC X VALUE 'N'.
104580     88  OUTCOME-IS-VALID           VALUE 'Y'.
104581*
104582 77  MAINT-PLAN-CHOICE      PIC 9.
104583 77  PLAN-SEARCH-CASE-ID    PIC 9(05).
104584 77  PLAN-SUB               PIC 9(02) COMP.
104585 77  PLAN-GOAL-NUMBER       PIC 9(02).
104586 77  PLAN-ACTIVE-COUNT      PIC 9(02) COMP.
104587 77  PLAN-NEW-CODE          PIC X(06).
104588 77  PLAN-NEW-DESC          PIC X(40).
104589 77  PLAN-NEW-TARGET        PIC 9(08).
104590 77  PLAN-NEW-STATUS        PIC X(01).
104591     88  PLAN-NEW-STATUS-VALID      VALUE 'A' 'M' 'N' 'W'.
104592 77  PLAN-TODAY             PIC 9(08).
104593 77  PLAN-STATUS-TEXT       PIC X(09).
104594 77  CLOSE-OUTCOME-CODE     PIC X(02).
104595 77  OUTCOME-SUB            PIC 9(02) COMP.
104596 77  OUTCOME-FROM-DATE      PIC 9(08).
104597 77  OUTCOME-TO-DATE        PIC 9(08).
104598 77  OUTCOME-TOTAL-COUNT    PIC 9(07) COMP.
104599 77  OUTCOME-ARCHIVED-COUNT PIC 9(07) COMP.
104600 77  GOAL-TODAY-DAYS        PIC 9(08) COMP.
104601 77  GOAL-WORKER-COUNT      PIC 9(05) COMP.
104602 77  GOAL-OVERDUE-TOTAL     PIC 9(07) COMP.
104603*
104604 77  APPOINTMENT-FILE-STATUS PIC X(02).
104605     88  APPOINTMENT-FILE-OK        VALUE '00'.
104606     88  APPOINTMENT-FILE-NOT-FOUND VALUE '35'.
104607*
104608 77  SCHEDULE-REPORT-FILE-STATUS PIC X(02).
104609 77  NOSHOW-REPORT-FILE-STATUS PIC X(02).
104610*
104611 77  APPT-EOF-SW            PIC X VALUE 'N'.
104612     88  APPT-EOF-REACHED           VALUE 'Y'.
104613*
104614 77  APPT-FOUND-SW          PIC X VALUE 'N'.
104615     88  APPT-WAS-FOUND             VALUE 'Y'.
104616*
104617 77  APPT-CONFLICT-SW       PIC X VALUE 'N'.
104618     88  APPT-SLOT-TAKEN            VALUE 'Y'.
104619*
104620 77  APPT-GROUP-SW          PIC X VALUE 'N'.
104621     88  APPT-GROUP-STARTED         VALUE 'Y'.
104622*
104623 77  MAINT-APPT-CHOICE      PIC 9.
104624 77  APPT-SEARCH-ID         PIC 9(05).
104625 77  APPT-NEW-ID            PIC 9(05).
104626 77  APPT-NEW-CASE-ID       PIC 9(05).
104627 77  APPT-NEW-CLIENT-ID     PIC 9(05).
104628 77  APPT-CASE-WORKER-ID    PIC 9(05).
104629 77  APPT-NEW-DATE          PIC 9(08).
104630 77  APPT-NEW-TIME          PIC 9(04).
104631 77  APPT-NEW-DURATION      PIC 9(03).
104632 77  APPT-NEW-LOCATION      PIC X(30).
104633 77  APPT-NEW-STATUS        PIC X(01).
104634 77  APPT-LINK-ID           PIC 9(05).
104635 77  APPT-NEW-START-MIN     PIC 9(04) COMP.
104636 77  APPT-NEW-END-MIN       PIC 9(04) COMP.
104637 77  APPT-SCAN-START-MIN    PIC 9(04) COMP.
104638 77  APPT-SCAN-END-MIN      PIC 9(04) COMP.
104639 77  APPT-CONFLICT-ID       PIC 9(05).
104640 77  APPT-CONFLICT-TIME     PIC 9(04).
104641 77  APPT-TODAY             PIC 9(08).
104642 77  APPT-SCHED-DATE        PIC 9(08).
104643 77  APPT-WEEK-START        PIC 9(08).
104644 77  APPT-WEEK-END          PIC 9(08).
104645 77  APPT-DAY-COUNT         PIC 9(01) COMP.
104646 77  APPT-BREAK-ID          PIC 9(05).
104647 77  APPT-WORKER-COUNT      PIC 9(05) COMP.
104648 77  APPT-SCHED-TOTAL       PIC 9(07) COMP.
104649 77  APPT-KEPT-COUNT        PIC 9(05) COMP.
104650 77  APPT-NOSHOW-COUNT      PIC 9(05) COMP.
104651 77  APPT-OPEN-COUNT        PIC 9(05) COMP.
104652 77  APPT-KEPT-TOTAL        PIC 9(07) COMP.
104653 77  APPT-NOSHOW-TOTAL      PIC 9(07) COMP.
104654 77  APPT-OPEN-TOTAL        PIC 9(07) COMP.
104655 77  APPT-RESOLVED-COUNT    PIC 9(07) COMP.
104656 77  APPT-REVIEW-PCT        PIC 9(03) VALUE 50.
104657 77  APPT-MERGE-COUNT       PIC 9(05) COMP.
104658 77  APPT-STATUS-TEXT       PIC X(09).
104659*
104660 77  SNAPSHOT-FILE-STATUS   PIC X(02).
104661     88  SNAPSHOT-FILE-OK           VALUE '00'.
104662     88  SNAPSHOT-FILE-NOT-FOUND    VALUE '35'.
104663*
104664 77  STATE-REPORT-FILE-STATUS PIC X(02).
104665 77  STATE-EXTRACT-FILE-STATUS PIC X(02).
104666*
104667 77  SNAP-EOF-SW            PIC X VALUE 'N'.
104668     88  SNAP-EOF-REACHED           VALUE 'Y'.
104669*
104670 77  SNAP-ON-FILE-SW        PIC X VALUE 'N'.
104671     88  SNAP-IS-ON-FILE            VALUE 'Y'.
104672*
104673 77  SNAP-WORKER-SW         PIC X VALUE 'N'.
104674     88  SNAP-WORKER-FOUND          VALUE 'Y'.
104675*
104676 77  SNAP-CASES-OPEN-SW     PIC X VALUE 'N'.
104677     88  SNAP-CASES-OPEN            VALUE 'Y'.
104678*
104679 77  STATE-MONTH-START      PIC 9(08).
104680 77  STATE-MONTH-END        PIC 9(08).
104681 77  STATE-CURRENT-MONTH    PIC 9(06).
104682 77  STATE-COUNTY-CODE      PIC X(03).
104683 77  STATE-TODAY            PIC 9(08).
104684 77  STATE-LAST-DAY         PIC 9(02).
104685 77  STATE-LEAP-QUOTIENT    PIC 9(04).
104686 77  STATE-LEAP-REMAINDER   PIC 9(04).
104687 77  STATE-SNAP-TAKEN-DATE  PIC 9(08).
104688 77  STATE-SNAP-TAKEN-BY    PIC X(10).
104689 77  SNAP-CASE-OPENED       PIC 9(08).
104690 77  SNAP-CASE-CLOSED       PIC 9(08).
104691 77  SNAP-CASE-COUNT        PIC 9(07) COMP.
104692 77  SNAP-SERVICE-COUNT     PIC 9(07) COMP.
104693 77  SNAP-CLIENT-COUNT      PIC 9(07) COMP.
104694 77  STATE-OPEN-START-COUNT PIC 9(07) COMP.
104695 77  STATE-OPENED-COUNT     PIC 9(07) COMP.
104696 77  STATE-CLOSED-COUNT     PIC 9(07) COMP.
104697 77  STATE-OPEN-END-COUNT   PIC 9(07) COMP.
104698 77  STATE-CLIENT-COUNT     PIC 9(07) COMP.
104699 77  STATE-SERVICE-TOTAL    PIC 9(07) COMP.
104700 77  STATE-UNIT-TOTAL       PIC 9(07) COMP.
104701 77  STATE-EXTRACT-COUNT    PIC 9(07) COMP.
104702 77  STATE-TYPE-SUB         PIC 9(03) COMP.
104703 77  STATE-TYPE-USED        PIC 9(03) COMP.
104704 77  STATE-WORKER-SUB       PIC 9(03) COMP.
104705 77  STATE-WORKER-USED      PIC 9(03) COMP.
104706 77  STATE-FOUND-SW         PIC X VALUE 'N'.
104707     88  STATE-ROW-WAS-FOUND        VALUE 'Y'.
104708*
104709 77  FUND-SOURCE-FILE-STATUS PIC X(02).
104710     88  FUND-SOURCE-FILE-OK        VALUE '00'.
104711     88  FUND-SOURCE-FILE-NOT-FOUND VALUE '35'.
104712*
104713 77  BUDGET-REPORT-FILE-STATUS PIC X(02).
104714*
104715 77  FUND-EOF-SW            PIC X VALUE 'N'.
104716     88  FUND-EOF-REACHED           VALUE 'Y'.
104717*
104718 77  FUND-FOUND-SW          PIC X VALUE 'N'.
104719     88  FUND-WAS-FOUND             VALUE 'Y'.
104720*
104721 77  FUND-KEY-VALID-SW      PIC X VALUE 'N'.
104722     88  FUND-KEY-IS-VALID          VALUE 'Y'.
104723*
104724 77  FUND-AUTH-CLEARED-SW   PIC X VALUE 'Y'.
104725     88  FUND-AUTH-CLEARED          VALUE 'Y'.
104726*
104727 77  FUND-OVERRIDE-SW       PIC X VALUE 'N'.
104728     88  FUND-OVERRIDDEN            VALUE 'Y'.
104729*
104730 77  FUND-LIQUIDATE-SW      PIC X VALUE 'N'.
104731     88  FUND-LIQUIDATE-COMMITMENT  VALUE 'Y'.
104732*
104733*    FISCAL YEAR NNNN RUNS FROM THIS MONTH OF YEAR NNNN-1 TO THE
104734*    MONTH BEFORE IT IN YEAR NNNN. 01 MAKES IT THE CALENDAR YEAR.
104735 77  FUND-FY-START-MONTH    PIC 9(02) VALUE 07.
104736 77  FUND-MAINT-CHOICE      PIC 9.
104737 77  FUND-NEW-CODE          PIC X(06).
104738 77  FUND-NEW-YEAR          PIC 9(04).
104739 77  FUND-NEW-NAME          PIC X(30).
104740 77  FUND-NEW-CATEGORY      PIC X(01).
104741     88  FUND-NEW-CATEGORY-VALID    VALUE 'S' 'C' 'F'.
104742 77  FUND-NEW-SVC-TYPE      PIC X(08).
104743 77  FUND-OVERRIDE-ANSWER   PIC X(01).
104744 77  FUND-POST-SVC-TYPE     PIC X(08).
104745 77  FUND-POST-YEAR         PIC 9(04).
104746 77  FUND-COMMIT-DELTA      PIC S9(09)V99.
104747 77  FUND-SPENT-DELTA       PIC S9(09)V99.
104748 77  FUND-BILLED-AMOUNT     PIC S9(07)V99.
104749 77  FUND-NEW-BALANCE       PIC S9(09)V99.
104750 77  FUND-AUTH-AMOUNT       PIC 9(09)V99.
104751 77  FUND-REMAINING         PIC S9(09)V99.
104752 77  FUND-TYPE-SUB          PIC 9(03) COMP.
104753 77  BUDGET-YEAR            PIC 9(04) VALUE ZERO.
104754 77  BUDGET-TODAY           PIC 9(08).
104755 77  BUDGET-PCT-USED        PIC 9(05).
104756 77  BUDGET-SOURCE-COUNT    PIC 9(05) COMP.
104757 77  BUDGET-OVER-COUNT      PIC 9(05) COMP.
104758 77  BUDGET-TOTAL-ALLOCATION PIC 9(09)V99.
104759 77  BUDGET-TOTAL-COMMITTED PIC 9(09)V99.
104760 77  BUDGET-TOTAL-SPENT     PIC 9(09)V99.
104761 77  BUDGET-TOTAL-REMAINING PIC S9(09)V99.
104762*
104763 77  CLIENT-ACCESS-FILE-STATUS PIC X(02).
104764     88  CLIENT-ACCESS-FILE-OK      VALUE '00'.
104765     88  CLIENT-ACCESS-NOT-FOUND    VALUE '35'.
104766*
104767 77  ACCESS-LOG-FILE-STATUS PIC X(02).
104768     88  ACCESS-LOG-FILE-OK         VALUE '00'.
104769     88  ACCESS-LOG-NOT-FOUND       VALUE '35'.
104770*
104771 77  ACCESS-REVIEW-FILE-STATUS PIC X(02).
104772*
104773 77  CONF-ACCESS-SW         PIC X VALUE 'Y'.
104774     88  CONF-ACCESS-ALLOWED        VALUE 'Y'.
104775*
104776 77  CONF-EOF-SW            PIC X VALUE 'N'.
104777     88  CONF-EOF-REACHED           VALUE 'Y'.
104778*
104779 77  CONF-FOUND-SW          PIC X VALUE 'N'.
104780     88  CONF-WAS-FOUND             VALUE 'Y'.
104781*
104782 77  CONF-KEY-VALID-SW      PIC X VALUE 'N'.
104783     88  CONF-KEY-IS-VALID          VALUE 'Y'.
104784*
104785*    CALLERS OF THE ACCESS CHECKS STAGE THE CLIENT, ITS
104786*    RESTRICTION FLAG AND THE FUNCTION NAME FOR THE ACCESS LOG.
104787 77  CONF-CLIENT-ID         PIC 9(05).
104788 77  CONF-CLIENT-FLAG       PIC X(01).
104789     88  CONF-CLIENT-RESTRICTED     VALUE 'R'.
104790 77  CONF-FUNCTION          PIC X(12).
104791 77  CONF-LOG-RESULT        PIC X(01).
104792 77  CONF-LOG-BASIS         PIC X(01).
104793 77  CONF-RESTRICTED-TEXT   PIC X(25)
104794         VALUE "*** RESTRICTED RECORD ***".
104795 77  CONF-MAINT-CHOICE      PIC 9.
104796 77  CONF-ANSWER            PIC X(01).
104797 77  CONF-NEW-REASON        PIC X(01).
104798     88  CONF-NEW-REASON-VALID      VALUE 'D' 'S' 'P'.
104799 77  CONF-NEW-OPERATOR      PIC X(10).
104800 77  CONF-GRANT-COUNT       PIC 9(05) COMP.
104801 77  CONF-SEL-FROM-DATE     PIC 9(08).
104802 77  CONF-SEL-TO-DATE       PIC 9(08).
104803 77  CONF-SEL-CLIENT-ID     PIC 9(05).
104804 77  CONF-SEL-REFUSED       PIC X(01).
104805 77  CONF-VIEW-COUNT        PIC 9(07) COMP.
104806 77  CONF-ALLOWED-COUNT     PIC 9(07) COMP.
104807 77  CONF-REFUSED-COUNT     PIC 9(07) COMP.
104808 77  CONF-OPER-SUB          PIC 9(03) COMP.
104809 77  CONF-OPER-USED         PIC 9(03) COMP.
104810*
104811 01  RPT-HEADING-1.
104812     05  FILLER             PIC X(15) VALUE SPACES.
104813     05  FILLER             PIC X(30)
104900         VALUE "MASTER ACTIVITY REPORT".
105000     05  FILLER             PIC X(07) VALUE "  PAGE ".
105100     05  RPT-PAGE-NO        PIC ZZ9.
114400     05  FILLER             PIC X(01) VALUE 'H'.
114500     05  CLAIM-HDR-RUN-DATE PIC 9(08).
114600     05  CLAIM-HDR-COUNTY   PIC X(03).
114650     05  CLAIM-HDR-BATCH-NO PIC 9(06).
114700*
114800 01  CLAIM-DETAIL-LINE.
114900     05  CLAIM-DTL-RECORD-TYPE PIC X(01) VALUE 'D'.
114925         88  CLAIM-DTL-IS-ORIGINAL      VALUE 'D'.
114950         88  CLAIM-DTL-IS-VOID          VALUE 'V'.
114975         88  CLAIM-DTL-IS-REPLACEMENT   VALUE 'R'.
115000     05  CLAIM-DTL-SERVICE-ID PIC 9(05).
115100     05  CLAIM-DTL-CLIENT-ID  PIC 9(05).
115200     05  CLAIM-DTL-CLIENT-NAME PIC X(50).
115300     05  CLAIM-DTL-SERVICE-DATE PIC 9(08).
115400     05  CLAIM-DTL-SERVICE-TYPE PIC X(08).
115500     05  CLAIM-DTL-UNIT-RATE PIC 9(05)V99.
115533*    ON A REPLACEMENT ('R') DETAIL, THE SERVICE IT REPLACES.
115566     05  CLAIM-DTL-ORIG-SERVICE-ID PIC 9(05).
115600*
115700 01  CLAIM-TRAILER-LINE.
115800     05  FILLER             PIC X(01) VALUE 'T'.
115900     05  CLAIM-TRL-DETAIL-COUNT PIC 9(07).
116000     05  CLAIM-TRL-DATE-HASH PIC 9(15).
116004     05  CLAIM-TRL-VOID-COUNT PIC 9(07).
116008     05  CLAIM-TRL-REPL-COUNT PIC 9(07).
116012*
116016*    AGED RECEIVABLES ACCUMULATORS -- ONE BATCH AT A TIME BY
116020*    SERVICE TYPE, AND ALL BATCHES BY SERVICE TYPE AND AGE
116024*    BUCKET (1 = 0-30, 2 = 31-60, 3 = 61-90, 4 = OVER 90 DAYS).
116028*    WHEN A TABLE IS FULL THE LAST ENTRY COLLECTS THE OVERFLOW.
116032 01  AR-BATCH-TYPE-TABLE.
116036     05  AR-BT-ENTRY OCCURS 50 TIMES.
116040         10  AR-BT-TYPE         PIC X(08).
116044         10  AR-BT-COUNT        PIC 9(05).
116048         10  AR-BT-AMOUNT       PIC 9(07)V99.
116052*
116056 01  AR-TYPE-TOTAL-TABLE.
116060     05  AR-TT-ENTRY OCCURS 50 TIMES.
116064         10  AR-TT-TYPE         PIC X(08).
116068         10  AR-TT-COUNT        PIC 9(05).
116072         10  AR-TT-AMOUNT       PIC 9(07)V99 OCCURS 4 TIMES.
116076*
116080 01  AR-BUCKET-TOTALS.
116084     05  AR-TOTAL-AMOUNT        PIC 9(09)V99 OCCURS 4 TIMES.
116100*
116200 01  ARCHIVE-YEAR-TABLE.
116300     05  ARCH-YEAR-ENTRY OCCURS 50 TIMES.
132400     05  RPT-REMIT-REASON   PIC X(02).
132500     05  FILLER             PIC X(09) VALUE "  AMOUNT ".
132600     05  RPT-REMIT-AMOUNT   PIC ZZZZ9.99.
132606     05  FILLER             PIC X(11) VALUE "  VARIANCE ".
132612     05  RPT-REMIT-VARIANCE PIC -ZZZZ9.99.
132618*
132624 01  RPT-REMIT-BATCH-LINE.
132630     05  FILLER             PIC X(13) VALUE "CLAIM BATCH: ".
132636     05  RPT-REMIT-BATCH    PIC 9(06).
132642     05  FILLER             PIC X(08) VALUE "  PAID: ".
132648     05  RPT-REMIT-PAID-DATE PIC 9(08).
132654*
132660 01  RPT-REMIT-SHORT-LINE.
132666     05  FILLER             PIC X(20)
132672         VALUE "DETAILS SHORT-PAID: ".
132678     05  RPT-REMIT-SHORT-COUNT PIC ZZZZZZ9.
132684     05  FILLER             PIC X(12) VALUE "  VARIANCE $".
132690     05  RPT-REMIT-SHORT-TOTAL PIC ZZZZZZZZ9.99.
132700*
132800 01  RPT-REMIT-PAID-LINE.
132900     05  FILLER             PIC X(16) VALUE "DETAILS PAID:   ".
139800     05  MERGE-AUDIT-ID     PIC 9(05).
139900     05  FILLER             PIC X(01) VALUE SPACE.
140000     05  MERGE-AUDIT-NAME   PIC X(50).
140001*
140002 01  HH-AUDIT-IMAGE.
140003     05  HH-AUDIT-HH-ID     PIC 9(05).
140004     05  FILLER             PIC X(01) VALUE SPACE.
140005     05  HH-AUDIT-CLIENT-ID PIC 9(05).
140006     05  FILLER             PIC X(01) VALUE SPACE.
140007     05  HH-AUDIT-RELATION  PIC X(02).
140008     05  FILLER             PIC X(01) VALUE SPACE.
140009     05  HH-AUDIT-JOIN-DATE PIC 9(08).
140010     05  FILLER             PIC X(01) VALUE SPACE.
140011     05  HH-AUDIT-LEAVE-DATE PIC 9(08).
140012*
140013 01  PLAN-AUDIT-IMAGE.
140014     05  PLAN-AUDIT-CASE-ID PIC 9(05).
140015     05  FILLER             PIC X(01) VALUE SPACE.
140016     05  PLAN-AUDIT-GOAL-NO PIC 9(02).
140017     05  FILLER             PIC X(01) VALUE SPACE.
140018     05  PLAN-AUDIT-CODE    PIC X(06).
140019     05  FILLER             PIC X(01) VALUE SPACE.
140020     05  PLAN-AUDIT-TARGET  PIC 9(08).
140021     05  FILLER             PIC X(01) VALUE SPACE.
140022     05  PLAN-AUDIT-STATUS  PIC X(01).
140023     05  FILLER             PIC X(01) VALUE SPACE.
140024     05  PLAN-AUDIT-STATUS-DATE PIC 9(08).
140025*
140026*    CLOSING OUTCOME CODES. CLOSE-CASE ACCEPTS ONLY THESE; THE
140027*    OUTCOME SUMMARY REPORTS IN THIS ORDER.
140028 01  OUTCOME-CODE-VALUES.
140029     05  FILLER             PIC X(02) VALUE "HO".
140030     05  FILLER             PIC X(28) VALUE "HOUSED".
140031     05  FILLER             PIC X(02) VALUE "EM".
140032     05  FILLER             PIC X(28) VALUE "EMPLOYED".
140033     05  FILLER             PIC X(02) VALUE "ST".
140034     05  FILLER             PIC X(28) VALUE "STABILIZED".
140035     05  FILLER             PIC X(02) VALUE "GM".
140036     05  FILLER             PIC X(28)
140037         VALUE "SERVICE PLAN GOALS MET".
140038     05  FILLER             PIC X(02) VALUE "RA".
140039     05  FILLER             PIC X(28)
140040         VALUE "REFERRED TO ANOTHER AGENCY".
140041     05  FILLER             PIC X(02) VALUE "MV".
140042     05  FILLER             PIC X(28) VALUE "MOVED OUT OF COUNTY".
140043     05  FILLER             PIC X(02) VALUE "RF".
140044     05  FILLER             PIC X(28)
140045         VALUE "DECLINED FURTHER SERVICES".
140046     05  FILLER             PIC X(02) VALUE "NS".
140047     05  FILLER             PIC X(28) VALUE "STOPPED ATTENDING".
140048     05  FILLER             PIC X(02) VALUE "DE".
140049     05  FILLER             PIC X(28) VALUE "DECEASED".
140050     05  FILLER             PIC X(02) VALUE "OT".
140051     05  FILLER             PIC X(28) VALUE "OTHER".
140052 01  OUTCOME-CODE-TABLE REDEFINES OUTCOME-CODE-VALUES.
140053     05  OUTCOME-ENTRY OCCURS 10 TIMES.
140054         10  OUTCOME-CODE       PIC X(02).
140055         10  OUTCOME-DESC       PIC X(28).
140056*
140057*    ENTRY 11 COUNTS CLOSED CASES WITH NO RECOGNIZED OUTCOME.
140058 01  OUTCOME-TALLY-TABLE.
140059     05  OUTCOME-CASE-COUNT PIC 9(07) COMP OCCURS 11 TIMES.
140060*
140061 01  RPT-GOAL-HEADING-1.
140062     05  FILLER             PIC X(15) VALUE SPACES.
140063     05  FILLER             PIC X(40)
140064         VALUE "OVERDUE SERVICE PLAN GOALS BY CASEWORKER".
140065*
140066 01  RPT-GOAL-PARM-LINE.
140067     05  FILLER             PIC X(10) VALUE "RUN DATE: ".
140068     05  RPT-GOAL-RUN-DATE  PIC 9(08).
140069     05  FILLER             PIC X(38)
140070         VALUE "  ACTIVE GOALS PAST THEIR TARGET DATE".
140071*
140072 01  RPT-GOAL-WORKER-LINE.
140073     05  FILLER             PIC X(11) VALUE "CASEWORKER ".
140074     05  RPT-GOAL-WORKER-ID PIC 9(05).
140075     05  FILLER             PIC X(02) VALUE SPACES.
140076     05  RPT-GOAL-WORKER-NAME PIC X(50).
140077*
140078 01  RPT-GOAL-DETAIL-LINE.
140079     05  FILLER             PIC X(09) VALUE "    CASE ".
140080     05  RPT-GOAL-CASE-ID   PIC 9(05).
140081     05  FILLER             PIC X(09) VALUE "  CLIENT ".
140082     05  RPT-GOAL-CLIENT-ID PIC 9(05).
140083     05  FILLER             PIC X(07) VALUE "  GOAL ".
140084     05  RPT-GOAL-CODE      PIC X(06).
140085     05  FILLER             PIC X(09) VALUE "  TARGET ".
140086     05  RPT-GOAL-TARGET    PIC 9(08).
140087     05  FILLER             PIC X(15) VALUE "  DAYS OVERDUE ".
140088     05  RPT-GOAL-DAYS      PIC ZZZZ9.
140089     05  FILLER             PIC X(02) VALUE SPACES.
140090     05  RPT-GOAL-DESC      PIC X(40).
140091*
140092 01  RPT-GOAL-NONE-LINE.
140093     05  FILLER             PIC X(21)
140094         VALUE "    NO OVERDUE GOALS.".
140095*
140096 01  RPT-GOAL-WORKER-TOTAL.
140097     05  FILLER             PIC X(18)
140098         VALUE "    OVERDUE GOALS ".
140099     05  RPT-GOAL-WORKER-COUNT PIC ZZZZ9.
140100*
140101 01  RPT-GOAL-TOTAL-LINE.
140102     05  FILLER             PIC X(20)
140103         VALUE "TOTAL OVERDUE GOALS:".
140104     05  RPT-GOAL-TOTAL     PIC ZZZZZZ9.
140105*
140106 01  RPT-OUTCOME-HEADING-1.
140107     05  FILLER             PIC X(15) VALUE SPACES.
140108     05  FILLER             PIC X(28)
140109         VALUE "CASE CLOSING OUTCOME SUMMARY".
140110*
140111 01  RPT-OUTCOME-PARM-LINE.
140112     05  FILLER             PIC X(13) VALUE "CLOSED FROM: ".
140113     05  RPT-OUTCOME-FROM   PIC 9(08).
140114     05  FILLER             PIC X(06) VALUE "  TO: ".
140115     05  RPT-OUTCOME-TO     PIC 9(08).
140116*
140117 01  RPT-OUTCOME-DETAIL-LINE.
140118     05  RPT-OUTCOME-CODE   PIC X(02).
140119     05  FILLER             PIC X(02) VALUE SPACES.
140120     05  RPT-OUTCOME-DESC   PIC X(28).
140121     05  FILLER             PIC X(08) VALUE "  CASES ".
140122     05  RPT-OUTCOME-COUNT  PIC ZZZZZZ9.
140123     05  FILLER             PIC X(04) VALUE SPACES.
140124     05  RPT-OUTCOME-PCT    PIC ZZ9.9.
140125     05  FILLER             PIC X(01) VALUE "%".
140126*
140127 01  RPT-OUTCOME-TOTAL-LINE.
140128     05  FILLER             PIC X(14) VALUE "CASES CLOSED: ".
140129     05  RPT-OUTCOME-TOTAL  PIC ZZZZZZ9.
140130     05  FILLER             PIC X(16) VALUE "  FROM ARCHIVE: ".
140131     05  RPT-OUTCOME-ARCHIVED PIC ZZZZZZ9.
140132*
140133*    APPOINTMENT START TIME, HHMM ON A 24-HOUR CLOCK.
140134 01  APPT-TIME-FIELDS.
140135     05  APPT-TIME-WS       PIC 9(04).
140136     05  APPT-TIME-R REDEFINES APPT-TIME-WS.
140137         10  APPT-TIME-HOUR     PIC 9(02).
140138         10  APPT-TIME-MINUTE   PIC 9(02).
140139*
140140 01  APPT-AUDIT-IMAGE.
140141     05  APPT-AUDIT-CASE-ID PIC 9(05).
140142     05  FILLER             PIC X(01) VALUE SPACE.
140143     05  APPT-AUDIT-WORKER-ID PIC 9(05).
140144     05  FILLER             PIC X(01) VALUE SPACE.
140145     05  APPT-AUDIT-DATE    PIC 9(08).
140146     05  FILLER             PIC X(01) VALUE SPACE.
140147     05  APPT-AUDIT-TIME    PIC 9(04).
140148     05  FILLER             PIC X(01) VALUE SPACE.
140149     05  APPT-AUDIT-SVC-TYPE PIC X(08).
140150     05  FILLER             PIC X(01) VALUE SPACE.
140151     05  APPT-AUDIT-STATUS  PIC X(01).
140152     05  FILLER             PIC X(01) VALUE SPACE.
140153     05  APPT-AUDIT-SERVICE-ID PIC 9(05).
140154     05  FILLER             PIC X(01) VALUE SPACE.
140155     05  APPT-AUDIT-NOTE-ID PIC 9(05).
140156*
140157 01  APPT-SVC-DESC-WS.
140158     05  FILLER             PIC X(17) VALUE "KEPT APPOINTMENT ".
140159     05  APPT-DESC-APPT-ID  PIC 9(05).
140160     05  FILLER             PIC X(04) VALUE " AT ".
140161     05  APPT-DESC-LOCATION PIC X(30).
140162*
140163 01  APPT-NOTE-TEXT-WS.
140164     05  FILLER             PIC X(24)
140165         VALUE "NO-SHOW FOR APPOINTMENT ".
140166     05  APPT-NOTE-APPT-ID  PIC 9(05).
140167     05  FILLER             PIC X(04) VALUE " ON ".
140168     05  APPT-NOTE-DATE     PIC 9(08).
140169     05  FILLER             PIC X(04) VALUE " AT ".
140170     05  APPT-NOTE-TIME     PIC 9(04).
140171     05  FILLER             PIC X(06) VALUE " TYPE ".
140172     05  APPT-NOTE-SVC-TYPE PIC X(08).
140173     05  FILLER             PIC X(10) VALUE " LOCATION ".
140174     05  APPT-NOTE-LOCATION PIC X(30).
140175*
140176 01  RPT-SCHED-HEADING-1.
140177     05  FILLER             PIC X(15) VALUE SPACES.
140178     05  FILLER             PIC X(37)
140179         VALUE "DAILY CASEWORKER APPOINTMENT SCHEDULE".
140180*
140181 01  RPT-SCHED-PARM-LINE.
140182     05  FILLER             PIC X(15) VALUE "SCHEDULE DATE: ".
140183     05  RPT-SCHED-DATE     PIC 9(08).
140184*
140185 01  RPT-SCHED-WORKER-LINE.
140186     05  FILLER             PIC X(11) VALUE "CASEWORKER ".
140187     05  RPT-SCHED-WORKER-ID PIC 9(05).
140188     05  FILLER             PIC X(02) VALUE SPACES.
140189     05  RPT-SCHED-WORKER-NAME PIC X(50).
140190*
140191 01  RPT-SCHED-DETAIL-LINE.
140192     05  FILLER             PIC X(04) VALUE SPACES.
140193     05  RPT-SCHED-HOUR     PIC 9(02).
140194     05  FILLER             PIC X(01) VALUE ":".
140195     05  RPT-SCHED-MINUTE   PIC 9(02).
140196     05  FILLER             PIC X(02) VALUE SPACES.
140197     05  RPT-SCHED-DURATION PIC ZZ9.
140198     05  FILLER             PIC X(11) VALUE " MIN  APPT ".
140199     05  RPT-SCHED-APPT-ID  PIC 9(05).
140200     05  FILLER             PIC X(07) VALUE "  CASE ".
140201     05  RPT-SCHED-CASE-ID  PIC 9(05).
140202     05  FILLER             PIC X(09) VALUE "  CLIENT ".
140203     05  RPT-SCHED-CLIENT-ID PIC 9(05).
140204     05  FILLER             PIC X(02) VALUE SPACES.
140205     05  RPT-SCHED-CLIENT-NAME PIC X(30).
140206     05  FILLER             PIC X(07) VALUE "  TYPE ".
140207     05  RPT-SCHED-SVC-TYPE PIC X(08).
140208     05  FILLER             PIC X(02) VALUE SPACES.
140209     05  RPT-SCHED-LOCATION PIC X(30).
140210     05  FILLER             PIC X(02) VALUE SPACES.
140211     05  RPT-SCHED-STATUS   PIC X(09).
140212*
140213 01  RPT-SCHED-NONE-LINE.
140214     05  FILLER             PIC X(20)
140215         VALUE "    NO APPOINTMENTS.".
140216*
140217 01  RPT-SCHED-WORKER-TOTAL.
140218     05  FILLER             PIC X(17)
140219         VALUE "    APPOINTMENTS ".
140220     05  RPT-SCHED-WORKER-COUNT PIC ZZZZ9.
140221*
140222 01  RPT-SCHED-TOTAL-LINE.
140223     05  FILLER             PIC X(20)
140224         VALUE "TOTAL APPOINTMENTS: ".
140225     05  RPT-SCHED-TOTAL    PIC ZZZZZZ9.
140226*
140227 01  RPT-NOSHOW-HEADING-1.
140228     05  FILLER             PIC X(15) VALUE SPACES.
140229     05  FILLER             PIC X(31)
140230         VALUE "WEEKLY APPOINTMENT NO-SHOW RATE".
140231*
140232 01  RPT-NOSHOW-PARM-LINE.
140233     05  FILLER             PIC X(11) VALUE "WEEK FROM: ".
140234     05  RPT-NOSHOW-FROM    PIC 9(08).
140235     05  FILLER             PIC X(06) VALUE "  TO: ".
140236     05  RPT-NOSHOW-TO      PIC 9(08).
140237     05  FILLER             PIC X(15) VALUE "  REVIEW AT:   ".
140238     05  RPT-NOSHOW-REVIEW-PCT PIC ZZ9.
140239     05  FILLER             PIC X(01) VALUE "%".
140240*
140241 01  RPT-NOSHOW-SECTION-LINE.
140242     05  RPT-NOSHOW-SECTION PIC X(30).
140243*
140244 01  RPT-NOSHOW-DETAIL-LINE.
140245     05  FILLER             PIC X(02) VALUE SPACES.
140246     05  RPT-NOSHOW-ID      PIC 9(05).
140247     05  FILLER             PIC X(02) VALUE SPACES.
140248     05  RPT-NOSHOW-NAME    PIC X(30).
140249     05  FILLER             PIC X(07) VALUE "  KEPT ".
140250     05  RPT-NOSHOW-KEPT    PIC ZZZZ9.
140251     05  FILLER             PIC X(10) VALUE "  NO-SHOW ".
140252     05  RPT-NOSHOW-MISSED  PIC ZZZZ9.
140253     05  FILLER             PIC X(16) VALUE "  NOT RECORDED ".
140254     05  RPT-NOSHOW-OPEN    PIC ZZZZ9.
140255     05  FILLER             PIC X(07) VALUE "  RATE ".
140256     05  RPT-NOSHOW-RATE    PIC ZZ9.9.
140257     05  FILLER             PIC X(03) VALUE "%  ".
140258     05  RPT-NOSHOW-FLAG    PIC X(12).
140259*
140260 01  RPT-NOSHOW-NONE-LINE.
140261     05  FILLER             PIC X(32)
140262         VALUE "  NO APPOINTMENTS IN THE WEEK.".
140263*
140264 01  RPT-NOSHOW-TOTAL-LINE.
140265     05  FILLER             PIC X(12) VALUE "TOTAL KEPT: ".
140266     05  RPT-NOSHOW-TOTAL-KEPT PIC ZZZZZZ9.
140267     05  FILLER             PIC X(11) VALUE "  NO-SHOW: ".
140268     05  RPT-NOSHOW-TOTAL-MISSED PIC ZZZZZZ9.
140269     05  FILLER             PIC X(17) VALUE "  NOT RECORDED: ".
140270     05  RPT-NOSHOW-TOTAL-OPEN PIC ZZZZZZ9.
140271     05  FILLER             PIC X(08) VALUE "  RATE: ".
140272     05  RPT-NOSHOW-TOTAL-RATE PIC ZZ9.9.
140273     05  FILLER             PIC X(01) VALUE "%".
140274*
140275*    REPORT MONTH FOR THE MONTH-END STATE RUN, YYYYMM.
140276 01  STATE-MONTH-FIELDS.
140277     05  STATE-MONTH        PIC 9(06).
140278     05  STATE-MONTH-R REDEFINES STATE-MONTH.
140279         10  STATE-MONTH-YEAR   PIC 9(04).
140280         10  STATE-MONTH-MM     PIC 9(02).
140281*
140282*    STATE REPORT ACCUMULATORS -- SERVICES AND UNITS BY SERVICE
140283*    TYPE AND BY CASEWORKER FOR THE REPORT MONTH. WHEN A TABLE IS
140284*    FULL THE LAST ENTRY COLLECTS THE OVERFLOW.
140285 01  STATE-TYPE-TABLE.
140286     05  STATE-TYPE-ENTRY OCCURS 50 TIMES.
140287         10  STATE-TYPE-CODE    PIC X(08).
140288         10  STATE-TYPE-SERVICES PIC 9(07).
140289         10  STATE-TYPE-UNITS   PIC 9(07).
140290*
140291 01  STATE-WORKER-TABLE.
140292     05  STATE-WORKER-ENTRY OCCURS 100 TIMES.
140293         10  STATE-WORKER-ID    PIC 9(05).
140294         10  STATE-WORKER-SERVICES PIC 9(07).
140295         10  STATE-WORKER-UNITS PIC 9(07).
140296*
140297 01  STATE-AUDIT-IMAGE.
140298     05  STATE-AUDIT-MONTH  PIC 9(06).
140299     05  FILLER             PIC X(01) VALUE SPACE.
140300     05  STATE-AUDIT-COUNTY PIC X(03).
140301     05  FILLER             PIC X(01) VALUE SPACE.
140302     05  STATE-AUDIT-SNAP-DATE PIC 9(08).
140303     05  FILLER             PIC X(01) VALUE SPACE.
140304     05  STATE-AUDIT-CASES  PIC 9(07).
140305     05  FILLER             PIC X(01) VALUE SPACE.
140306     05  STATE-AUDIT-SERVICES PIC 9(07).
140307     05  FILLER             PIC X(01) VALUE SPACE.
140308     05  STATE-AUDIT-CLIENTS PIC 9(07).
140309*
140310 01  RPT-STATE-HEADING-1.
140311     05  FILLER             PIC X(15) VALUE SPACES.
140312     05  FILLER             PIC X(32)
140313         VALUE "MONTHLY STATE STATISTICAL REPORT".
140314*
140315 01  RPT-STATE-PARM-LINE.
140316     05  FILLER             PIC X(14) VALUE "REPORT MONTH: ".
140317     05  RPT-STATE-MONTH    PIC 9(06).
140318     05  FILLER             PIC X(10) VALUE "  COUNTY: ".
140319     05  RPT-STATE-COUNTY   PIC X(03).
140320     05  FILLER             PIC X(18) VALUE "  SNAPSHOT TAKEN: ".
140321     05  RPT-STATE-SNAP-DATE PIC 9(08).
140322     05  FILLER             PIC X(04) VALUE " BY ".
140323     05  RPT-STATE-SNAP-BY  PIC X(10).
140324*
140325 01  RPT-STATE-SECTION-LINE.
140326     05  RPT-STATE-SECTION  PIC X(30).
140327*
140328 01  RPT-STATE-COUNT-LINE.
140329     05  FILLER             PIC X(02) VALUE SPACES.
140330     05  RPT-STATE-COUNT-DESC PIC X(32).
140331     05  RPT-STATE-COUNT    PIC ZZZZZZ9.
140332*
140333 01  RPT-STATE-TYPE-LINE.
140334     05  FILLER             PIC X(02) VALUE SPACES.
140335     05  RPT-STATE-TYPE     PIC X(08).
140336     05  FILLER             PIC X(11) VALUE "  SERVICES ".
140337     05  RPT-STATE-TYPE-SERVICES PIC ZZZZZZ9.
140338     05  FILLER             PIC X(08) VALUE "  UNITS ".
140339     05  RPT-STATE-TYPE-UNITS PIC ZZZZZZ9.
140340*
140341 01  RPT-STATE-WORKER-LINE.
140342     05  FILLER             PIC X(02) VALUE SPACES.
140343     05  RPT-STATE-WORKER-ID PIC 9(05).
140344     05  FILLER             PIC X(02) VALUE SPACES.
140345     05  RPT-STATE-WORKER-NAME PIC X(30).
140346     05  FILLER             PIC X(11) VALUE "  SERVICES ".
140347     05  RPT-STATE-WORKER-SERVICES PIC ZZZZZZ9.
140348     05  FILLER             PIC X(08) VALUE "  UNITS ".
140349     05  RPT-STATE-WORKER-UNITS PIC ZZZZZZ9.
140350*
140351 01  RPT-STATE-NONE-LINE.
140352     05  FILLER             PIC X(29)
140353         VALUE "  NO SERVICES IN THE MONTH.".
140354*
140355 01  RPT-STATE-TOTAL-LINE.
140356     05  FILLER             PIC X(16) VALUE "TOTAL SERVICES: ".
140357     05  RPT-STATE-TOTAL-SERVICES PIC ZZZZZZ9.
140358     05  FILLER             PIC X(09) VALUE "  UNITS: ".
140359     05  RPT-STATE-TOTAL-UNITS PIC ZZZZZZ9.
140360*
140361*    STATE PORTAL EXTRACT -- FIXED 80-BYTE RECORDS. ONE HEADER,
140362*    ONE CASELOAD RECORD, ONE 'S' DETAIL PER SERVICE TYPE AND ONE
140363*    'W' DETAIL PER CASEWORKER, AND A TRAILER COUNTING THE RECORDS
140364*    BETWEEN HEADER AND TRAILER WITH SERVICE AND UNIT TOTALS.
140365 01  STATE-EXTR-HEADER-LINE.
140366     05  FILLER             PIC X(01) VALUE 'H'.
140367     05  STATE-HDR-MONTH    PIC 9(06).
140368     05  STATE-HDR-COUNTY   PIC X(03).
140369     05  STATE-HDR-RUN-DATE PIC 9(08).
140370     05  STATE-HDR-SNAP-DATE PIC 9(08).
140371*
140372 01  STATE-EXTR-CASELOAD-LINE.
140373     05  FILLER             PIC X(01) VALUE 'C'.
140374     05  STATE-CSL-OPEN-START PIC 9(07).
140375     05  STATE-CSL-OPENED   PIC 9(07).
140376     05  STATE-CSL-CLOSED   PIC 9(07).
140377     05  STATE-CSL-OPEN-END PIC 9(07).
140378     05  STATE-CSL-CLIENTS  PIC 9(07).
140379*
140380 01  STATE-EXTR-DETAIL-LINE.
140381     05  STATE-DTL-RECORD-TYPE PIC X(01).
140382         88  STATE-DTL-IS-TYPE          VALUE 'S'.
140383         88  STATE-DTL-IS-WORKER        VALUE 'W'.
140384     05  STATE-DTL-KEY      PIC X(08).
140385     05  STATE-DTL-SERVICES PIC 9(07).
140386     05  STATE-DTL-UNITS    PIC 9(07).
140387*
140388 01  STATE-EXTR-TRAILER-LINE.
140389     05  FILLER             PIC X(01) VALUE 'T'.
140390     05  STATE-TRL-RECORD-COUNT PIC 9(07).
140391     05  STATE-TRL-SERVICE-TOTAL PIC 9(09).
140392     05  STATE-TRL-UNIT-TOTAL PIC 9(09).
140393*
140394 01  FUND-DATE-FIELDS.
140395     05  FUND-POST-DATE     PIC 9(08).
140396     05  FUND-POST-DATE-PARTS REDEFINES FUND-POST-DATE.
140397         10  FUND-POST-DATE-YEAR PIC 9(04).
140398         10  FUND-POST-DATE-MONTH PIC 9(02).
140399         10  FUND-POST-DATE-DAY PIC 9(02).
140400*
140401 01  FUND-ENTRY-FIELDS.
140402     05  FUND-YEAR-ENTRY    PIC X(04).
140403     05  FUND-YEAR-ENTRY-NUM REDEFINES FUND-YEAR-ENTRY
140404                            PIC 9(04).
140405     05  FUND-ALLOC-ENTRY   PIC X(11).
140406     05  FUND-ALLOC-ENTRY-NUM REDEFINES FUND-ALLOC-ENTRY
140407                            PIC 9(09)V99.
140408*
140409 01  FUND-DISPLAY-FIELDS.
140410     05  FUND-DISPLAY-ALLOCATION PIC ZZZZZZZZ9.99.
140411     05  FUND-DISPLAY-COMMITTED PIC ZZZZZZZZ9.99.
140412     05  FUND-DISPLAY-SPENT PIC ZZZZZZZZ9.99.
140413     05  FUND-DISPLAY-AMOUNT PIC ZZZZZZZZ9.99.
140414     05  FUND-DISPLAY-REMAINING PIC -ZZZZZZZZ9.99.
140415*
140416 01  FUND-AUDIT-IMAGE.
140417     05  FUND-AUD-CODE      PIC X(06).
140418     05  FILLER             PIC X(01) VALUE SPACE.
140419     05  FUND-AUD-YEAR      PIC 9(04).
140420     05  FILLER             PIC X(01) VALUE SPACE.
140421     05  FUND-AUD-CATEGORY  PIC X(01).
140422     05  FILLER             PIC X(01) VALUE SPACE.
140423     05  FUND-AUD-ALLOCATION PIC 9(09)V99.
140424     05  FILLER             PIC X(01) VALUE SPACE.
140425     05  FUND-AUD-COMMITTED PIC 9(09)V99.
140426     05  FILLER             PIC X(01) VALUE SPACE.
140427     05  FUND-AUD-SPENT     PIC 9(09)V99.
140428     05  FILLER             PIC X(01) VALUE SPACE.
140429     05  FUND-AUD-SVC-TYPES PIC X(80).
140430     05  FILLER             PIC X(01) VALUE SPACE.
140431     05  FUND-AUD-AUTH-AMOUNT PIC 9(09)V99.
140432*
140433 01  RPT-BUDGET-HEADING-1.
140434     05  FILLER             PIC X(15) VALUE SPACES.
140435     05  FILLER             PIC X(43)
140436         VALUE "MONTHLY FUNDING-SOURCE BUDGET STATUS REPORT".
140437*
140438 01  RPT-BUDGET-PARM-LINE.
140439     05  FILLER             PIC X(13) VALUE "FISCAL YEAR: ".
140440     05  RPT-BUDGET-YEAR    PIC 9(04).
140441     05  FILLER             PIC X(09) VALUE "  AS OF: ".
140442     05  RPT-BUDGET-AS-OF   PIC 9(08).
140443     05  FILLER             PIC X(27)
140444         VALUE "  FISCAL YEAR BEGINS MONTH ".
140445     05  RPT-BUDGET-START-MONTH PIC 9(02).
140446*
140447 01  RPT-BUDGET-COLUMN-LINE.
140448     05  FILLER             PIC X(08) VALUE "SOURCE".
140449     05  FILLER             PIC X(32) VALUE "NAME".
140450     05  FILLER             PIC X(03) VALUE "CAT".
140451     05  FILLER             PIC X(14) VALUE "  ALLOCATION".
140452     05  FILLER             PIC X(14) VALUE "   COMMITTED".
140453     05  FILLER             PIC X(14) VALUE "       SPENT".
140454     05  FILLER             PIC X(15) VALUE "    REMAINING".
140455     05  FILLER             PIC X(05) VALUE "USED%".
140456*
140457 01  RPT-BUDGET-DETAIL-LINE.
140458     05  RPT-BUDGET-CODE    PIC X(06).
140459     05  FILLER             PIC X(02) VALUE SPACES.
140460     05  RPT-BUDGET-NAME    PIC X(30).
140461     05  FILLER             PIC X(02) VALUE SPACES.
140462     05  RPT-BUDGET-CATEGORY PIC X(01).
140463     05  FILLER             PIC X(02) VALUE SPACES.
140464     05  RPT-BUDGET-ALLOCATION PIC ZZZZZZZZ9.99.
140465     05  FILLER             PIC X(02) VALUE SPACES.
140466     05  RPT-BUDGET-COMMITTED PIC ZZZZZZZZ9.99.
140467     05  FILLER             PIC X(02) VALUE SPACES.
140468     05  RPT-BUDGET-SPENT   PIC ZZZZZZZZ9.99.
140469     05  FILLER             PIC X(02) VALUE SPACES.
140470     05  RPT-BUDGET-REMAINING PIC -ZZZZZZZZ9.99.
140471     05  FILLER             PIC X(02) VALUE SPACES.
140472     05  RPT-BUDGET-PCT     PIC ZZZZ9.
140473     05  FILLER             PIC X(02) VALUE SPACES.
140474     05  RPT-BUDGET-FLAG    PIC X(04).
140475*
140476 01  RPT-BUDGET-TYPES-LINE.
140477     05  FILLER             PIC X(18) VALUE "        PAYS FOR: ".
140478     05  RPT-BUDGET-TYPE-AREA.
140479         10  RPT-BUDGET-TYPE-ENTRY OCCURS 10 TIMES.
140480             15  RPT-BUDGET-TYPE PIC X(08).
140481             15  FILLER         PIC X(01).
140482*
140483 01  RPT-BUDGET-NONE-LINE.
140484     05  FILLER             PIC X(41)
140485         VALUE "  NO FUNDING SOURCES FOR THE FISCAL YEAR.".
140486*
140487 01  RPT-BUDGET-TOTAL-LINE.
140488     05  FILLER             PIC X(43) VALUE "TOTAL ALL SOURCES".
140489     05  RPT-BUDGET-TOT-ALLOCATION PIC ZZZZZZZZ9.99.
140490     05  FILLER             PIC X(02) VALUE SPACES.
140491     05  RPT-BUDGET-TOT-COMMITTED PIC ZZZZZZZZ9.99.
140492     05  FILLER             PIC X(02) VALUE SPACES.
140493     05  RPT-BUDGET-TOT-SPENT PIC ZZZZZZZZ9.99.
140494     05  FILLER             PIC X(02) VALUE SPACES.
140495     05  RPT-BUDGET-TOT-REMAINING PIC -ZZZZZZZZ9.99.
140496*
140497 01  RPT-BUDGET-OVER-LINE.
140498     05  FILLER             PIC X(31)
140499         VALUE "SOURCES OVER THEIR ALLOCATION: ".
140500     05  RPT-BUDGET-OVER-COUNT PIC ZZZZ9.
140501*
140502 01  CONF-AUDIT-IMAGE.
140503     05  CONF-AUD-CLIENT-ID PIC 9(05).
140504     05  FILLER             PIC X(01) VALUE SPACE.
140505     05  CONF-AUD-FLAG      PIC X(01).
140506     05  FILLER             PIC X(01) VALUE SPACE.
140507     05  CONF-AUD-REASON    PIC X(01).
140508     05  FILLER             PIC X(01) VALUE SPACE.
140509     05  CONF-AUD-OPERATOR  PIC X(10).
140510     05  FILLER             PIC X(01) VALUE SPACE.
140511     05  CONF-AUD-GRANT-DATE PIC 9(08).
140512*
140513 01  CONF-OPER-TABLE.
140514     05  CONF-OPER-ENTRY OCCURS 50 TIMES.
140515         10  CONF-OPER-ID       PIC X(10).
140516         10  CONF-OPER-ALLOWED  PIC 9(05).
140517         10  CONF-OPER-REFUSED  PIC 9(05).
140518     05  CONF-OTHER-ALLOWED     PIC 9(05).
140519     05  CONF-OTHER-REFUSED     PIC 9(05).
140520*
140521 01  RPT-ACCESS-HEADING-1.
140522     05  FILLER             PIC X(15) VALUE SPACES.
140523     05  FILLER             PIC X(38)
140524         VALUE "RESTRICTED-CLIENT ACCESS REVIEW REPORT".
140525*
140526 01  RPT-ACCESS-PARM-LINE.
140527     05  FILLER             PIC X(06) VALUE "FROM: ".
140528     05  RPT-ACCESS-PARM-FROM PIC 9(08).
140529     05  FILLER             PIC X(06) VALUE "  TO: ".
140530     05  RPT-ACCESS-PARM-TO PIC 9(08).
140531     05  FILLER             PIC X(10) VALUE "  CLIENT: ".
140532     05  RPT-ACCESS-PARM-CLIENT PIC 9(05).
140533     05  FILLER             PIC X(16) VALUE "  REFUSED ONLY: ".
140534     05  RPT-ACCESS-PARM-REFUSED PIC X(01).
140535*
140536 01  RPT-ACCESS-COLUMN-LINE.
140537     05  FILLER             PIC X(09) VALUE "DATE".
140538     05  FILLER             PIC X(10) VALUE "TIME".
140539     05  FILLER             PIC X(12) VALUE "OPERATOR".
140540     05  FILLER             PIC X(08) VALUE "CLIENT".
140541     05  FILLER             PIC X(14) VALUE "FUNCTION".
140542     05  FILLER             PIC X(09) VALUE "RESULT".
140543     05  FILLER             PIC X(14) VALUE "BASIS".
140544*
140545 01  RPT-ACCESS-DETAIL-LINE.
140546     05  RPT-ACCESS-DATE    PIC 9(08).
140547     05  FILLER             PIC X(01) VALUE SPACE.
140548     05  RPT-ACCESS-TIME    PIC 9(08).
140549     05  FILLER             PIC X(02) VALUE SPACES.
140550     05  RPT-ACCESS-OPERATOR PIC X(10).
140551     05  FILLER             PIC X(02) VALUE SPACES.
140552     05  RPT-ACCESS-CLIENT-ID PIC 9(05).
140553     05  FILLER             PIC X(03) VALUE SPACES.
140554     05  RPT-ACCESS-FUNCTION PIC X(12).
140555     05  FILLER             PIC X(02) VALUE SPACES.
140556     05  RPT-ACCESS-RESULT  PIC X(07).
140557     05  FILLER             PIC X(02) VALUE SPACES.
140558     05  RPT-ACCESS-BASIS   PIC X(14).
140559*
140560 01  RPT-ACCESS-NONE-LINE.
140561     05  FILLER             PIC X(39)
140562         VALUE "  NO RESTRICTED-CLIENT VIEWS SELECTED.".
140563*
140564 01  RPT-ACCESS-OPER-LINE.
140565     05  FILLER             PIC X(09) VALUE "OPERATOR ".
140566     05  RPT-ACCESS-OT-ID   PIC X(10).
140567     05  FILLER             PIC X(11) VALUE "  ALLOWED: ".
140568     05  RPT-ACCESS-OT-ALLOWED PIC ZZZZ9.
140569     05  FILLER             PIC X(11) VALUE "  REFUSED: ".
140570     05  RPT-ACCESS-OT-REFUSED PIC ZZZZ9.
140571*
140572 01  RPT-ACCESS-OTHER-LINE.
140573     05  FILLER             PIC X(19) VALUE "OTHER OPERATORS".
140574     05  FILLER             PIC X(11) VALUE "  ALLOWED: ".
140575     05  RPT-ACCESS-OO-ALLOWED PIC ZZZZ9.
140576     05  FILLER             PIC X(11) VALUE "  REFUSED: ".
140577     05  RPT-ACCESS-OO-REFUSED PIC ZZZZ9.
140578*
140579 01  RPT-ACCESS-TOTAL-LINE.
140580     05  FILLER             PIC X(16) VALUE "VIEWS SELECTED: ".
140581     05  RPT-ACCESS-TOT-VIEWS PIC ZZZZZZ9.
140582     05  FILLER             PIC X(11) VALUE "  ALLOWED: ".
140583     05  RPT-ACCESS-TOT-ALLOWED PIC ZZZZZZ9.
140584     05  FILLER             PIC X(11) VALUE "  REFUSED: ".
140585     05  RPT-ACCESS-TOT-REFUSED PIC ZZZZZZ9.
140586*
140587 01  RPT-DUP-HEADING-1.
140588     05  FILLER             PIC X(15) VALUE SPACES.
140589     05  FILLER             PIC X(35)
140590         VALUE "DUPLICATE CLIENT CANDIDATE REPORT".
140600*
140700 01  RPT-DUP-PAIR-LINE.
140800     05  FILLER             PIC X(07) VALUE "CLIENT ".
156800*    ARCHIVE RECORDS ARE FLAT IMAGES OF THE ACTIVE RECORDS --
156900*    THESE LAYOUTS GIVE THE INQUIRY AND REINSTATEMENT NAMED
157000*    FIELDS OVER THEM. OLDER GENERATIONS PREDATE THE OPENED
157066*    DATE, CLOSING OUTCOME, DENIAL REASON AND VOID FIELDS, WHICH
157132*    THEN READ AS SPACES.
157200 01  ARCH-CASE-WS.
157300     05  ARCH-CASE-ID        PIC 9(05).
157400     05  ARCH-CASE-CLIENT-ID PIC 9(05).
157700     05  ARCH-CASE-STATUS    PIC X(01).
157800     05  ARCH-CASE-CLOSED-DATE PIC X(08).
157900     05  ARCH-CASE-OPENED-DATE PIC X(08).
157950     05  ARCH-CASE-CLOSING-OUTCOME PIC X(02).
158000*
158100 01  ARCH-SVC-WS.
158200     05  ARCH-SVC-ID         PIC 9(05).
158600     05  ARCH-SVC-DESC       PIC X(100).
158700     05  ARCH-SVC-BILLED-FLAG PIC X(01).
158800     05  ARCH-SVC-DENIAL-REASON PIC X(02).
158816     05  ARCH-SVC-STATUS     PIC X(01).
158832     05  ARCH-SVC-CLAIM-ADJ  PIC X(01).
158848     05  ARCH-SVC-LINK-ID    PIC X(05).
158864     05  ARCH-SVC-AUTH-ID    PIC X(05).
158880     05  ARCH-SVC-VOID-DATE  PIC X(08).
158900*
159000 01  RPT-MANIFEST-REINST-LINE.
159100     05  FILLER             PIC X(16)
164400     05  FILLER             PIC X(17)
164500         VALUE "  ALREADY LAPSED:".
164600     05  RPT-RECERT-LAPSED  PIC ZZZZZZ9.
164601*
164602*    SERVICE IMAGE FOR THE VOID/CORRECT AUDIT ENTRIES. THE
164603*    ORIGINAL IS HELD IN VOID-SAVE-SERVICE SO A FAILED CORRECTION
164604*    CAN BE PUT BACK EXACTLY AS IT WAS.
164605 01  SVC-AUDIT-IMAGE.
164606     05  SVC-AUDIT-ID       PIC 9(05).
164607     05  FILLER             PIC X(01) VALUE SPACE.
164608     05  SVC-AUDIT-CLIENT-ID PIC 9(05).
164609     05  FILLER             PIC X(01) VALUE SPACE.
164610     05  SVC-AUDIT-DATE     PIC 9(08).
164611     05  FILLER             PIC X(01) VALUE SPACE.
164612     05  SVC-AUDIT-TYPE     PIC X(20).
164613     05  FILLER             PIC X(01) VALUE SPACE.
164614     05  SVC-AUDIT-BILLED   PIC X(01).
164615     05  SVC-AUDIT-STATUS   PIC X(01).
164616     05  SVC-AUDIT-ADJ      PIC X(01).
164617     05  FILLER             PIC X(01) VALUE SPACE.
164618     05  SVC-AUDIT-LINK-ID  PIC 9(05).
164619     05  FILLER             PIC X(01) VALUE SPACE.
164620     05  SVC-AUDIT-AUTH-ID  PIC 9(05).
164621     05  FILLER             PIC X(01) VALUE SPACE.
164622     05  SVC-AUDIT-DESC     PIC X(60).
164623*
164624 01  VOID-SAVE-SERVICE.
164625     05  VOID-SAVE-ID        PIC 9(05).
164626     05  VOID-SAVE-CLIENT-ID PIC 9(05).
164627     05  VOID-SAVE-DATE      PIC 9(08).
164628     05  VOID-SAVE-TYPE      PIC X(20).
164629     05  VOID-SAVE-DESC      PIC X(100).
164630     05  VOID-SAVE-BILLED-FLAG PIC X(01).
164631     05  VOID-SAVE-DENIAL-REASON PIC X(02).
164632     05  VOID-SAVE-STATUS    PIC X(01).
164633     05  VOID-SAVE-CLAIM-ADJ PIC X(01).
164634     05  VOID-SAVE-LINK-ID   PIC 9(05).
164635     05  VOID-SAVE-AUTH-ID   PIC 9(05).
164636     05  VOID-SAVE-VOID-DATE PIC 9(08).
164637*
164638 01  RPT-AR-HEADING-1.
164639     05  FILLER             PIC X(15) VALUE SPACES.
164640     05  FILLER             PIC X(35)
164641         VALUE "AGED CLAIMS RECEIVABLE REPORT".
164642*
164643 01  RPT-AR-PARM-LINE.
164644     05  FILLER             PIC X(07) VALUE "AS OF: ".
164645     05  RPT-AR-AS-OF       PIC 9(08).
164646     05  FILLER             PIC X(32)
164647         VALUE "  BILLED AND NOT YET PAID/DENIED".
164648*
164649 01  RPT-AR-COLUMN-LINE.
164650     05  FILLER             PIC X(24)
164651         VALUE "BATCH         CLAIMED   ".
164652     05  FILLER             PIC X(15)
164653         VALUE "TYPE      COUNT".
164654     05  FILLER             PIC X(24)
164655         VALUE "        0-30       31-60".
164656     05  FILLER             PIC X(24)
164657         VALUE "       61-90         90+".
164658*
164659 01  RPT-AR-DETAIL-LINE.
164660     05  FILLER             PIC X(06) VALUE "BATCH ".
164661     05  RPT-AR-BATCH       PIC 9(06).
164662     05  FILLER             PIC X(02) VALUE SPACES.
164663     05  RPT-AR-CLAIM-DATE  PIC 9(08).
164664     05  FILLER             PIC X(02) VALUE SPACES.
164665     05  RPT-AR-SVC-TYPE    PIC X(08).
164666     05  FILLER             PIC X(02) VALUE SPACES.
164667     05  RPT-AR-COUNT       PIC ZZZZ9.
164668     05  RPT-AR-BUCKET OCCURS 4 TIMES.
164669         10  FILLER         PIC X(02) VALUE SPACES.
164670         10  RPT-AR-AMOUNT  PIC ZZZZZZ9.99.
164671*
164672 01  RPT-AR-TYPE-LINE.
164673     05  FILLER             PIC X(24)
164674         VALUE "ALL BATCHES             ".
164675     05  RPT-AR-TT-TYPE     PIC X(08).
164676     05  FILLER             PIC X(02) VALUE SPACES.
164677     05  RPT-AR-TT-COUNT    PIC ZZZZ9.
164678     05  RPT-AR-TT-BUCKET OCCURS 4 TIMES.
164679         10  FILLER         PIC X(02) VALUE SPACES.
164680         10  RPT-AR-TT-AMOUNT PIC ZZZZZZ9.99.
164681*
164682 01  RPT-AR-TOTAL-LINE.
164683     05  FILLER             PIC X(32)
164684         VALUE "TOTAL RECEIVABLE".
164685     05  RPT-AR-TOT-COUNT   PIC ZZZZZZ9.
164686     05  RPT-AR-TOT-BUCKET OCCURS 4 TIMES.
164687         10  FILLER         PIC X(01) VALUE SPACES.
164688         10  RPT-AR-TOT-AMOUNT PIC ZZZZZZZ9.99.
164689*
164690*    STEP TABLE FOR THE JOB STREAM -- ONE ENTRY PER STEP RUN SO
164691*    FAR, SEARCHED WHEN A LATER CARD NAMES A STEP IT DEPENDS ON.
164692 01  JOB-STEP-TABLE.
164693     05  JOB-STEP-ENTRY OCCURS 20 TIMES.
164694         10  JOB-TBL-STEP-ID    PIC 9(02).
164695         10  JOB-TBL-RC         PIC 9(02).
164696*
164697 01  JOB-TIME-WS.
164698     05  JOB-TIME-HHMMSS    PIC 9(06).
164699     05  JOB-TIME-HUNDREDTHS PIC 9(02).
164700*
164701 01  JOB-DEP-MSG.
164702     05  FILLER             PIC X(16) VALUE "DEPENDS ON STEP ".
164703     05  JOB-DEP-MSG-ID     PIC 9(02).
164704     05  JOB-DEP-MSG-TEXT   PIC X(32).
164705*
164706 01  JOB-VERIFY-MSG.
164707     05  JOB-VERIFY-TAG     PIC X(08).
164708     05  JOB-VERIFY-TEXT    PIC X(42).
164709*
164710 01  RPT-JOB-HEADING-1.
164711     05  FILLER             PIC X(15) VALUE SPACES.
164712     05  FILLER             PIC X(35)
164713         VALUE "NIGHTLY JOB STREAM RUN LOG".
164714*
164715 01  RPT-JOB-PARM-LINE.
164716     05  FILLER             PIC X(10) VALUE "RUN DATE: ".
164717     05  RPT-JOB-RUN-DATE   PIC 9(08).
164718     05  FILLER             PIC X(18)
164719         VALUE "  BATCH OPERATOR: ".
164720     05  RPT-JOB-OPERATOR   PIC X(10).
164721*
164722 01  RPT-JOB-COLUMN-LINE.
164723     05  FILLER             PIC X(10) VALUE "STEP OPT  ".
164724     05  FILLER             PIC X(28) VALUE "FUNCTION".
164725     05  FILLER             PIC X(20)
164726         VALUE "START   END     RC  ".
164727     05  FILLER             PIC X(16) VALUE "RESULT".
164728     05  FILLER             PIC X(07) VALUE "MESSAGE".
164729*
164730 01  RPT-JOB-DETAIL-LINE.
164731     05  FILLER             PIC X(01) VALUE SPACES.
164732     05  RPT-JOB-STEP-ID    PIC X(02).
164733     05  FILLER             PIC X(02) VALUE SPACES.
164734     05  RPT-JOB-OPTION     PIC X(02).
164735     05  FILLER             PIC X(03) VALUE SPACES.
164736     05  RPT-JOB-FUNCTION   PIC X(26).
164737     05  FILLER             PIC X(02) VALUE SPACES.
164738     05  RPT-JOB-START      PIC 9(06).
164739     05  FILLER             PIC X(02) VALUE SPACES.
164740     05  RPT-JOB-END        PIC 9(06).
164741     05  FILLER             PIC X(02) VALUE SPACES.
164742     05  RPT-JOB-RC         PIC Z9.
164743     05  FILLER             PIC X(02) VALUE SPACES.
164744     05  RPT-JOB-RESULT     PIC X(14).
164745     05  FILLER             PIC X(02) VALUE SPACES.
164746     05  RPT-JOB-MESSAGE    PIC X(50).
164747*
164748 01  RPT-JOB-NOTE-LINE.
164749     05  RPT-JOB-NOTE-FLAG  PIC X(04).
164750     05  RPT-JOB-NOTE-TEXT  PIC X(70).
164751*
164752 01  RPT-JOB-TOTAL-LINE.
164753     05  FILLER             PIC X(11) VALUE "STEPS RUN: ".
164754     05  RPT-JOB-STEPS      PIC ZZ9.
164755     05  FILLER             PIC X(06) VALUE "  OK: ".
164756     05  RPT-JOB-OK         PIC ZZ9.
164757     05  FILLER             PIC X(11) VALUE "  WARNING: ".
164758     05  RPT-JOB-WARNING    PIC ZZ9.
164759     05  FILLER             PIC X(10) VALUE "  FAILED: ".
164760     05  RPT-JOB-FAILED     PIC ZZ9.
164761     05  FILLER             PIC X(11) VALUE "  SKIPPED: ".
164762     05  RPT-JOB-SKIPPED    PIC ZZ9.
164763     05  FILLER             PIC X(14) VALUE "  HIGHEST RC: ".
164764     05  RPT-JOB-HIGH-RC    PIC Z9.
164765*
164766*    NOTICE TEMPLATES -- ONE PER NOTICE TYPE: TYPE CODE, SUBJECT,
164767*    FOUR BODY LINES, AND THE LABELS FOR THE REFERENCE, DATE AND
164768*    EXTRA DETAIL LINES. A BLANK LABEL LEAVES THAT ITEM OFF.
164769 01  NOTICE-TEMPLATE-VALUES.
164770*    COVERAGE ENDING
164771     05  FILLER             PIC X(02) VALUE "CE".
164772     05  FILLER             PIC X(54) VALUE
164773         "Your service coverage is ending".
164774     05  FILLER             PIC X(54) VALUE
164775         "Our records show that your eligibility for services".
164776     05  FILLER             PIC X(54) VALUE
164777         "through this office will end on the date shown below.".
164778     05  FILLER             PIC X(54) VALUE
164779         "To keep your services without a break, please contact".
164780     05  FILLER             PIC X(54) VALUE
164781         "your caseworker to renew your eligibility before then.".
164782     05  FILLER             PIC X(18) VALUE SPACES.
164783     05  FILLER             PIC X(16) VALUE "Coverage ends:".
164784     05  FILLER             PIC X(18) VALUE SPACES.
164785*    CASE CLOSED
164786     05  FILLER             PIC X(02) VALUE "CC".
164787     05  FILLER             PIC X(54) VALUE
164788         "Your case has been closed".
164789     05  FILLER             PIC X(54) VALUE
164790         "This letter is to let you know that your case with".
164791     05  FILLER             PIC X(54) VALUE
164792         "this office was closed on the date shown below. If".
164793     05  FILLER             PIC X(54) VALUE
164794         "your situation changes or you need services again,".
164795     05  FILLER             PIC X(54) VALUE
164796         "you may ask to have a new case opened at any time.".
164797     05  FILLER             PIC X(18) VALUE "Case number:".
164798     05  FILLER             PIC X(16) VALUE "Date closed:".
164799     05  FILLER             PIC X(18) VALUE SPACES.
164800*    REFERRAL DECLINED
164801     05  FILLER             PIC X(02) VALUE "RD".
164802     05  FILLER             PIC X(54) VALUE
164803         "Your referral for services was not accepted".
164804     05  FILLER             PIC X(54) VALUE
164805         "We received a referral for services on your behalf.".
164806     05  FILLER             PIC X(54) VALUE
164807         "After review, we are unable to accept the referral at".
164808     05  FILLER             PIC X(54) VALUE
164809         "this time for the reason shown below. Please contact".
164810     05  FILLER             PIC X(54) VALUE
164811         "this office about other services that may help you.".
164812     05  FILLER             PIC X(18) VALUE "Referral number:".
164813     05  FILLER             PIC X(16) VALUE "Date decided:".
164814     05  FILLER             PIC X(18) VALUE "Reason:".
164815*    AUTHORIZATION ENDING
164816     05  FILLER             PIC X(02) VALUE "AE".
164817     05  FILLER             PIC X(54) VALUE
164818         "Your service authorization is ending".
164819     05  FILLER             PIC X(54) VALUE
164820         "The authorization for the service shown below ends on".
164821     05  FILLER             PIC X(54) VALUE
164822         "the date shown. If you need the service to continue,".
164823     05  FILLER             PIC X(54) VALUE
164824         "please contact your caseworker so that a new".
164825     05  FILLER             PIC X(54) VALUE
164826         "authorization can be considered before this one ends.".
164827     05  FILLER             PIC X(18) VALUE "Authorization:".
164828     05  FILLER             PIC X(16) VALUE "Ends on:".
164829     05  FILLER             PIC X(18) VALUE "Service type:".
164830 01  NOTICE-TEMPLATE-TABLE REDEFINES NOTICE-TEMPLATE-VALUES.
164831     05  NOTICE-TEMPLATE OCCURS 4 TIMES.
164832         10  NOTICE-TPL-CODE    PIC X(02).
164833         10  NOTICE-TPL-SUBJECT PIC X(54).
164834         10  NOTICE-TPL-BODY    PIC X(54) OCCURS 4 TIMES.
164835         10  NOTICE-TPL-REF-LABEL PIC X(18).
164836         10  NOTICE-TPL-DATE-LABEL PIC X(16).
164837         10  NOTICE-TPL-EXTRA-LABEL PIC X(18).
164838*
164839*    CLOSING LINES COMMON TO EVERY NOTICE.
164840 01  NOTICE-CLOSING-VALUES.
164841     05  FILLER             PIC X(54) VALUE
164842         "If you disagree with this action, you have the right".
164843     05  FILLER             PIC X(54) VALUE
164844         "to ask for a fair hearing. Call this office for help.".
164845     05  FILLER             PIC X(54) VALUE SPACES.
164846     05  FILLER             PIC X(54) VALUE "Sincerely,".
164847     05  FILLER             PIC X(54) VALUE SPACES.
164848     05  FILLER             PIC X(54) VALUE
164849         "County Human Services".
164850 01  NOTICE-CLOSING-TABLE REDEFINES NOTICE-CLOSING-VALUES.
164851     05  NOTICE-CLOSING-LINE PIC X(54) OCCURS 6 TIMES.
164852*
164853 01  NOTICE-TYPE-TOTALS.
164854     05  NOTICE-TYPE-COUNT  PIC 9(07) COMP OCCURS 4 TIMES.
164855*
164856 01  NOTICE-ADDRESS-WS.
164857     05  NOTICE-ADDRESS-1   PIC X(50).
164858     05  NOTICE-ADDRESS-2   PIC X(50).
164859*
164860 01  NOTICE-LINE.
164861     05  FILLER             PIC X(08) VALUE SPACES.
164862     05  NOTICE-LINE-TEXT   PIC X(72).
164863*
164864 01  NOTICE-SEPARATOR-LINE.
164865     05  FILLER             PIC X(11) VALUE "*** LETTER ".
164866     05  NOTICE-SEP-NUMBER  PIC 9(07).
164867     05  FILLER             PIC X(09) VALUE "  CLIENT ".
164868     05  NOTICE-SEP-CLIENT  PIC 9(05).
164869     05  FILLER             PIC X(04) VALUE " ***".
164870*
164871 01  NOTICE-LETTERHEAD-1.
164872     05  FILLER             PIC X(29) VALUE SPACES.
164873     05  FILLER             PIC X(21)
164874         VALUE "COUNTY HUMAN SERVICES".
164875*
164876 01  NOTICE-LETTERHEAD-2.
164877     05  FILLER             PIC X(30) VALUE SPACES.
164878     05  FILLER             PIC X(20)
164879         VALUE "CASE MANAGEMENT UNIT".
164880*
164881 01  NOTICE-DATE-EDIT.
164882     05  NOTICE-DATE-MM     PIC 9(02).
164883     05  FILLER             PIC X(01) VALUE "/".
164884     05  NOTICE-DATE-DD     PIC 9(02).
164885     05  FILLER             PIC X(01) VALUE "/".
164886     05  NOTICE-DATE-YYYY   PIC 9(04).
164887*
164888 01  NOTICE-DATED-LINE.
164889     05  FILLER             PIC X(06) VALUE "Date: ".
164890     05  NOTICE-DATED       PIC X(10).
164891*
164892 01  NOTICE-SUBJECT-LINE.
164893     05  FILLER             PIC X(04) VALUE "RE: ".
164894     05  NOTICE-SUBJECT     PIC X(54).
164895*
164896 01  NOTICE-GREETING-LINE.
164897     05  FILLER             PIC X(05) VALUE "Dear ".
164898     05  NOTICE-GREETING    PIC X(50).
164899*
164900 01  NOTICE-EVENT-LINE.
164901     05  NOTICE-EVT-DATE-LABEL PIC X(16).
164902     05  NOTICE-EVT-DATE    PIC X(10).
164903     05  FILLER             PIC X(04) VALUE SPACES.
164904     05  NOTICE-EVT-REF-LABEL PIC X(18).
164905     05  NOTICE-EVT-REF     PIC X(05).
164906*
164907 01  NOTICE-EXTRA-LINE.
164908     05  NOTICE-EXTRA-LABEL PIC X(18).
164909     05  NOTICE-EXTRA-TEXT  PIC X(40).
164910*
164911 PROCEDURE DIVISION.
164912*
165000 0000-MAINLINE.
165009     PERFORM 0050-CHECK-JOB-STREAM THRU 0050-EXIT
165018     IF JOB-STREAM-ACTIVE
165027         PERFORM 9400-RUN-JOB-STREAM THRU 9400-EXIT
165036         MOVE JOB-HIGH-RC TO RETURN-CODE
165045         STOP RUN
165054     END-IF
165063     IF JOB-RUN-PARM-BATCH
165072         MOVE 16 TO RETURN-CODE
165081         STOP RUN
165090     END-IF
165100     PERFORM 0100-OPERATOR-SIGN-ON THRU 0100-EXIT
165200     IF SIGNON-IS-VALID
165300         PERFORM 1000-DISPLAY-MENU THRU 1000-EXIT
165400             UNTIL CHOICE = 47
165500     END-IF
165600     DISPLAY "Thank you for using the Case Management "
165700             "System. Goodbye!"
165800     STOP RUN.
165802*
165804*****************************************************************
165806*    0050-CHECK-JOB-STREAM -- UNATTENDED RUN OR INTERACTIVE     *
165808*                 THE SCHEDULER STAGES THE NIGHTLY CONTROL DECK *
165810*                 AS JOBCTL.DAT, STAMPS ITS HEADER CARD WITH    *
165812*                 THE RUN DATE AND STARTS THE PROGRAM WITH THE  *
165814*                 RUN PARAMETER BATCH. ONLY THAT START, AGAINST *
165816*                 A DECK DATED TODAY THAT HAS NOT BEEN MARKED   *
165818*                 COMPLETE, RUNS THE JOB STREAM. ANY OTHER      *
165820*                 BATCH START IS REFUSED WITH RETURN CODE 16.   *
165822*                 A START WITHOUT THE PARAMETER ALWAYS GOES TO  *
165824*                 SIGN-ON AND THE MENU.                         *
165826*****************************************************************
165828 0050-CHECK-JOB-STREAM.
165830     MOVE 'N' TO JOB-STREAM-SW
165832     ACCEPT JOB-RUN-PARM FROM COMMAND-LINE
165834     IF NOT JOB-RUN-PARM-BATCH
165836         GO TO 0050-EXIT
165838     END-IF
165840     ACCEPT JOB-RUN-DATE FROM DATE YYYYMMDD
165842     OPEN INPUT JOB-CONTROL-FILE
165844     IF NOT JOB-CONTROL-FILE-OK
165846         DISPLAY "Job stream refused - JOBCTL.DAT is not "
165848                 "available."
165850         GO TO 0050-EXIT
165852     END-IF
165854     READ JOB-CONTROL-FILE
165856         AT END MOVE SPACES TO JOB-CONTROL-RECORD
165858     END-READ
165860     CLOSE JOB-CONTROL-FILE
165862     IF NOT JOBCTL-IS-HEADER OR NOT JOBCTL-HDR-READY
165864         DISPLAY "Job stream refused - the control deck is "
165866                 "not ready to run."
165868         GO TO 0050-EXIT
165870     END-IF
165872     IF JOBCTL-HDR-RUN-DATE NOT = JOB-RUN-DATE
165874         DISPLAY "Job stream refused - the control deck is "
165876                 "dated " JOBCTL-HDR-RUN-DATE ", not today."
165878         GO TO 0050-EXIT
165880     END-IF
165882     SET JOB-STREAM-ACTIVE TO TRUE.
165884 0050-EXIT.
165886     EXIT.
165900*
166000*****************************************************************
166100*    0100-OPERATOR-SIGN-ON -- VALIDATE THE OPERATOR              *
168700     ADD 1 TO SIGNON-ATTEMPT-COUNT
168800     DISPLAY "Please enter your operator ID:"
168900     ACCEPT SIGNON-OPERATOR-ID
168907     PERFORM 0120-FIND-OPERATOR THRU 0120-EXIT.
168914 0110-EXIT.
168921     EXIT.
168928*
168935*****************************************************************
168942*    0120-FIND-OPERATOR -- ACTIVE OPERATOR FILE LOOKUP          *
168949*                 CALLERS MOVE THE ID TO SIGNON-OPERATOR-ID. ON *
168956*                 A MATCH SETS THE SIGNED-ON IDENTITY, THE      *
168963*                 SUPERVISOR FLAG, AND SIGNON-IS-VALID. USED BY *
168970*                 SIGN-ON AND BY THE JOB STREAM FOR ITS BATCH   *
168977*                 OPERATOR.                                     *
168984*****************************************************************
168991 0120-FIND-OPERATOR.
169000     OPEN INPUT OPERATOR-FILE
169100     IF NOT OPERATOR-FILE-OK
169200         DISPLAY "No operator file is on file."
169300         MOVE 3 TO SIGNON-ATTEMPT-COUNT
169400         GO TO 0120-EXIT
169500     END-IF
169600     MOVE 'N' TO OPERATOR-EOF-SW
169700     READ OPERATOR-FILE
172000         DISPLAY "That operator ID is not on the active "
172100                 "operator file."
172200     END-IF.
172300 0120-EXIT.
172400     EXIT.
172500*
172600 1000-DISPLAY-MENU.
176000     DISPLAY "29. Reinstate an archived case"
176100     DISPLAY "30. Maintain client eligibility coverage"
176200     DISPLAY "31. Generate the recertification-due report"
176225     DISPLAY "32. Void or correct a logged service"
176250     DISPLAY "33. Generate the aged claims receivable report"
176275     DISPLAY "34. Generate client correspondence notices"
176300     DISPLAY "35. Maintain households"
176307     DISPLAY "36. Maintain a case service plan"
176314     DISPLAY "37. Generate the overdue goals report"
176321     DISPLAY "38. Generate the case outcome summary"
176328     DISPLAY "39. Maintain appointments"
176335     DISPLAY "40. Print the daily caseworker schedules"
176342     DISPLAY "41. Generate the weekly no-show rate report"
176349     DISPLAY "42. Run the month-end state statistical report"
176356     DISPLAY "43. Maintain funding sources"
176363     DISPLAY "44. Run the monthly budget status report"
176370     DISPLAY "45. Maintain client confidentiality"
176377     DISPLAY "46. Run the restricted-client access review"
176384     DISPLAY "47. Exit the system"
176400     DISPLAY "----------------------------------------"
176500     DISPLAY "Please enter your selection (1-47):"
176600     ACCEPT CHOICE
176700     PERFORM 2000-PROCESS-CHOICE THRU 2000-EXIT.
176800 1000-EXIT.
180300         WHEN 30 PERFORM 8800-MAINTAIN-ELIGIBILITY
180400             THRU 8800-EXIT
180500         WHEN 31 PERFORM 8850-RECERT-REPORT THRU 8850-EXIT
180505         WHEN 32 PERFORM 5300-VOID-CORRECT-SERVICE THRU 5300-EXIT
180510         WHEN 33 PERFORM 9680-AGED-RECEIVABLES THRU 9680-EXIT
180515         WHEN 34 PERFORM 9800-GENERATE-NOTICES THRU 9800-EXIT
180520         WHEN 35 PERFORM 8900-MAINTAIN-HOUSEHOLDS THRU 8900-EXIT
180525         WHEN 36 PERFORM 9500-MAINTAIN-SERVICE-PLAN
180530             THRU 9500-EXIT
180535         WHEN 37 PERFORM 9560-OVERDUE-GOALS-REPORT THRU 9560-EXIT
180540         WHEN 38 PERFORM 9580-OUTCOME-SUMMARY THRU 9580-EXIT
180545         WHEN 39 PERFORM 9200-MAINTAIN-APPOINTMENTS THRU 9200-EXIT
180550         WHEN 40 PERFORM 9250-DAILY-SCHEDULE THRU 9250-EXIT
180555         WHEN 41 PERFORM 9260-NO-SHOW-REPORT THRU 9260-EXIT
180560         WHEN 42 PERFORM 6600-MONTH-END-STATE-REPORT
180565             THRU 6600-EXIT
180570         WHEN 43 PERFORM 9910-MAINTAIN-FUNDING THRU 9910-EXIT
180575         WHEN 44 PERFORM 9970-BUDGET-STATUS-REPORT THRU 9970-EXIT
180580         WHEN 45 PERFORM 9981-MAINTAIN-CONFIDENTIALITY
180585             THRU 9981-EXIT
180590         WHEN 46 PERFORM 9993-ACCESS-REVIEW-REPORT THRU 9993-EXIT
180600         WHEN 47 CONTINUE
180700         WHEN OTHER
180800             DISPLAY "Invalid selection. Please choose a "
180900                     "number between 1 and 47."
181000     END-EVALUATE.
181100 2000-EXIT.
181200     EXIT.
186800         MOVE NEW-CLIENT-ADDRESS TO CLIENT-ADDRESS
186900         MOVE ZERO TO CLIENT-ELIG-START-DATE
187000         MOVE ZERO TO CLIENT-ELIG-END-DATE
187033         MOVE SPACES TO CLIENT-RESTRICT-FLAG
187066         MOVE SPACES TO CLIENT-RESTRICT-REASON
187100         PERFORM 3100-OPEN-CLIENT-FOR-ADD THRU 3100-EXIT
187200         WRITE CLIENT-RECORD
187300         CLOSE CLIENT-FILE
188500*                 CALLERS MOVE THE ID TO VERIFY-CLIENT-ID;      *
188600*                 SETS CLIENT-EXISTS WHEN THE CLIENT IS ON      *
188700*                 FILE AND STAGES THE NAME IN                   *
188800*                 VERIFY-CLIENT-NAME AND THE RESTRICTION FLAG   *
188850*                 IN VERIFY-CLIENT-RESTRICT BEFORE THE CLOSE.   *
188900*                 SHARED BY THE CASE AND SERVICE ADDS, THE      *
189000*                 RECONCILIATION SWEEP, AND THE BILLING         *
189100*                 EXTRACT.                                      *
189200*****************************************************************
189500     MOVE SPACES TO VERIFY-CLIENT-NAME
189600     MOVE ZERO TO VERIFY-CLIENT-ELIG-START
189700     MOVE ZERO TO VERIFY-CLIENT-ELIG-END
189750     MOVE SPACES TO VERIFY-CLIENT-RESTRICT
189800     OPEN INPUT CLIENT-FILE
189900     IF CLIENT-FILE-OK
190000         MOVE VERIFY-CLIENT-ID TO CLIENT-ID OF CLIENT-RECORD
190400             NOT INVALID KEY
190500                 SET CLIENT-EXISTS TO TRUE
190600                 MOVE CLIENT-NAME TO VERIFY-CLIENT-NAME
190633                 MOVE CLIENT-RESTRICT-FLAG TO
190666                     VERIFY-CLIENT-RESTRICT
190700                 IF CLIENT-ELIG-START-DATE NUMERIC
190800                     MOVE CLIENT-ELIG-START-DATE TO
190900                         VERIFY-CLIENT-ELIG-START
213600         SET CASE-IS-OPEN TO TRUE
213700         MOVE ZERO TO CASE-CLOSED-DATE
213800         ACCEPT CASE-OPENED-DATE FROM DATE YYYYMMDD
213850         MOVE SPACES TO CASE-CLOSING-OUTCOME
213900         PERFORM 4100-OPEN-CASE-FOR-ADD THRU 4100-EXIT
214000         WRITE CASE-RECORD
214100         CLOSE CASE-FILE
235800         MOVE NEW-SERVICE-DESCRIPTION TO SERVICE-DESCRIPTION
235900         MOVE 'N' TO SERVICE-BILLED-FLAG
236000         MOVE SPACES TO SERVICE-DENIAL-REASON
236016         MOVE 'A' TO SERVICE-STATUS
236032         MOVE SPACE TO SERVICE-CLAIM-ADJ
236048         MOVE ZERO TO SERVICE-LINK-ID
236064         MOVE AUTH-FOUND-ID TO SERVICE-AUTH-ID
236080         MOVE ZERO TO SERVICE-VOID-DATE
236100         PERFORM 5100-OPEN-SERVICE-FOR-ADD THRU 5100-EXIT
236200         WRITE SERVICE-RECORD
236300         CLOSE SERVICE-FILE
237000     END-IF.
237100 5200-EXIT.
237200     EXIT.
237201*
237202*****************************************************************
237203*    5300-VOID-CORRECT-SERVICE -- SUPERVISOR VOID/CORRECTION    *
237204*                 A LOGGED SERVICE IS NEVER DELETED. A VOID     *
237205*                 MARKS IT VOIDED AND RETURNS ITS UNIT TO THE   *
237206*                 AUTHORIZATION IT WAS COUNTED AGAINST; A       *
237207*                 CORRECTION DOES THE SAME AND POSTS A LINKED   *
237208*                 REPLACEMENT THROUGH 5200 SO THE REPLACEMENT   *
237209*                 PASSES EVERY CHECK A NEW SERVICE WOULD. IF    *
237210*                 THE ORIGINAL HAS ALREADY GONE TO THE STATE,   *
237211*                 THE NEXT BILLING EXTRACT SENDS THE VOID (AND  *
237212*                 THE REPLACEMENT).                             *
237213*****************************************************************
237214 5300-VOID-CORRECT-SERVICE.
237215     IF NOT SUPERVISOR-SIGNED-ON
237216         DISPLAY "That option is restricted to supervisors."
237217         GO TO 5300-EXIT
237218     END-IF
237219     DISPLAY "Please enter the ID of the service to void or "
237220             "correct:"
237221     ACCEPT VOID-SERVICE-ID
237222     MOVE 'N' TO SERVICE-FOUND-SW
237223     OPEN INPUT SERVICE-FILE
237224     IF SERVICE-FILE-OK
237225         MOVE VOID-SERVICE-ID TO SERVICE-ID
237226         READ SERVICE-FILE
237227             INVALID KEY
237228                 CONTINUE
237229             NOT INVALID KEY
237230                 MOVE 'Y' TO SERVICE-FOUND-SW
237231         END-READ
237232         CLOSE SERVICE-FILE
237233     END-IF
237234     IF SERVICE-FOUND-SW = 'N'
237235         DISPLAY "Service Not Found."
237236         GO TO 5300-EXIT
237237     END-IF
237238     IF SERVICE-IS-VOIDED
237239         DISPLAY "Service " VOID-SERVICE-ID " was voided on "
237240                 SERVICE-VOID-DATE ". It cannot be changed."
237241         GO TO 5300-EXIT
237242     END-IF
237243     PERFORM 5305-SAVE-ORIGINAL THRU 5305-EXIT
237244     DISPLAY "Service " VOID-SAVE-ID " for client "
237245             VOID-SAVE-CLIENT-ID " on " VOID-SAVE-DATE
237246     DISPLAY "Type: " VOID-SAVE-TYPE
237247     DISPLAY "Description: " VOID-SAVE-DESC
237248     IF VOID-WAS-CLAIMED
237249         DISPLAY "This service has been billed to the state. "
237250                 "A void will go on the next billing extract."
237251     END-IF
237252     DISPLAY "1. Void the service"
237253     DISPLAY "2. Correct the service (void and replace)"
237254     DISPLAY "3. Leave the service as it is"
237255     DISPLAY "Please enter your selection (1-3):"
237256     ACCEPT VOID-ACTION
237257     MOVE ZERO TO VOID-LINK-ID
237258     EVALUATE VOID-ACTION
237259         WHEN 1 PERFORM 5310-VOID-SERVICE THRU 5310-EXIT
237260         WHEN 2 PERFORM 5330-CORRECT-SERVICE THRU 5330-EXIT
237261         WHEN 3 DISPLAY "The service was not changed."
237262         WHEN OTHER
237263             DISPLAY "Invalid selection. The service was not "
237264                     "changed."
237265     END-EVALUATE.
237266 5300-EXIT.
237267     EXIT.
237268*
237269*****************************************************************
237270*    5305-SAVE-ORIGINAL -- HOLD THE SERVICE AS READ             *
237271*                 SERVICE-RECORD HOLDS THE SERVICE. RECORDS     *
237272*                 WRITTEN BEFORE THE VOID FIELDS ARE ZEROED     *
237273*                 FIRST SO THE SAVED COPY AND THE AUDIT IMAGE   *
237274*                 ARE CLEAN.                                    *
237275*****************************************************************
237276 5305-SAVE-ORIGINAL.
237277     IF SERVICE-LINK-ID NOT NUMERIC
237278         MOVE ZERO TO SERVICE-LINK-ID
237279     END-IF
237280     IF SERVICE-AUTH-ID NOT NUMERIC
237281         MOVE ZERO TO SERVICE-AUTH-ID
237282     END-IF
237283     IF SERVICE-VOID-DATE NOT NUMERIC
237284         MOVE ZERO TO SERVICE-VOID-DATE
237285     END-IF
237286     MOVE SERVICE-RECORD TO VOID-SAVE-SERVICE
237287     IF SERVICE-IS-BILLED OR SERVICE-IS-PAID
237288         MOVE 'Y' TO VOID-CLAIMED-SW
237289     ELSE
237290         MOVE 'N' TO VOID-CLAIMED-SW
237291     END-IF
237292     PERFORM 5350-BUILD-SVC-AUDIT-IMAGE THRU 5350-EXIT
237293     MOVE SVC-AUDIT-IMAGE TO VOID-BEFORE-IMAGE
237294     MOVE SPACES TO VOID-AFTER-IMAGE
237295     MOVE SPACES TO VOID-REPL-IMAGE.
237296 5305-EXIT.
237297     EXIT.
237298*
237299*****************************************************************
237300*    5310-VOID-SERVICE -- VOID WITH NO REPLACEMENT              *
237301*****************************************************************
237302 5310-VOID-SERVICE.
237303     PERFORM 5315-MARK-VOIDED THRU 5315-EXIT
237304     PERFORM 5320-RETURN-AUTH-UNIT THRU 5320-EXIT
237305     MOVE VOID-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE-WS
237306     MOVE VOID-AFTER-IMAGE TO AUDIT-AFTER-IMAGE-WS
237307     MOVE "SERVICE-VOID" TO AUDIT-OPERATION-WS
237308     MOVE VOID-SERVICE-ID TO AUDIT-RECORD-ID-WS
237309     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
237310     DISPLAY "Service " VOID-SERVICE-ID " has been voided."
237311     IF VOID-WAS-CLAIMED
237312         DISPLAY "A void detail will go to the state on the "
237313                 "next billing extract."
237314     END-IF.
237315 5310-EXIT.
237316     EXIT.
237317*
237318*****************************************************************
237319*    5315-MARK-VOIDED -- REWRITE THE ORIGINAL AS VOIDED         *
237320*                 VOID-LINK-ID CARRIES THE REPLACEMENT ID ON A  *
237321*                 CORRECTION AND ZERO ON A STRAIGHT VOID. A     *
237322*                 BILLED OR PAID ORIGINAL IS QUEUED FOR A VOID  *
237323*                 DETAIL ON THE NEXT EXTRACT.                   *
237324*****************************************************************
237325 5315-MARK-VOIDED.
237326     OPEN I-O SERVICE-FILE
237327     MOVE VOID-SERVICE-ID TO SERVICE-ID
237328     READ SERVICE-FILE
237329         INVALID KEY
237330             CONTINUE
237331         NOT INVALID KEY
237332             MOVE VOID-SAVE-SERVICE TO SERVICE-RECORD
237333             SET SERVICE-IS-VOIDED TO TRUE
237334             ACCEPT SERVICE-VOID-DATE FROM DATE YYYYMMDD
237335             IF VOID-LINK-ID NOT = ZERO
237336                 MOVE VOID-LINK-ID TO SERVICE-LINK-ID
237337             END-IF
237338             IF VOID-WAS-CLAIMED
237339                 SET SERVICE-VOID-PENDING TO TRUE
237340             ELSE
237341                 SET SERVICE-ADJ-NONE TO TRUE
237342             END-IF
237343             REWRITE SERVICE-RECORD
237344             PERFORM 5350-BUILD-SVC-AUDIT-IMAGE THRU 5350-EXIT
237345             MOVE SVC-AUDIT-IMAGE TO VOID-AFTER-IMAGE
237346     END-READ
237347     CLOSE SERVICE-FILE.
237348 5315-EXIT.
237349     EXIT.
237350*
237351*****************************************************************
237352*    5320-RETURN-AUTH-UNIT -- GIVE THE UNIT BACK                *
237353*                 USES THE AUTHORIZATION RECORDED ON THE        *
237354*                 SERVICE; AN OLDER SERVICE THAT PREDATES THE   *
237355*                 FIELD FALLS BACK TO 5325. VOID-AUTH-ID IS LEFT*
237356*                 HOLDING THE AUTHORIZATION CREDITED (ZERO IF   *
237357*                 NONE) SO A FAILED CORRECTION CAN RE-TAKE IT.  *
237358*****************************************************************
237359 5320-RETURN-AUTH-UNIT.
237360     MOVE VOID-SAVE-AUTH-ID TO VOID-AUTH-ID
237361     IF VOID-AUTH-ID = ZERO
237362         PERFORM 5325-FIND-COUNTED-AUTH THRU 5325-EXIT
237363     END-IF
237364     IF VOID-AUTH-ID = ZERO
237365         DISPLAY "No authorization unit was found to return "
237366                 "for this service."
237367         GO TO 5320-EXIT
237368     END-IF
237369     OPEN I-O AUTH-FILE
237370     IF AUTH-FILE-OK
237371         MOVE VOID-AUTH-ID TO AUTH-ID
237372         READ AUTH-FILE
237373             INVALID KEY
237374                 MOVE ZERO TO VOID-AUTH-ID
237375             NOT INVALID KEY
237376                 IF AUTH-UNITS-USED > ZERO
237377                     SUBTRACT 1 FROM AUTH-UNITS-USED
237378                     REWRITE AUTH-RECORD
237379                 ELSE
237380                     MOVE ZERO TO VOID-AUTH-ID
237381                 END-IF
237382         END-READ
237383         CLOSE AUTH-FILE
237384     ELSE
237385         MOVE ZERO TO VOID-AUTH-ID
237386     END-IF
237387     IF VOID-AUTH-ID = ZERO
237388         DISPLAY "No authorization unit was found to return "
237389                 "for this service."
237390     ELSE
237391         DISPLAY "One unit was returned to authorization "
237392                 VOID-AUTH-ID "."
237393     END-IF.
237394 5320-EXIT.
237395     EXIT.
237396*
237397*****************************************************************
237398*    5325-FIND-COUNTED-AUTH -- LOCATE THE AUTHORIZATION AN      *
237399*                 OLDER SERVICE WAS COUNTED AGAINST. SAME WALK  *
237400*                 AS 5160 BUT LOOKS FOR A USED UNIT RATHER THAN *
237401*                 A REMAINING ONE.                              *
237402*****************************************************************
237403 5325-FIND-COUNTED-AUTH.
237404     MOVE ZERO TO VOID-AUTH-ID
237405     MOVE VOID-SAVE-TYPE TO SERVICE-TYPE-LOOKUP
237406     OPEN INPUT AUTH-FILE
237407     IF NOT AUTH-FILE-OK
237408         GO TO 5325-EXIT
237409     END-IF
237410     MOVE 'N' TO AUTH-EOF-SW
237411     MOVE VOID-SAVE-CLIENT-ID TO CLIENT-ID OF AUTH-RECORD
237412     START AUTH-FILE KEY IS = CLIENT-ID OF AUTH-RECORD
237413         INVALID KEY SET AUTH-EOF-REACHED TO TRUE
237414     END-START
237415     IF NOT AUTH-EOF-REACHED
237416         READ AUTH-FILE NEXT RECORD
237417             AT END SET AUTH-EOF-REACHED TO TRUE
237418         END-READ
237419     END-IF
237420     PERFORM UNTIL AUTH-EOF-REACHED
237421         IF CLIENT-ID OF AUTH-RECORD
237422                 NOT = VOID-SAVE-CLIENT-ID
237423             SET AUTH-EOF-REACHED TO TRUE
237424         ELSE
237425             IF AUTH-SVC-TYPE = LOOKUP-SVC-TYPE-CODE
237426                     AND VOID-SAVE-DATE >= AUTH-EFF-FROM-DATE
237427                     AND VOID-SAVE-DATE <= AUTH-EFF-TO-DATE
237428                     AND AUTH-UNITS-USED > ZERO
237429                 MOVE AUTH-ID TO VOID-AUTH-ID
237430                 SET AUTH-EOF-REACHED TO TRUE
237431             ELSE
237432                 READ AUTH-FILE NEXT RECORD
237433                     AT END SET AUTH-EOF-REACHED TO TRUE
237434                 END-READ
237435             END-IF
237436         END-IF
237437     END-PERFORM
237438     CLOSE AUTH-FILE.
237439 5325-EXIT.
237440     EXIT.
237441*
237442*****************************************************************
237443*    5330-CORRECT-SERVICE -- VOID AND REPLACE                   *
237444*                 A ZERO OR BLANK ENTRY KEEPS THE ORIGINAL      *
237445*                 VALUE. THE ORIGINAL IS VOIDED AND ITS UNIT    *
237446*                 RETURNED FIRST SO THE REPLACEMENT CAN COUNT   *
237447*                 AGAINST THE SAME AUTHORIZATION; IF 5200       *
237448*                 REJECTS THE REPLACEMENT, 5340 PUTS THE        *
237449*                 ORIGINAL BACK.                                *
237450*****************************************************************
237451 5330-CORRECT-SERVICE.
237452     DISPLAY "Please enter the corrected client ID "
237453             "(0 keeps " VOID-SAVE-CLIENT-ID "):"
237454     ACCEPT NEW-SERVICE-CLIENT-ID
237455     IF NEW-SERVICE-CLIENT-ID = ZERO
237456         MOVE VOID-SAVE-CLIENT-ID TO NEW-SERVICE-CLIENT-ID
237457     END-IF
237458     DISPLAY "Please enter the corrected service date "
237459             "(YYYYMMDD, 0 keeps " VOID-SAVE-DATE "):"
237460     ACCEPT NEW-SERVICE-DATE
237461     IF NEW-SERVICE-DATE = ZERO
237462         MOVE VOID-SAVE-DATE TO NEW-SERVICE-DATE
237463     END-IF
237464     MOVE NEW-SERVICE-DATE TO VERIFY-DATE
237465     PERFORM 9340-EDIT-SERVICE-DATE THRU 9340-EXIT
237466     IF NOT DATE-IS-VALID
237467         DISPLAY "Invalid service date. The service was not "
237468                 "changed."
237469         GO TO 5330-EXIT
237470     END-IF
237471     DISPLAY "Please enter the corrected service type "
237472             "(blank keeps " VOID-SAVE-TYPE "):"
237473     MOVE SPACES TO NEW-SERVICE-TYPE
237474     ACCEPT NEW-SERVICE-TYPE
237475     IF NEW-SERVICE-TYPE = SPACES
237476         MOVE VOID-SAVE-TYPE TO NEW-SERVICE-TYPE
237477     END-IF
237478     DISPLAY "Please enter the corrected description "
237479             "(blank keeps the current one):"
237480     MOVE SPACES TO NEW-SERVICE-DESCRIPTION
237481     ACCEPT NEW-SERVICE-DESCRIPTION
237482     IF NEW-SERVICE-DESCRIPTION = SPACES
237483         MOVE VOID-SAVE-DESC TO NEW-SERVICE-DESCRIPTION
237484     END-IF
237485     IF NEW-SERVICE-CLIENT-ID = VOID-SAVE-CLIENT-ID
237486             AND NEW-SERVICE-DATE = VOID-SAVE-DATE
237487             AND NEW-SERVICE-TYPE = VOID-SAVE-TYPE
237488             AND NEW-SERVICE-DESCRIPTION = VOID-SAVE-DESC
237489         DISPLAY "Nothing was changed. The service was not "
237490                 "corrected."
237491         GO TO 5330-EXIT
237492     END-IF
237493     DISPLAY "Please enter a unique ID for the replacement "
237494             "service:"
237495     ACCEPT NEW-SERVICE-ID
237496     MOVE NEW-SERVICE-ID TO VOID-LINK-ID
237497     PERFORM 5315-MARK-VOIDED THRU 5315-EXIT
237498     PERFORM 5320-RETURN-AUTH-UNIT THRU 5320-EXIT
237499     PERFORM 5200-ADD-SERVICE-RECORD THRU 5200-EXIT
237500     IF NOT ADD-ACCEPTED
237501         PERFORM 5340-UNDO-VOID THRU 5340-EXIT
237502         DISPLAY "The correction was not made. Service "
237503                 VOID-SERVICE-ID " stands as it was."
237504         GO TO 5330-EXIT
237505     END-IF
237506     PERFORM 5335-LINK-REPLACEMENT THRU 5335-EXIT
237507     MOVE VOID-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE-WS
237508     MOVE VOID-AFTER-IMAGE TO AUDIT-AFTER-IMAGE-WS
237509     MOVE "SERVICE-VOID" TO AUDIT-OPERATION-WS
237510     MOVE VOID-SERVICE-ID TO AUDIT-RECORD-ID-WS
237511     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
237512     MOVE VOID-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE-WS
237513     MOVE VOID-REPL-IMAGE TO AUDIT-AFTER-IMAGE-WS
237514     MOVE "SERVICE-CORR" TO AUDIT-OPERATION-WS
237515     MOVE NEW-SERVICE-ID TO AUDIT-RECORD-ID-WS
237516     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
237517     DISPLAY "Service " VOID-SERVICE-ID " was voided and "
237518             "replaced by service " NEW-SERVICE-ID "."
237519     IF VOID-WAS-CLAIMED
237520         DISPLAY "A void and a replacement detail will go to "
237521                 "the state on the next billing extract."
237522     END-IF.
237523 5330-EXIT.
237524     EXIT.
237525*
237526*****************************************************************
237527*    5335-LINK-REPLACEMENT -- POINT THE NEW SERVICE BACK AT     *
237528*                 THE ORIGINAL AND, IF THE ORIGINAL WAS BILLED, *
237529*                 QUEUE IT AS A REPLACEMENT DETAIL.             *
237530*****************************************************************
237531 5335-LINK-REPLACEMENT.
237532     OPEN I-O SERVICE-FILE
237533     MOVE NEW-SERVICE-ID TO SERVICE-ID
237534     READ SERVICE-FILE
237535         INVALID KEY
237536             CONTINUE
237537         NOT INVALID KEY
237538             MOVE VOID-SERVICE-ID TO SERVICE-LINK-ID
237539             IF VOID-WAS-CLAIMED
237540                 SET SERVICE-REPL-PENDING TO TRUE
237541             END-IF
237542             REWRITE SERVICE-RECORD
237543             PERFORM 5350-BUILD-SVC-AUDIT-IMAGE THRU 5350-EXIT
237544             MOVE SVC-AUDIT-IMAGE TO VOID-REPL-IMAGE
237545     END-READ
237546     CLOSE SERVICE-FILE.
237547 5335-EXIT.
237548     EXIT.
237549*
237550*****************************************************************
237551*    5340-UNDO-VOID -- PUT BACK AN ORIGINAL WHOSE REPLACEMENT   *
237552*                 WAS REJECTED, AND RE-TAKE THE UNIT 5320 GAVE  *
237553*                 BACK.                                         *
237554*****************************************************************
237555 5340-UNDO-VOID.
237556     OPEN I-O SERVICE-FILE
237557     MOVE VOID-SERVICE-ID TO SERVICE-ID
237558     READ SERVICE-FILE
237559         INVALID KEY
237560             CONTINUE
237561         NOT INVALID KEY
237562             MOVE VOID-SAVE-SERVICE TO SERVICE-RECORD
237563             REWRITE SERVICE-RECORD
237564     END-READ
237565     CLOSE SERVICE-FILE
237566     IF VOID-AUTH-ID NOT = ZERO
237567         MOVE VOID-AUTH-ID TO AUTH-FOUND-ID
237568         PERFORM 5170-USE-AUTH-UNIT THRU 5170-EXIT
237569     END-IF.
237570 5340-EXIT.
237571     EXIT.
237572*
237573*****************************************************************
237574*    5350-BUILD-SVC-AUDIT-IMAGE -- SERVICE AUDIT IMAGE          *
237575*                 SERVICE-RECORD IN; SVC-AUDIT-IMAGE OUT FOR    *
237576*                 THE BEFORE OR AFTER IMAGE OF A VOID OR        *
237577*                 CORRECTION.                                   *
237578*****************************************************************
237579 5350-BUILD-SVC-AUDIT-IMAGE.
237580     MOVE SERVICE-ID TO SVC-AUDIT-ID
237581     MOVE CLIENT-ID OF SERVICE-RECORD TO SVC-AUDIT-CLIENT-ID
237582     MOVE SERVICE-DATE TO SVC-AUDIT-DATE
237583     MOVE SERVICE-TYPE TO SVC-AUDIT-TYPE
237584     MOVE SERVICE-BILLED-FLAG TO SVC-AUDIT-BILLED
237585     MOVE SERVICE-STATUS TO SVC-AUDIT-STATUS
237586     MOVE SERVICE-CLAIM-ADJ TO SVC-AUDIT-ADJ
237587     MOVE SERVICE-LINK-ID TO SVC-AUDIT-LINK-ID
237588     MOVE SERVICE-AUTH-ID TO SVC-AUDIT-AUTH-ID
237589     MOVE SERVICE-DESCRIPTION TO SVC-AUDIT-DESC.
237590 5350-EXIT.
237591     EXIT.
237592*
237593*****************************************************************
237594*    6000-GENERATE-REPORT -- MASTER ACTIVITY REPORT              *
237600*                 FOR EACH CLIENT, LISTS THE CASE(S) ASSIGNED    *
237700*                 AND EVERY SERVICE LOGGED, WITH A PER-CLIENT    *
237800*                 AND GRAND-TOTAL RECORD COUNT.                  *
248000     MOVE ZERO TO CLIENT-OPEN-CASE-COUNT
248100     MOVE ZERO TO CLIENT-CLOSED-CASE-COUNT
248200     MOVE CLIENT-ID OF CLIENT-RECORD TO RPT-CLIENT-ID
248216     MOVE CLIENT-ID OF CLIENT-RECORD TO CONF-CLIENT-ID
248232     MOVE CLIENT-RESTRICT-FLAG TO CONF-CLIENT-FLAG
248248     MOVE "MASTER-RPT" TO CONF-FUNCTION
248264     PERFORM 9989-CHECK-REPORT-ACCESS THRU 9989-EXIT
248280     IF CONF-ACCESS-ALLOWED
248300         MOVE CLIENT-NAME TO RPT-CLIENT-NAME
248400         MOVE CLIENT-ADDRESS TO RPT-CLIENT-ADDRESS
248420     ELSE
248440         MOVE CONF-RESTRICTED-TEXT TO RPT-CLIENT-NAME
248460         MOVE SPACES TO RPT-CLIENT-ADDRESS
248480     END-IF
248500     MOVE RPT-CLIENT-LINE TO REPORT-RECORD
248600     WRITE REPORT-RECORD
248700     PERFORM 6200-LIST-CLIENT-CASES THRU 6200-EXIT
255800                     MOVE SPACES TO RPT-CASE-CLOSED-DATE
255900                     ADD 1 TO CLIENT-OPEN-CASE-COUNT
256000                 END-IF
256050                 IF CONF-ACCESS-ALLOWED
256100                     MOVE RPT-CASE-LINE TO REPORT-RECORD
256200                     WRITE REPORT-RECORD
256250                 END-IF
256300                 ADD 1 TO CLIENT-ACTIVITY-COUNT
256400                 IF RPT-INCLUDE-NOTES AND CONF-ACCESS-ALLOWED
256500                     MOVE CASE-ID OF CASE-RECORD TO
256600                         NOTE-LIST-CASE-ID
256700                     PERFORM 6250-LIST-CASE-NOTES THRU 6250-EXIT
263500                     NOT = TARGET-CLIENT-ID
263600                 SET SERVICE-EOF-REACHED TO TRUE
263700             ELSE
263750                 IF NOT SERVICE-IS-VOIDED
263800                     MOVE SERVICE-DATE TO RPT-SERVICE-DATE
263900                     MOVE SERVICE-TYPE TO RPT-SERVICE-TYPE
264000                     MOVE SERVICE-DESCRIPTION TO RPT-SERVICE-DESC
264050                     IF CONF-ACCESS-ALLOWED
264100                         MOVE RPT-SERVICE-LINE TO REPORT-RECORD
264200                         WRITE REPORT-RECORD
264250                     END-IF
264300                     ADD 1 TO CLIENT-ACTIVITY-COUNT
264350                 END-IF
264400                 READ SERVICE-FILE NEXT RECORD
264500                     AT END SET SERVICE-EOF-REACHED TO TRUE
264600                 END-READ
275300     END-IF.
275400 6520-EXIT.
275500     EXIT.
275501*
275502*****************************************************************
275503*    6600-MONTH-END-STATE-REPORT -- STATE STATISTICS            *
275504*                 FOR A KEYED MONTH (YYYYMM, ZERO FOR LAST      *
275505*                 MONTH) THAT HAS ENDED. THE FIRST RUN FOR THE  *
275506*                 MONTH TAKES THE CASELOAD SNAPSHOT (6620); A   *
275507*                 LATER RUN USES THE SNAPSHOT ALREADY ON FILE,  *
275508*                 SO THE FIGURES FOR A PRIOR MONTH DO NOT MOVE  *
275509*                 WHEN CASES ARE ARCHIVED OR CLIENTS MERGED.    *
275510*                 THE REPORT (STATERPT.DAT) AND THE STATE       *
275511*                 PORTAL EXTRACT (STATEXTR.DAT) ARE BOTH BUILT  *
275512*                 FROM THE SNAPSHOT: UNDUPLICATED CLIENTS       *
275513*                 SERVED, CASES OPEN AT THE START OF THE MONTH, *
275514*                 OPENED, CLOSED, AND OPEN AT MONTH END, AND    *
275515*                 SERVICES AND UNITS BY SERVICE TYPE AND BY     *
275516*                 CASEWORKER.                                   *
275517*****************************************************************
275518 6600-MONTH-END-STATE-REPORT.
275519     IF NOT JOB-STREAM-ACTIVE
275520         DISPLAY "Please enter the report month (YYYYMM, or 0 "
275521                 "for last month):"
275522         ACCEPT STATE-MONTH
275523     END-IF
275524     PERFORM 6605-SET-MONTH-DATES THRU 6605-EXIT
275525     IF NOT DATE-IS-VALID
275526         DISPLAY "That is not a valid month. The state report "
275527                 "was not run."
275528         MOVE 8 TO JOB-STEP-RC
275529         MOVE "REPORT MONTH IS NOT VALID" TO JOB-STEP-MSG
275530         GO TO 6600-EXIT
275531     END-IF
275532     IF STATE-MONTH NOT < STATE-CURRENT-MONTH
275533         DISPLAY "That month has not ended yet. The state report "
275534                 "was not run."
275535         MOVE 8 TO JOB-STEP-RC
275536         MOVE "REPORT MONTH HAS NOT ENDED" TO JOB-STEP-MSG
275537         GO TO 6600-EXIT
275538     END-IF
275539     IF NOT JOB-STREAM-ACTIVE
275540         DISPLAY "Please enter the county code:"
275541         ACCEPT STATE-COUNTY-CODE
275542     END-IF
275543     PERFORM 6610-CHECK-SNAPSHOT THRU 6610-EXIT
275544     IF SNAP-IS-ON-FILE
275545         DISPLAY "Using the snapshot for " STATE-MONTH
275546                 " taken on " STATE-SNAP-TAKEN-DATE
275547                 " by " STATE-SNAP-TAKEN-BY
275548     ELSE
275549         PERFORM 6620-TAKE-SNAPSHOT THRU 6620-EXIT
275550         IF NOT SNAP-IS-ON-FILE
275551             GO TO 6600-EXIT
275552         END-IF
275553     END-IF
275554     PERFORM 6650-TALLY-SNAPSHOT THRU 6650-EXIT
275555     PERFORM 6670-WRITE-STATE-REPORT THRU 6670-EXIT
275556     PERFORM 6690-WRITE-STATE-EXTRACT THRU 6690-EXIT
275557     MOVE STATE-MONTH TO STATE-AUDIT-MONTH
275558     MOVE STATE-COUNTY-CODE TO STATE-AUDIT-COUNTY
275559     MOVE STATE-SNAP-TAKEN-DATE TO STATE-AUDIT-SNAP-DATE
275560     COMPUTE STATE-AUDIT-CASES =
275561         STATE-OPEN-START-COUNT + STATE-OPENED-COUNT
275562     MOVE STATE-SERVICE-TOTAL TO STATE-AUDIT-SERVICES
275563     MOVE STATE-CLIENT-COUNT TO STATE-AUDIT-CLIENTS
275564     MOVE STATE-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
275565     MOVE "STATE-RPT" TO AUDIT-OPERATION-WS
275566     MOVE ZERO TO AUDIT-RECORD-ID-WS
275567     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
275568     DISPLAY "The state report for " STATE-MONTH
275569             " is complete. Clients served: " STATE-CLIENT-COUNT
275570     DISPLAY "Services: " STATE-SERVICE-TOTAL
275571             "  Cases open at month end: " STATE-OPEN-END-COUNT.
275572 6600-EXIT.
275573     EXIT.
275574*
275575*****************************************************************
275576*    6605-SET-MONTH-DATES -- FIRST AND LAST DAY                 *
275577*                 FROM STATE-MONTH. A ZERO MONTH IS TAKEN AS    *
275578*                 THE PREVIOUS CALENDAR MONTH. SETS DATE-IS-    *
275579*                 VALID, STATE-MONTH-START, STATE-MONTH-END,    *
275580*                 AND STATE-CURRENT-MONTH FROM TODAY'S DATE.    *
275581*****************************************************************
275582 6605-SET-MONTH-DATES.
275583     MOVE 'N' TO DATE-VALID-SW
275584     ACCEPT STATE-TODAY FROM DATE YYYYMMDD
275585     MOVE STATE-TODAY TO VERIFY-DATE
275586     COMPUTE STATE-CURRENT-MONTH =
275587         VERIFY-DATE-YEAR * 100 + VERIFY-DATE-MONTH
275588     IF STATE-MONTH NOT NUMERIC
275589         GO TO 6605-EXIT
275590     END-IF
275591     IF STATE-MONTH = ZERO
275592         MOVE VERIFY-DATE-YEAR TO STATE-MONTH-YEAR
275593         IF VERIFY-DATE-MONTH = 01
275594             SUBTRACT 1 FROM STATE-MONTH-YEAR
275595             MOVE 12 TO STATE-MONTH-MM
275596         ELSE
275597             COMPUTE STATE-MONTH-MM = VERIFY-DATE-MONTH - 1
275598         END-IF
275599     END-IF
275600     MOVE STATE-MONTH-YEAR TO VERIFY-DATE-YEAR
275601     MOVE STATE-MONTH-MM TO VERIFY-DATE-MONTH
275602     MOVE 01 TO VERIFY-DATE-DAY
275603     PERFORM 9340-EDIT-SERVICE-DATE THRU 9340-EXIT
275604     IF NOT DATE-IS-VALID
275605         GO TO 6605-EXIT
275606     END-IF
275607     MOVE VERIFY-DATE TO STATE-MONTH-START
275608     EVALUATE STATE-MONTH-MM
275609         WHEN 04
275610         WHEN 06
275611         WHEN 09
275612         WHEN 11
275613             MOVE 30 TO STATE-LAST-DAY
275614         WHEN 02
275615             MOVE 28 TO STATE-LAST-DAY
275616             DIVIDE STATE-MONTH-YEAR BY 4
275617                 GIVING STATE-LEAP-QUOTIENT
275618                 REMAINDER STATE-LEAP-REMAINDER
275619             IF STATE-LEAP-REMAINDER = ZERO
275620                 MOVE 29 TO STATE-LAST-DAY
275621                 DIVIDE STATE-MONTH-YEAR BY 100
275622                     GIVING STATE-LEAP-QUOTIENT
275623                     REMAINDER STATE-LEAP-REMAINDER
275624                 IF STATE-LEAP-REMAINDER = ZERO
275625                     DIVIDE STATE-MONTH-YEAR BY 400
275626                         GIVING STATE-LEAP-QUOTIENT
275627                         REMAINDER STATE-LEAP-REMAINDER
275628                     IF STATE-LEAP-REMAINDER NOT = ZERO
275629                         MOVE 28 TO STATE-LAST-DAY
275630                     END-IF
275631                 END-IF
275632             END-IF
275633         WHEN OTHER
275634             MOVE 31 TO STATE-LAST-DAY
275635     END-EVALUATE
275636     MOVE STATE-LAST-DAY TO VERIFY-DATE-DAY
275637     MOVE VERIFY-DATE TO STATE-MONTH-END.
275638 6605-EXIT.
275639     EXIT.
275640*
275641*****************************************************************
275642*    6610-CHECK-SNAPSHOT -- IS THE MONTH ALREADY TAKEN          *
275643*                 SETS SNAP-IS-ON-FILE WHEN THE 'H' ROW FOR     *
275644*                 STATE-MONTH IS ON CASESNAP.DAT, WITH THE DATE *
275645*                 IT WAS TAKEN AND BY WHOM.                     *
275646*****************************************************************
275647 6610-CHECK-SNAPSHOT.
275648     MOVE 'N' TO SNAP-ON-FILE-SW
275649     OPEN INPUT SNAPSHOT-FILE
275650     IF NOT SNAPSHOT-FILE-OK
275651         GO TO 6610-EXIT
275652     END-IF
275653     MOVE STATE-MONTH TO SNAP-MONTH
275654     MOVE 'H' TO SNAP-REC-TYPE
275655     MOVE ZERO TO SNAP-REF-ID
275656     READ SNAPSHOT-FILE
275657         INVALID KEY
275658             CONTINUE
275659         NOT INVALID KEY
275660             SET SNAP-IS-ON-FILE TO TRUE
275661             MOVE SNAP-HDR-TAKEN-DATE TO STATE-SNAP-TAKEN-DATE
275662             MOVE SNAP-HDR-OPERATOR TO STATE-SNAP-TAKEN-BY
275663     END-READ
275664     CLOSE SNAPSHOT-FILE.
275665 6610-EXIT.
275666     EXIT.
275667*
275668*****************************************************************
275669*    6620-TAKE-SNAPSHOT -- CASELOAD SNAPSHOT FOR A MONTH        *
275670*                 CLEARS ANY ROWS LEFT BY A RUN THAT DID NOT    *
275671*                 FINISH, THEN SWEEPS THE CASE FILE AND CASE    *
275672*                 ARCHIVE FOR CASES ACTIVE IN THE MONTH AND THE *
275673*                 SERVICE FILE AND SERVICE ARCHIVE FOR ACTIVE   *
275674*                 SERVICES DATED IN THE MONTH. A REINSTATED     *
275675*                 CASE FOUND IN BOTH PLACES IS TAKEN ONCE. THE  *
275676*                 'H' ROW GOES LAST WITH THE DATE, OPERATOR,    *
275677*                 AND ROW COUNTS.                               *
275678*****************************************************************
275679 6620-TAKE-SNAPSHOT.
275680     OPEN I-O SNAPSHOT-FILE
275681     IF SNAPSHOT-FILE-NOT-FOUND
275682         OPEN OUTPUT SNAPSHOT-FILE
275683         CLOSE SNAPSHOT-FILE
275684         OPEN I-O SNAPSHOT-FILE
275685     END-IF
275686     IF NOT SNAPSHOT-FILE-OK
275687         DISPLAY "The snapshot file could not be opened. The "
275688                 "state report was not run."
275689         MOVE 8 TO JOB-STEP-RC
275690         MOVE "SNAPSHOT FILE COULD NOT BE OPENED" TO JOB-STEP-MSG
275691         GO TO 6620-EXIT
275692     END-IF
275693     PERFORM 6625-CLEAR-PARTIAL-SNAPSHOT THRU 6625-EXIT
275694     MOVE ZERO TO SNAP-CASE-COUNT
275695     MOVE ZERO TO SNAP-SERVICE-COUNT
275696     MOVE ZERO TO SNAP-CLIENT-COUNT
275697     PERFORM 6630-SNAP-CASES THRU 6630-EXIT
275698     PERFORM 6640-SNAP-SERVICES THRU 6640-EXIT
275699     MOVE STATE-MONTH TO SNAP-MONTH
275700     MOVE 'H' TO SNAP-REC-TYPE
275701     MOVE ZERO TO SNAP-REF-ID
275702     MOVE SPACES TO SNAP-HEADER-DATA
275703     MOVE STATE-TODAY TO SNAP-HDR-TAKEN-DATE
275704     MOVE SIGNED-ON-OPERATOR-ID TO SNAP-HDR-OPERATOR
275705     MOVE SNAP-CASE-COUNT TO SNAP-HDR-CASES
275706     MOVE SNAP-SERVICE-COUNT TO SNAP-HDR-SERVICES
275707     MOVE SNAP-CLIENT-COUNT TO SNAP-HDR-CLIENTS
275708     WRITE SNAP-RECORD
275709     CLOSE SNAPSHOT-FILE
275710     SET SNAP-IS-ON-FILE TO TRUE
275711     MOVE STATE-TODAY TO STATE-SNAP-TAKEN-DATE
275712     MOVE SIGNED-ON-OPERATOR-ID TO STATE-SNAP-TAKEN-BY
275713     MOVE "MONTH-SNAP" TO AUDIT-OPERATION-WS
275714     MOVE ZERO TO AUDIT-RECORD-ID-WS
275715     MOVE STATE-MONTH TO AUDIT-AFTER-IMAGE-WS
275716     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
275717     DISPLAY "Snapshot taken for " STATE-MONTH ". Cases: "
275718             SNAP-CASE-COUNT "  Services: " SNAP-SERVICE-COUNT
275719             "  Clients: " SNAP-CLIENT-COUNT.
275720 6620-EXIT.
275721     EXIT.
275722*
275723*****************************************************************
275724*    6625-CLEAR-PARTIAL-SNAPSHOT -- DROP AN UNFINISHED SNAPSHOT *
275725*                 DELETES EVERY ROW ALREADY ON CASESNAP.DAT FOR *
275726*                 STATE-MONTH, LEFT BY A RUN THAT DID NOT       *
275727*                 FINISH, SO THE SNAPSHOT IS TAKEN AGAIN FROM   *
275728*                 THE START.                                    *
275729*****************************************************************
275730 6625-CLEAR-PARTIAL-SNAPSHOT.
275731     MOVE 'N' TO SNAP-EOF-SW
275732     MOVE STATE-MONTH TO SNAP-MONTH
275733     MOVE SPACE TO SNAP-REC-TYPE
275734     MOVE ZERO TO SNAP-REF-ID
275735     START SNAPSHOT-FILE KEY IS NOT LESS THAN SNAP-KEY
275736         INVALID KEY SET SNAP-EOF-REACHED TO TRUE
275737     END-START
275738     IF NOT SNAP-EOF-REACHED
275739         READ SNAPSHOT-FILE NEXT RECORD
275740             AT END SET SNAP-EOF-REACHED TO TRUE
275741         END-READ
275742     END-IF
275743     PERFORM UNTIL SNAP-EOF-REACHED
275744         IF SNAP-MONTH NOT = STATE-MONTH
275745             SET SNAP-EOF-REACHED TO TRUE
275746         ELSE
275747             DELETE SNAPSHOT-FILE RECORD
275748             READ SNAPSHOT-FILE NEXT RECORD
275749                 AT END SET SNAP-EOF-REACHED TO TRUE
275750             END-READ
275751         END-IF
275752     END-PERFORM.
275753 6625-EXIT.
275754     EXIT.
275755*
275756*****************************************************************
275757*    6630-SNAP-CASES -- 'C' ROWS FOR THE MONTH                  *
275758*                 A CASE IS ACTIVE IN THE MONTH WHEN IT WAS     *
275759*                 OPENED BY THE LAST DAY AND WAS STILL OPEN ON, *
275760*                 OR CLOSED ON OR AFTER, THE FIRST DAY. A CASE  *
275761*                 WITH NO OPENED DATE PREDATES THE FIELD AND IS *
275762*                 TAKEN AS OPENED BEFORE THE MONTH. AN OPEN     *
275763*                 CASE CARRIES A ZERO CLOSED DATE.              *
275764*****************************************************************
275765 6630-SNAP-CASES.
275766     OPEN INPUT CASE-FILE
275767     IF CASE-FILE-OK
275768         MOVE 'N' TO CASE-EOF-SW
275769         READ CASE-FILE NEXT RECORD
275770             AT END SET CASE-EOF-REACHED TO TRUE
275771         END-READ
275772         PERFORM UNTIL CASE-EOF-REACHED
275773             MOVE ZERO TO SNAP-CASE-OPENED
275774             MOVE ZERO TO SNAP-CASE-CLOSED
275775             IF CASE-OPENED-DATE NUMERIC
275776                 MOVE CASE-OPENED-DATE TO SNAP-CASE-OPENED
275777             END-IF
275778             IF CASE-IS-CLOSED AND CASE-CLOSED-DATE NUMERIC
275779                 MOVE CASE-CLOSED-DATE TO SNAP-CASE-CLOSED
275780             END-IF
275781             MOVE CASE-ID OF CASE-RECORD TO SNAP-REF-ID
275782             MOVE CLIENT-ID OF CASE-RECORD TO SNAP-CLIENT-ID
275783             MOVE CASEWORKER-ID OF CASE-RECORD TO SNAP-WORKER-ID
275784             PERFORM 6635-WRITE-SNAP-CASE THRU 6635-EXIT
275785             READ CASE-FILE NEXT RECORD
275786                 AT END SET CASE-EOF-REACHED TO TRUE
275787             END-READ
275788         END-PERFORM
275789         CLOSE CASE-FILE
275790     END-IF
275791     OPEN INPUT CASE-ARCHIVE-FILE
275792     IF NOT CASE-ARCHIVE-NOT-FOUND
275793         MOVE 'N' TO CASE-EOF-SW
275794         READ CASE-ARCHIVE-FILE
275795             AT END SET CASE-EOF-REACHED TO TRUE
275796         END-READ
275797         PERFORM UNTIL CASE-EOF-REACHED
275798             MOVE SPACES TO ARCH-CASE-WS
275799             MOVE CASE-ARCHIVE-RECORD TO ARCH-CASE-WS
275800             IF ARCH-CASE-CLOSED-DATE NUMERIC
275801                 MOVE ZERO TO SNAP-CASE-OPENED
275802                 IF ARCH-CASE-OPENED-DATE NUMERIC
275803                     MOVE ARCH-CASE-OPENED-DATE
275804                         TO SNAP-CASE-OPENED
275805                 END-IF
275806                 MOVE ARCH-CASE-CLOSED-DATE TO SNAP-CASE-CLOSED
275807                 MOVE ARCH-CASE-ID TO SNAP-REF-ID
275808                 MOVE ARCH-CASE-CLIENT-ID TO SNAP-CLIENT-ID
275809                 MOVE ARCH-CASE-WORKER-ID TO SNAP-WORKER-ID
275810                 PERFORM 6635-WRITE-SNAP-CASE THRU 6635-EXIT
275811             END-IF
275812             READ CASE-ARCHIVE-FILE
275813                 AT END SET CASE-EOF-REACHED TO TRUE
275814             END-READ
275815         END-PERFORM
275816         CLOSE CASE-ARCHIVE-FILE
275817     END-IF.
275818 6630-EXIT.
275819     EXIT.
275820*
275821*****************************************************************
275822*    6635-WRITE-SNAP-CASE -- ONE CASE ROW                       *
275823*                 WRITES THE 'C' ROW FOR A CASE OPEN AT ANY     *
275824*                 TIME IN THE MONTH. THE CALLER HAS MOVED THE   *
275825*                 CASE FIELDS TO THE SNAP-CASE ITEMS.           *
275826*****************************************************************
275827 6635-WRITE-SNAP-CASE.
275828     IF SNAP-CASE-OPENED > STATE-MONTH-END
275829         GO TO 6635-EXIT
275830     END-IF
275831     IF SNAP-CASE-CLOSED NOT = ZERO
275832             AND SNAP-CASE-CLOSED < STATE-MONTH-START
275833         GO TO 6635-EXIT
275834     END-IF
275835     MOVE STATE-MONTH TO SNAP-MONTH
275836     MOVE 'C' TO SNAP-REC-TYPE
275837     MOVE SNAP-CASE-OPENED TO SNAP-OPENED-DATE
275838     MOVE SNAP-CASE-CLOSED TO SNAP-CLOSED-DATE
275839     MOVE SPACES TO SNAP-SVC-TYPE
275840     MOVE ZERO TO SNAP-SVC-DATE
275841     MOVE ZERO TO SNAP-SVC-UNITS
275842     WRITE SNAP-RECORD
275843         INVALID KEY
275844             CONTINUE
275845         NOT INVALID KEY
275846             ADD 1 TO SNAP-CASE-COUNT
275847     END-WRITE.
275848 6635-EXIT.
275849     EXIT.
275850*
275851*****************************************************************
275852*    6640-SNAP-SERVICES -- 'S' AND 'U' ROWS FOR THE MONTH       *
275853*                 ONE 'S' ROW PER ACTIVE SERVICE DATED IN THE   *
275854*                 MONTH, FROM THE SERVICE FILE AND THE SERVICE  *
275855*                 ARCHIVE. VOIDED SERVICES ARE LEFT OUT. EACH   *
275856*                 SERVICE CARRIES ONE UNIT, AUTHORIZED OR NOT,  *
275857*                 AS ON THE CLAIM FILE. THE CASEWORKER IS THE   *
275858*                 ONE ON THE CLIENT'S CASE AT THE SERVICE DATE  *
275859*                 (6645), ZERO WHEN NO CASE IS ON FILE. THE     *
275860*                 FIRST SERVICE FOR A CLIENT ALSO WRITES THE    *
275861*                 CLIENT'S 'U' ROW.                             *
275862*****************************************************************
275863 6640-SNAP-SERVICES.
275864     MOVE 'N' TO SNAP-CASES-OPEN-SW
275865     OPEN INPUT CASE-FILE
275866     IF CASE-FILE-OK
275867         SET SNAP-CASES-OPEN TO TRUE
275868     END-IF
275869     OPEN INPUT SERVICE-FILE
275870     IF SERVICE-FILE-OK
275871         MOVE 'N' TO SERVICE-EOF-SW
275872         READ SERVICE-FILE NEXT RECORD
275873             AT END SET SERVICE-EOF-REACHED TO TRUE
275874         END-READ
275875         PERFORM UNTIL SERVICE-EOF-REACHED
275876             IF SERVICE-IS-ACTIVE
275877                     AND SERVICE-DATE NOT < STATE-MONTH-START
275878                     AND SERVICE-DATE NOT > STATE-MONTH-END
275879                 MOVE SERVICE-ID TO SNAP-REF-ID
275880                 MOVE CLIENT-ID OF SERVICE-RECORD
275881                     TO SNAP-CLIENT-ID
275882                 MOVE SERVICE-DATE TO SNAP-SVC-DATE
275883                 MOVE SERVICE-TYPE TO SNAP-SVC-TYPE
275884                 MOVE 1 TO SNAP-SVC-UNITS
275885                 PERFORM 6648-WRITE-SNAP-SERVICE THRU 6648-EXIT
275886             END-IF
275887             READ SERVICE-FILE NEXT RECORD
275888                 AT END SET SERVICE-EOF-REACHED TO TRUE
275889             END-READ
275890         END-PERFORM
275891         CLOSE SERVICE-FILE
275892     END-IF
275893     OPEN INPUT SERVICE-ARCHIVE-FILE
275894     IF NOT SERVICE-ARCHIVE-NOT-FOUND
275895         MOVE 'N' TO SERVICE-EOF-SW
275896         READ SERVICE-ARCHIVE-FILE
275897             AT END SET SERVICE-EOF-REACHED TO TRUE
275898         END-READ
275899         PERFORM UNTIL SERVICE-EOF-REACHED
275900             MOVE SPACES TO ARCH-SVC-WS
275901             MOVE SERVICE-ARCHIVE-RECORD TO ARCH-SVC-WS
275902             IF ARCH-SVC-STATUS NOT = 'V'
275903                     AND ARCH-SVC-DATE NUMERIC
275904                     AND ARCH-SVC-DATE NOT < STATE-MONTH-START
275905                     AND ARCH-SVC-DATE NOT > STATE-MONTH-END
275906                 MOVE ARCH-SVC-ID TO SNAP-REF-ID
275907                 MOVE ARCH-SVC-CLIENT-ID TO SNAP-CLIENT-ID
275908                 MOVE ARCH-SVC-DATE TO SNAP-SVC-DATE
275909                 MOVE ARCH-SVC-TYPE TO SNAP-SVC-TYPE
275910                 MOVE 1 TO SNAP-SVC-UNITS
275911                 PERFORM 6648-WRITE-SNAP-SERVICE THRU 6648-EXIT
275912             END-IF
275913             READ SERVICE-ARCHIVE-FILE
275914                 AT END SET SERVICE-EOF-REACHED TO TRUE
275915             END-READ
275916         END-PERFORM
275917         CLOSE SERVICE-ARCHIVE-FILE
275918     END-IF
275919     IF SNAP-CASES-OPEN
275920         CLOSE CASE-FILE
275921     END-IF.
275922 6640-EXIT.
275923     EXIT.
275924*
275925*****************************************************************
275926*    6645-FIND-SERVICE-WORKER -- CASEWORKER FOR A SERVICE       *
275927*                 READS THE CLIENT'S CASES ON THE CLIENT-ID     *
275928*                 KEY. TAKES THE WORKER ON THE CASE ACTIVE AT   *
275929*                 SNAP-SVC-DATE, FAILING THAT THE WORKER ON THE *
275930*                 CLIENT'S FIRST CASE. SNAP-WORKER-ID IS ZERO   *
275931*                 WHEN THE CLIENT HAS NO CASE ON FILE.          *
275932*****************************************************************
275933 6645-FIND-SERVICE-WORKER.
275934     MOVE ZERO TO SNAP-WORKER-ID
275935     IF NOT SNAP-CASES-OPEN
275936         GO TO 6645-EXIT
275937     END-IF
275938     MOVE 'N' TO SNAP-WORKER-SW
275939     MOVE 'N' TO CASE-EOF-SW
275940     MOVE SNAP-CLIENT-ID TO CLIENT-ID OF CASE-RECORD
275941     START CASE-FILE KEY IS = CLIENT-ID OF CASE-RECORD
275942         INVALID KEY SET CASE-EOF-REACHED TO TRUE
275943     END-START
275944     IF NOT CASE-EOF-REACHED
275945         READ CASE-FILE NEXT RECORD
275946             AT END SET CASE-EOF-REACHED TO TRUE
275947         END-READ
275948     END-IF
275949     PERFORM UNTIL CASE-EOF-REACHED
275950             OR SNAP-WORKER-FOUND
275951         IF CLIENT-ID OF CASE-RECORD NOT = SNAP-CLIENT-ID
275952             SET CASE-EOF-REACHED TO TRUE
275953         ELSE
275954             IF SNAP-WORKER-ID = ZERO
275955                 MOVE CASEWORKER-ID OF CASE-RECORD
275956                     TO SNAP-WORKER-ID
275957             END-IF
275958             IF (CASE-OPENED-DATE NOT NUMERIC
275959                   OR CASE-OPENED-DATE NOT > SNAP-SVC-DATE)
275960                     AND (CASE-IS-OPEN
275961                       OR CASE-CLOSED-DATE NOT < SNAP-SVC-DATE)
275962                 MOVE CASEWORKER-ID OF CASE-RECORD
275963                     TO SNAP-WORKER-ID
275964                 SET SNAP-WORKER-FOUND TO TRUE
275965             ELSE
275966                 READ CASE-FILE NEXT RECORD
275967                     AT END SET CASE-EOF-REACHED TO TRUE
275968                 END-READ
275969             END-IF
275970         END-IF
275971     END-PERFORM.
275972 6645-EXIT.
275973     EXIT.
275974*
275975*****************************************************************
275976*    6648-WRITE-SNAP-SERVICE -- ONE SERVICE ROW                 *
275977*                 WRITES THE 'S' ROW WITH ITS CASEWORKER, THEN  *
275978*                 THE CLIENT'S 'U' ROW THE FIRST TIME THE       *
275979*                 CLIENT IS SEEN IN THE MONTH.                  *
275980*****************************************************************
275981 6648-WRITE-SNAP-SERVICE.
275982     PERFORM 6645-FIND-SERVICE-WORKER THRU 6645-EXIT
275983     MOVE STATE-MONTH TO SNAP-MONTH
275984     MOVE 'S' TO SNAP-REC-TYPE
275985     MOVE ZERO TO SNAP-OPENED-DATE
275986     MOVE ZERO TO SNAP-CLOSED-DATE
275987     WRITE SNAP-RECORD
275988         INVALID KEY
275989             GO TO 6648-EXIT
275990         NOT INVALID KEY
275991             ADD 1 TO SNAP-SERVICE-COUNT
275992     END-WRITE
275993     MOVE 'U' TO SNAP-REC-TYPE
275994     MOVE SNAP-CLIENT-ID TO SNAP-REF-ID
275995     MOVE ZERO TO SNAP-WORKER-ID
275996     MOVE SPACES TO SNAP-SVC-TYPE
275997     MOVE ZERO TO SNAP-SVC-DATE
275998     MOVE ZERO TO SNAP-SVC-UNITS
275999     WRITE SNAP-RECORD
276000         INVALID KEY
276001             CONTINUE
276002         NOT INVALID KEY
276003             ADD 1 TO SNAP-CLIENT-COUNT
276004     END-WRITE.
276005 6648-EXIT.
276006     EXIT.
276007*
276008*****************************************************************
276009*    6650-TALLY-SNAPSHOT -- FIGURES FROM THE SNAPSHOT           *
276010*                 READS THE MONTH'S ROWS IN KEY ORDER. A 'C'    *
276011*                 ROW COUNTS AS OPEN AT THE START (OPENED       *
276012*                 BEFORE THE FIRST DAY) OR OPENED IN THE MONTH, *
276013*                 AND AS CLOSED IN THE MONTH OR OPEN AT MONTH   *
276014*                 END. 'S' ROWS ARE ADDED TO THE TYPE AND       *
276015*                 CASEWORKER TABLES; 'U' ROWS ARE THE           *
276016*                 UNDUPLICATED CLIENTS SERVED.                  *
276017*****************************************************************
276018 6650-TALLY-SNAPSHOT.
276019     MOVE ZERO TO STATE-OPEN-START-COUNT
276020     MOVE ZERO TO STATE-OPENED-COUNT
276021     MOVE ZERO TO STATE-CLOSED-COUNT
276022     MOVE ZERO TO STATE-OPEN-END-COUNT
276023     MOVE ZERO TO STATE-CLIENT-COUNT
276024     MOVE ZERO TO STATE-SERVICE-TOTAL
276025     MOVE ZERO TO STATE-UNIT-TOTAL
276026     MOVE ZERO TO STATE-TYPE-USED
276027     MOVE ZERO TO STATE-WORKER-USED
276028     OPEN INPUT SNAPSHOT-FILE
276029     MOVE 'N' TO SNAP-EOF-SW
276030     MOVE STATE-MONTH TO SNAP-MONTH
276031     MOVE SPACE TO SNAP-REC-TYPE
276032     MOVE ZERO TO SNAP-REF-ID
276033     START SNAPSHOT-FILE KEY IS NOT LESS THAN SNAP-KEY
276034         INVALID KEY SET SNAP-EOF-REACHED TO TRUE
276035     END-START
276036     IF NOT SNAP-EOF-REACHED
276037         READ SNAPSHOT-FILE NEXT RECORD
276038             AT END SET SNAP-EOF-REACHED TO TRUE
276039         END-READ
276040     END-IF
276041     PERFORM UNTIL SNAP-EOF-REACHED
276042         IF SNAP-MONTH NOT = STATE-MONTH
276043             SET SNAP-EOF-REACHED TO TRUE
276044         ELSE
276045             EVALUATE TRUE
276046                 WHEN SNAP-IS-CASE
276047                     PERFORM 6655-TALLY-SNAP-CASE THRU 6655-EXIT
276048                 WHEN SNAP-IS-SERVICE
276049                     PERFORM 6660-TALLY-SNAP-SERVICE
276050                         THRU 6660-EXIT
276051                 WHEN SNAP-IS-CLIENT
276052                     ADD 1 TO STATE-CLIENT-COUNT
276053                 WHEN OTHER
276054                     CONTINUE
276055             END-EVALUATE
276056             READ SNAPSHOT-FILE NEXT RECORD
276057                 AT END SET SNAP-EOF-REACHED TO TRUE
276058             END-READ
276059         END-IF
276060     END-PERFORM
276061     CLOSE SNAPSHOT-FILE.
276062 6650-EXIT.
276063     EXIT.
276064*
276065*****************************************************************
276066*    6655-TALLY-SNAP-CASE -- COUNT A CASE ROW                   *
276067*                 ADDS THE CASE TO THE OPEN-AT-START OR OPENED  *
276068*                 COUNT AND TO THE CLOSED OR OPEN-AT-END COUNT. *
276069*****************************************************************
276070 6655-TALLY-SNAP-CASE.
276071     IF SNAP-OPENED-DATE < STATE-MONTH-START
276072         ADD 1 TO STATE-OPEN-START-COUNT
276073     ELSE
276074         ADD 1 TO STATE-OPENED-COUNT
276075     END-IF
276076     IF SNAP-CLOSED-DATE NOT = ZERO
276077             AND SNAP-CLOSED-DATE NOT > STATE-MONTH-END
276078         ADD 1 TO STATE-CLOSED-COUNT
276079     ELSE
276080         ADD 1 TO STATE-OPEN-END-COUNT
276081     END-IF.
276082 6655-EXIT.
276083     EXIT.
276084*
276085*****************************************************************
276086*    6660-TALLY-SNAP-SERVICE -- COUNT A SERVICE ROW             *
276087*                 ADDS THE SERVICE AND ITS UNITS TO THE TOTALS  *
276088*                 AND TO THE SERVICE-TYPE AND CASEWORKER        *
276089*                 TABLES.                                       *
276090*****************************************************************
276091 6660-TALLY-SNAP-SERVICE.
276092     ADD 1 TO STATE-SERVICE-TOTAL
276093     ADD SNAP-SVC-UNITS TO STATE-UNIT-TOTAL
276094     MOVE 1 TO STATE-TYPE-SUB
276095     MOVE 'N' TO STATE-FOUND-SW
276096     PERFORM UNTIL STATE-TYPE-SUB > STATE-TYPE-USED
276097             OR STATE-ROW-WAS-FOUND
276098         IF STATE-TYPE-CODE (STATE-TYPE-SUB) = SNAP-SVC-TYPE
276099             SET STATE-ROW-WAS-FOUND TO TRUE
276100         ELSE
276101             ADD 1 TO STATE-TYPE-SUB
276102         END-IF
276103     END-PERFORM
276104     IF STATE-TYPE-SUB > 50
276105         MOVE 50 TO STATE-TYPE-SUB
276106     ELSE
276107         IF STATE-TYPE-SUB > STATE-TYPE-USED
276108             MOVE STATE-TYPE-SUB TO STATE-TYPE-USED
276109             MOVE SNAP-SVC-TYPE
276110                 TO STATE-TYPE-CODE (STATE-TYPE-SUB)
276111             MOVE ZERO TO STATE-TYPE-SERVICES (STATE-TYPE-SUB)
276112             MOVE ZERO TO STATE-TYPE-UNITS (STATE-TYPE-SUB)
276113         END-IF
276114     END-IF
276115     ADD 1 TO STATE-TYPE-SERVICES (STATE-TYPE-SUB)
276116     ADD SNAP-SVC-UNITS TO STATE-TYPE-UNITS (STATE-TYPE-SUB)
276117     MOVE 1 TO STATE-WORKER-SUB
276118     MOVE 'N' TO STATE-FOUND-SW
276119     PERFORM UNTIL STATE-WORKER-SUB > STATE-WORKER-USED
276120             OR STATE-ROW-WAS-FOUND
276121         IF STATE-WORKER-ID (STATE-WORKER-SUB) = SNAP-WORKER-ID
276122             SET STATE-ROW-WAS-FOUND TO TRUE
276123         ELSE
276124             ADD 1 TO STATE-WORKER-SUB
276125         END-IF
276126     END-PERFORM
276127     IF STATE-WORKER-SUB > 100
276128         MOVE 100 TO STATE-WORKER-SUB
276129     ELSE
276130         IF STATE-WORKER-SUB > STATE-WORKER-USED
276131             MOVE STATE-WORKER-SUB TO STATE-WORKER-USED
276132             MOVE SNAP-WORKER-ID
276133                 TO STATE-WORKER-ID (STATE-WORKER-SUB)
276134             MOVE ZERO TO STATE-WORKER-SERVICES (STATE-WORKER-SUB)
276135             MOVE ZERO TO STATE-WORKER-UNITS (STATE-WORKER-SUB)
276136         END-IF
276137     END-IF
276138     ADD 1 TO STATE-WORKER-SERVICES (STATE-WORKER-SUB)
276139     ADD SNAP-SVC-UNITS TO STATE-WORKER-UNITS (STATE-WORKER-SUB).
276140 6660-EXIT.
276141     EXIT.
276142*
276143*****************************************************************
276144*    6670-WRITE-STATE-REPORT -- PRINT STATERPT.DAT              *
276145*                 CASELOAD FIGURES, THEN SERVICES AND UNITS BY  *
276146*                 SERVICE TYPE AND BY CASEWORKER IN THE ORDER   *
276147*                 FIRST MET IN THE SNAPSHOT, THEN TOTALS.       *
276148*****************************************************************
276149 6670-WRITE-STATE-REPORT.
276150     OPEN OUTPUT STATE-REPORT-FILE
276151     MOVE RPT-STATE-HEADING-1 TO STATE-REPORT-RECORD
276152     WRITE STATE-REPORT-RECORD
276153     MOVE RPT-HEADING-2 TO STATE-REPORT-RECORD
276154     WRITE STATE-REPORT-RECORD
276155     MOVE STATE-MONTH TO RPT-STATE-MONTH
276156     MOVE STATE-COUNTY-CODE TO RPT-STATE-COUNTY
276157     MOVE STATE-SNAP-TAKEN-DATE TO RPT-STATE-SNAP-DATE
276158     MOVE STATE-SNAP-TAKEN-BY TO RPT-STATE-SNAP-BY
276159     MOVE RPT-STATE-PARM-LINE TO STATE-REPORT-RECORD
276160     WRITE STATE-REPORT-RECORD
276161     MOVE SPACES TO STATE-REPORT-RECORD
276162     WRITE STATE-REPORT-RECORD
276163     MOVE "CASELOAD" TO RPT-STATE-SECTION
276164     MOVE RPT-STATE-SECTION-LINE TO STATE-REPORT-RECORD
276165     WRITE STATE-REPORT-RECORD
276166     MOVE "UNDUPLICATED CLIENTS SERVED" TO RPT-STATE-COUNT-DESC
276167     MOVE STATE-CLIENT-COUNT TO RPT-STATE-COUNT
276168     MOVE RPT-STATE-COUNT-LINE TO STATE-REPORT-RECORD
276169     WRITE STATE-REPORT-RECORD
276170     MOVE "CASES OPEN AT START OF MONTH" TO RPT-STATE-COUNT-DESC
276171     MOVE STATE-OPEN-START-COUNT TO RPT-STATE-COUNT
276172     MOVE RPT-STATE-COUNT-LINE TO STATE-REPORT-RECORD
276173     WRITE STATE-REPORT-RECORD
276174     MOVE "CASES OPENED IN MONTH" TO RPT-STATE-COUNT-DESC
276175     MOVE STATE-OPENED-COUNT TO RPT-STATE-COUNT
276176     MOVE RPT-STATE-COUNT-LINE TO STATE-REPORT-RECORD
276177     WRITE STATE-REPORT-RECORD
276178     MOVE "CASES CLOSED IN MONTH" TO RPT-STATE-COUNT-DESC
276179     MOVE STATE-CLOSED-COUNT TO RPT-STATE-COUNT
276180     MOVE RPT-STATE-COUNT-LINE TO STATE-REPORT-RECORD
276181     WRITE STATE-REPORT-RECORD
276182     MOVE "CASES OPEN AT MONTH END" TO RPT-STATE-COUNT-DESC
276183     MOVE STATE-OPEN-END-COUNT TO RPT-STATE-COUNT
276184     MOVE RPT-STATE-COUNT-LINE TO STATE-REPORT-RECORD
276185     WRITE STATE-REPORT-RECORD
276186     MOVE SPACES TO STATE-REPORT-RECORD
276187     WRITE STATE-REPORT-RECORD
276188     MOVE "BY SERVICE TYPE" TO RPT-STATE-SECTION
276189     MOVE RPT-STATE-SECTION-LINE TO STATE-REPORT-RECORD
276190     WRITE STATE-REPORT-RECORD
276191     IF STATE-TYPE-USED = ZERO
276192         MOVE RPT-STATE-NONE-LINE TO STATE-REPORT-RECORD
276193         WRITE STATE-REPORT-RECORD
276194     END-IF
276195     MOVE 1 TO STATE-TYPE-SUB
276196     PERFORM UNTIL STATE-TYPE-SUB > STATE-TYPE-USED
276197         MOVE STATE-TYPE-CODE (STATE-TYPE-SUB) TO RPT-STATE-TYPE
276198         MOVE STATE-TYPE-SERVICES (STATE-TYPE-SUB)
276199             TO RPT-STATE-TYPE-SERVICES
276200         MOVE STATE-TYPE-UNITS (STATE-TYPE-SUB)
276201             TO RPT-STATE-TYPE-UNITS
276202         MOVE RPT-STATE-TYPE-LINE TO STATE-REPORT-RECORD
276203         WRITE STATE-REPORT-RECORD
276204         ADD 1 TO STATE-TYPE-SUB
276205     END-PERFORM
276206     MOVE SPACES TO STATE-REPORT-RECORD
276207     WRITE STATE-REPORT-RECORD
276208     MOVE "BY CASEWORKER" TO RPT-STATE-SECTION
276209     MOVE RPT-STATE-SECTION-LINE TO STATE-REPORT-RECORD
276210     WRITE STATE-REPORT-RECORD
276211     IF STATE-WORKER-USED = ZERO
276212         MOVE RPT-STATE-NONE-LINE TO STATE-REPORT-RECORD
276213         WRITE STATE-REPORT-RECORD
276214     END-IF
276215     MOVE 1 TO STATE-WORKER-SUB
276216     PERFORM UNTIL STATE-WORKER-SUB > STATE-WORKER-USED
276217         PERFORM 6675-WRITE-WORKER-LINE THRU 6675-EXIT
276218         ADD 1 TO STATE-WORKER-SUB
276219     END-PERFORM
276220     MOVE SPACES TO STATE-REPORT-RECORD
276221     WRITE STATE-REPORT-RECORD
276222     MOVE STATE-SERVICE-TOTAL TO RPT-STATE-TOTAL-SERVICES
276223     MOVE STATE-UNIT-TOTAL TO RPT-STATE-TOTAL-UNITS
276224     MOVE RPT-STATE-TOTAL-LINE TO STATE-REPORT-RECORD
276225     WRITE STATE-REPORT-RECORD
276226     CLOSE STATE-REPORT-FILE.
276227 6670-EXIT.
276228     EXIT.
276229*
276230*****************************************************************
276231*    6675-WRITE-WORKER-LINE -- ONE CASEWORKER LINE              *
276232*                 LOOKS UP THE NAME ON THE ROSTER AND PRINTS    *
276233*                 THE WORKER'S CASE, SERVICE AND UNIT COUNTS.   *
276234*****************************************************************
276235 6675-WRITE-WORKER-LINE.
276236     MOVE STATE-WORKER-ID (STATE-WORKER-SUB)
276237         TO RPT-STATE-WORKER-ID
276238     MOVE "NO CASE ON FILE" TO RPT-STATE-WORKER-NAME
276239     IF STATE-WORKER-ID (STATE-WORKER-SUB) NOT = ZERO
276240         MOVE "NOT ON THE ROSTER" TO RPT-STATE-WORKER-NAME
276241         OPEN INPUT CASEWORKER-FILE
276242         IF CASEWORKER-FILE-OK
276243             MOVE 'N' TO CASEWORKER-EOF-SW
276244             READ CASEWORKER-FILE
276245                 AT END SET CASEWORKER-EOF-REACHED TO TRUE
276246             END-READ
276247             PERFORM UNTIL CASEWORKER-EOF-REACHED
276248                 IF CASEWORKER-ID OF CASEWORKER-RECORD
276249                         = STATE-WORKER-ID (STATE-WORKER-SUB)
276250                     MOVE CASEWORKER-NAME TO RPT-STATE-WORKER-NAME
276251                     SET CASEWORKER-EOF-REACHED TO TRUE
276252                 ELSE
276253                     READ CASEWORKER-FILE
276254                         AT END SET CASEWORKER-EOF-REACHED TO TRUE
276255                     END-READ
276256                 END-IF
276257             END-PERFORM
276258             CLOSE CASEWORKER-FILE
276259         END-IF
276260     END-IF
276261     MOVE STATE-WORKER-SERVICES (STATE-WORKER-SUB)
276262         TO RPT-STATE-WORKER-SERVICES
276263     MOVE STATE-WORKER-UNITS (STATE-WORKER-SUB)
276264         TO RPT-STATE-WORKER-UNITS
276265     MOVE RPT-STATE-WORKER-LINE TO STATE-REPORT-RECORD
276266     WRITE STATE-REPORT-RECORD.
276267 6675-EXIT.
276268     EXIT.
276269*
276270*****************************************************************
276271*    6690-WRITE-STATE-EXTRACT -- STATE PORTAL FILE              *
276272*                 WRITES STATEXTR.DAT FROM THE SAME FIGURES AS  *
276273*                 THE REPORT -- HEADER, CASELOAD RECORD, ONE    *
276274*                 'S' DETAIL PER SERVICE TYPE, ONE 'W' DETAIL   *
276275*                 PER CASEWORKER, AND THE TRAILER.              *
276276*****************************************************************
276277 6690-WRITE-STATE-EXTRACT.
276278     MOVE ZERO TO STATE-EXTRACT-COUNT
276279     OPEN OUTPUT STATE-EXTRACT-FILE
276280     MOVE STATE-MONTH TO STATE-HDR-MONTH
276281     MOVE STATE-COUNTY-CODE TO STATE-HDR-COUNTY
276282     MOVE STATE-TODAY TO STATE-HDR-RUN-DATE
276283     MOVE STATE-SNAP-TAKEN-DATE TO STATE-HDR-SNAP-DATE
276284     MOVE STATE-EXTR-HEADER-LINE TO STATE-EXTRACT-RECORD
276285     WRITE STATE-EXTRACT-RECORD
276286     MOVE STATE-OPEN-START-COUNT TO STATE-CSL-OPEN-START
276287     MOVE STATE-OPENED-COUNT TO STATE-CSL-OPENED
276288     MOVE STATE-CLOSED-COUNT TO STATE-CSL-CLOSED
276289     MOVE STATE-OPEN-END-COUNT TO STATE-CSL-OPEN-END
276290     MOVE STATE-CLIENT-COUNT TO STATE-CSL-CLIENTS
276291     MOVE STATE-EXTR-CASELOAD-LINE TO STATE-EXTRACT-RECORD
276292     WRITE STATE-EXTRACT-RECORD
276293     ADD 1 TO STATE-EXTRACT-COUNT
276294     MOVE 1 TO STATE-TYPE-SUB
276295     PERFORM UNTIL STATE-TYPE-SUB > STATE-TYPE-USED
276296         SET STATE-DTL-IS-TYPE TO TRUE
276297         MOVE STATE-TYPE-CODE (STATE-TYPE-SUB) TO STATE-DTL-KEY
276298         MOVE STATE-TYPE-SERVICES (STATE-TYPE-SUB)
276299             TO STATE-DTL-SERVICES
276300         MOVE STATE-TYPE-UNITS (STATE-TYPE-SUB) TO STATE-DTL-UNITS
276301         MOVE STATE-EXTR-DETAIL-LINE TO STATE-EXTRACT-RECORD
276302         WRITE STATE-EXTRACT-RECORD
276303         ADD 1 TO STATE-EXTRACT-COUNT
276304         ADD 1 TO STATE-TYPE-SUB
276305     END-PERFORM
276306     MOVE 1 TO STATE-WORKER-SUB
276307     PERFORM UNTIL STATE-WORKER-SUB > STATE-WORKER-USED
276308         SET STATE-DTL-IS-WORKER TO TRUE
276309         MOVE STATE-WORKER-ID (STATE-WORKER-SUB) TO STATE-DTL-KEY
276310         MOVE STATE-WORKER-SERVICES (STATE-WORKER-SUB)
276311             TO STATE-DTL-SERVICES
276312         MOVE STATE-WORKER-UNITS (STATE-WORKER-SUB)
276313             TO STATE-DTL-UNITS
276314         MOVE STATE-EXTR-DETAIL-LINE TO STATE-EXTRACT-RECORD
276315         WRITE STATE-EXTRACT-RECORD
276316         ADD 1 TO STATE-EXTRACT-COUNT
276317         ADD 1 TO STATE-WORKER-SUB
276318     END-PERFORM
276319     MOVE STATE-EXTRACT-COUNT TO STATE-TRL-RECORD-COUNT
276320     MOVE STATE-SERVICE-TOTAL TO STATE-TRL-SERVICE-TOTAL
276321     MOVE STATE-UNIT-TOTAL TO STATE-TRL-UNIT-TOTAL
276322     MOVE STATE-EXTR-TRAILER-LINE TO STATE-EXTRACT-RECORD
276323     WRITE STATE-EXTRACT-RECORD
276324     CLOSE STATE-EXTRACT-FILE.
276325 6690-EXIT.
276326     EXIT.
276327*
276328*****************************************************************
276329*    6695-SET-STATE-PERIOD -- MONTH AND COUNTY FOR STEP 42      *
276330*                 TAKES THE REPORT MONTH (YYYYMM) AND COUNTY    *
276331*                 FROM THE CARD. WITH NO MONTH CARDED THE RUN   *
276332*                 REPORTS THE PREVIOUS CALENDAR MONTH.          *
276333*****************************************************************
276334 6695-SET-STATE-PERIOD.
276335     MOVE JOBCTL-STATE-COUNTY TO STATE-COUNTY-CODE
276336     IF JOBCTL-STATE-MONTH = SPACES
276337             OR JOBCTL-STATE-MONTH = ZEROS
276338         MOVE ZERO TO STATE-MONTH
276339         GO TO 6695-EXIT
276340     END-IF
276341     IF JOBCTL-STATE-MONTH NOT NUMERIC
276342         MOVE 8 TO JOB-STEP-RC
276343         MOVE "REPORT MONTH ON THE CARD IS NOT NUMERIC"
276344             TO JOB-STEP-MSG
276345         GO TO 6695-EXIT
276346     END-IF
276347     MOVE JOBCTL-STATE-MONTH TO STATE-MONTH.
276348 6695-EXIT.
276349     EXIT.
276350*
276351 6900-WRITE-GRAND-TOTAL.
276352     MOVE GRAND-TOTAL-COUNT TO RPT-GRAND-TOTAL
276353     MOVE OPEN-CASE-GRAND-TOTAL TO RPT-GRAND-OPEN-CASES
276354     MOVE CLOSED-CASE-GRAND-TOTAL TO RPT-GRAND-CLOSED-CASES
276355     MOVE RPT-GRAND-TOTAL-LINE TO REPORT-RECORD
276356     WRITE REPORT-RECORD.
276357 6900-EXIT.
276400     EXIT.
276500*
276600*****************************************************************
277700*****************************************************************
277800*    7000-SEARCH-CLIENT -- CLIENT 360 LOOKUP BY CLIENT ID        *
277900*                 SHOWS THE CLIENT PROFILE, CASE ASSIGNMENT,    *
278000*                 AND FULL SERVICE HISTORY IN ONE PASS. A       *
278025*                 RESTRICTED CLIENT IS SHOWN ONLY TO            *
278050*                 SUPERVISORS AND CLEARED OPERATORS; ANYONE     *
278075*                 ELSE GETS THE MASKED LINE.                    *
278100*****************************************************************
278200 7000-SEARCH-CLIENT.
278300     DISPLAY "Please enter the ID of the client you "
279200             INVALID KEY
279300                 DISPLAY "Client Not Found."
279400             NOT INVALID KEY
279416                 MOVE SEARCH-ID TO CONF-CLIENT-ID
279432                 MOVE CLIENT-RESTRICT-FLAG TO CONF-CLIENT-FLAG
279448                 MOVE "CLIENT-SRCH" TO CONF-FUNCTION
279464                 PERFORM 9988-CHECK-CLIENT-ACCESS THRU 9988-EXIT
279480                 IF CONF-ACCESS-ALLOWED
279500                     DISPLAY "Client Found: " CLIENT-NAME
279600                     DISPLAY "Client Address: " CLIENT-ADDRESS
279700                     PERFORM 7100-SHOW-CASE-ASSIGNMENT
279750                         THRU 7100-EXIT
279800                     PERFORM 7200-SHOW-SERVICE-HISTORY
279811                         THRU 7200-EXIT
279822                     PERFORM 7250-SHOW-CORRESPONDENCE
279833                         THRU 7250-EXIT
279844                     PERFORM 7260-SHOW-HOUSEHOLD THRU 7260-EXIT
279855                 ELSE
279866                     DISPLAY "Client " SEARCH-ID ": "
279877                             CONF-RESTRICTED-TEXT
279888                 END-IF
279900         END-READ
280000         CLOSE CLIENT-FILE
280100     END-IF.
289200         END-READ
289300         PERFORM UNTIL SERVICE-EOF-REACHED
289400             IF CLIENT-ID OF SERVICE-RECORD = SEARCH-ID
289450                 AND NOT SERVICE-IS-VOIDED
289500                 DISPLAY "Service Date: " SERVICE-DATE
289600                     " Type: " SERVICE-TYPE
289700                 DISPLAY "  Description: " SERVICE-DESCRIPTION
290800     END-IF.
290900 7200-EXIT.
291000     EXIT.
291001*
291002*****************************************************************
291003*    7250-SHOW-CORRESPONDENCE -- NOTICES MAILED TO THE CLIENT   *
291004*                 EVERY LETTER ON THE CORRESPONDENCE HISTORY    *
291005*                 FOR SEARCH-ID, WITH THE DATE SENT, THE EVENT  *
291006*                 IT WAS FOR, AND WHO RAN THE NOTICE RUN.       *
291007*****************************************************************
291008 7250-SHOW-CORRESPONDENCE.
291009     OPEN INPUT CORR-HIST-FILE
291010     IF NOT CORR-FILE-OK
291011         DISPLAY "No correspondence on file."
291012         GO TO 7250-EXIT
291013     END-IF
291014     MOVE 'N' TO CORR-EOF-SW
291015     MOVE 'N' TO CORR-FOUND-SW
291016     MOVE SEARCH-ID TO CORR-CLIENT-ID
291017     MOVE SPACES TO CORR-NOTICE-TYPE
291018     MOVE ZERO TO CORR-REF-ID
291019     MOVE ZERO TO CORR-EVENT-DATE
291020     START CORR-HIST-FILE KEY IS NOT LESS THAN CORR-KEY
291021         INVALID KEY SET CORR-EOF-REACHED TO TRUE
291022     END-START
291023     IF NOT CORR-EOF-REACHED
291024         READ CORR-HIST-FILE NEXT RECORD
291025             AT END SET CORR-EOF-REACHED TO TRUE
291026         END-READ
291027     END-IF
291028     PERFORM UNTIL CORR-EOF-REACHED
291029         IF CORR-CLIENT-ID NOT = SEARCH-ID
291030             SET CORR-EOF-REACHED TO TRUE
291031         ELSE
291032             EVALUATE TRUE
291033                 WHEN CORR-IS-COVERAGE-END
291034                     DISPLAY "Notice Sent: " CORR-SENT-DATE
291035                             "  Coverage ending"
291036                 WHEN CORR-IS-CASE-CLOSED
291037                     DISPLAY "Notice Sent: " CORR-SENT-DATE
291038                             "  Case closed"
291039                 WHEN CORR-IS-AUTH-ENDING
291040                     DISPLAY "Notice Sent: " CORR-SENT-DATE
291041                             "  Authorization ending"
291042                 WHEN OTHER
291043                     DISPLAY "Notice Sent: " CORR-SENT-DATE
291044                             "  Type " CORR-NOTICE-TYPE
291045             END-EVALUATE
291046             DISPLAY "  Event Date: " CORR-EVENT-DATE
291047                     "  Reference: " CORR-REF-ID
291048                     "  Run By: " CORR-SENT-BY
291049             IF CORR-DETAIL NOT = SPACES
291050                 DISPLAY "  Detail: " CORR-DETAIL
291051             END-IF
291052             MOVE 'Y' TO CORR-FOUND-SW
291053             READ CORR-HIST-FILE NEXT RECORD
291054                 AT END SET CORR-EOF-REACHED TO TRUE
291055             END-READ
291056         END-IF
291057     END-PERFORM
291058     IF NOT CORR-ENTRY-FOUND
291059         DISPLAY "No correspondence on file."
291060     END-IF
291061     CLOSE CORR-HIST-FILE.
291062 7250-EXIT.
291063     EXIT.
291064*
291065*****************************************************************
291066*    7260-SHOW-HOUSEHOLD -- OTHER MEMBERS OF THE HOUSEHOLD      *
291067*                 FINDS THE HOUSEHOLD SEARCH-ID CURRENTLY       *
291068*                 BELONGS TO AND LISTS EVERY OTHER CURRENT      *
291069*                 MEMBER WITH HIS OR HER OPEN CASES, SO A       *
291070*                 WORKER SEES THE FAMILY ALREADY HAS A CASE     *
291071*                 BEFORE OPENING ANOTHER. CLIENT-FILE IS STILL  *
291072*                 OPEN FROM 7000-SEARCH-CLIENT.                 *
291073*****************************************************************
291074 7260-SHOW-HOUSEHOLD.
291075     MOVE SEARCH-ID TO HH-NEW-CLIENT-ID
291076     PERFORM 8955-FIND-CLIENT-HOUSEHOLD THRU 8955-EXIT
291077     IF NOT HH-CLIENT-IS-MEMBER
291078         DISPLAY "No household on file."
291079         GO TO 7260-EXIT
291080     END-IF
291081     OPEN INPUT HOUSEHOLD-FILE
291082     IF NOT HOUSEHOLD-FILE-OK
291083         DISPLAY "No household on file."
291084         GO TO 7260-EXIT
291085     END-IF
291086     MOVE HH-CLIENT-HH-ID TO HH-ID OF HOUSEHOLD-RECORD
291087     READ HOUSEHOLD-FILE
291088         INVALID KEY
291089             DISPLAY "No household on file."
291090             CLOSE HOUSEHOLD-FILE
291091             GO TO 7260-EXIT
291092     END-READ
291093     DISPLAY "Household: " HH-ID OF HOUSEHOLD-RECORD
291094             "  Head of Household: " HH-HEAD-CLIENT-ID
291095     MOVE ZERO TO HH-OTHER-COUNT
291096     MOVE 1 TO HH-SUB
291097     PERFORM UNTIL HH-SUB > HH-MEMBER-COUNT
291098         IF HH-MBR-LEAVE-DATE (HH-SUB) = ZERO
291099                 AND HH-MBR-CLIENT-ID (HH-SUB) NOT = SEARCH-ID
291100             ADD 1 TO HH-OTHER-COUNT
291101             MOVE HH-MBR-CLIENT-ID (HH-SUB)
291102                 TO CLIENT-ID OF CLIENT-RECORD
291103             READ CLIENT-FILE
291104                 INVALID KEY
291105                     MOVE SPACES TO CLIENT-NAME
291106                     MOVE SPACES TO CLIENT-RESTRICT-FLAG
291107             END-READ
291108             MOVE HH-MBR-CLIENT-ID (HH-SUB) TO CONF-CLIENT-ID
291109             MOVE CLIENT-RESTRICT-FLAG TO CONF-CLIENT-FLAG
291110             MOVE "HOUSEHOLD" TO CONF-FUNCTION
291111             PERFORM 9988-CHECK-CLIENT-ACCESS THRU 9988-EXIT
291112             IF NOT CONF-ACCESS-ALLOWED
291113                 MOVE CONF-RESTRICTED-TEXT TO CLIENT-NAME
291114             END-IF
291115             DISPLAY "  Member: " HH-MBR-CLIENT-ID (HH-SUB) " "
291116                     CLIENT-NAME
291117             DISPLAY "    Relationship: " HH-MBR-RELATION (HH-SUB)
291118                     "  Joined: " HH-MBR-JOIN-DATE (HH-SUB)
291119             IF CONF-ACCESS-ALLOWED
291120                 MOVE HH-MBR-CLIENT-ID (HH-SUB)
291121                     TO HH-NEW-CLIENT-ID
291122                 PERFORM 7265-SHOW-MEMBER-CASES THRU 7265-EXIT
291123             END-IF
291124         END-IF
291125         ADD 1 TO HH-SUB
291126     END-PERFORM
291127     IF HH-OTHER-COUNT = ZERO
291128         DISPLAY "  No other current household members."
291129     END-IF
291130     CLOSE HOUSEHOLD-FILE.
291131 7260-EXIT.
291132     EXIT.
291133*
291134*****************************************************************
291135*    7265-SHOW-MEMBER-CASES -- OPEN CASES OF ONE MEMBER         *
291136*                 HH-NEW-CLIENT-ID HOLDS THE MEMBER. WALKS THE  *
291137*                 CASE FILE ON ITS CLIENT-ID ALTERNATE KEY.     *
291138*****************************************************************
291139 7265-SHOW-MEMBER-CASES.
291140     MOVE 'N' TO HH-CASE-SW
291141     OPEN INPUT CASE-FILE
291142     IF NOT CASE-FILE-OK
291143         DISPLAY "    No open cases."
291144         GO TO 7265-EXIT
291145     END-IF
291146     MOVE 'N' TO CASE-EOF-SW
291147     MOVE HH-NEW-CLIENT-ID TO CLIENT-ID OF CASE-RECORD
291148     START CASE-FILE KEY IS = CLIENT-ID OF CASE-RECORD
291149         INVALID KEY SET CASE-EOF-REACHED TO TRUE
291150     END-START
291151     IF NOT CASE-EOF-REACHED
291152         READ CASE-FILE NEXT RECORD
291153             AT END SET CASE-EOF-REACHED TO TRUE
291154         END-READ
291155     END-IF
291156     PERFORM UNTIL CASE-EOF-REACHED
291157         IF CLIENT-ID OF CASE-RECORD NOT = HH-NEW-CLIENT-ID
291158             SET CASE-EOF-REACHED TO TRUE
291159         ELSE
291160             IF CASE-IS-OPEN
291161                 DISPLAY "    Open Case: " CASE-ID OF CASE-RECORD
291162                         "  Case Worker: " CASE-WORKER-NAME
291163                 MOVE 'Y' TO HH-CASE-SW
291164             END-IF
291165             READ CASE-FILE NEXT RECORD
291166                 AT END SET CASE-EOF-REACHED TO TRUE
291167             END-READ
291168         END-IF
291169     END-PERFORM
291170     IF NOT HH-OPEN-CASE-FOUND
291171         DISPLAY "    No open cases."
291172     END-IF
291173     CLOSE CASE-FILE.
291174 7265-EXIT.
291175     EXIT.
291176*
291200*****************************************************************
291300*    7300-MAINTAIN-CLIENT -- UPDATE CLIENT NAME AND ADDRESS      *
291400*                 READS THE CLIENT BY KEY, LETS THE OPERATOR    *
315800*
315900*****************************************************************
316000*    7500-CLOSE-CASE -- MARK A CASE RESOLVED BY CASE ID          *
316025*                 THE CASE MUST HAVE NO ACTIVE SERVICE PLAN     *
316050*                 GOALS, AND THE SUPERVISOR MUST KEY A CLOSING  *
316075*                 OUTCOME FROM THE OUTCOME-CODE TABLE.          *
316100*****************************************************************
316200 7500-CLOSE-CASE.
316300     IF NOT SUPERVISOR-SIGNED-ON
317800                 IF CASE-IS-CLOSED
317900                     DISPLAY "That case is already closed."
318000                 ELSE
318300                     PERFORM 7510-CLOSE-OPEN-CASE THRU 7510-EXIT
318600                 END-IF
318700         END-READ
318800         CLOSE CASE-FILE
318900     END-IF.
319000 7500-EXIT.
319100     EXIT.
319101*
319102*****************************************************************
319103*    7510-CLOSE-OPEN-CASE -- CASE-RECORD HOLDS THE OPEN CASE,   *
319104*                 READ FOR UPDATE BY 7500-CLOSE-CASE.           *
319105*****************************************************************
319106 7510-CLOSE-OPEN-CASE.
319107     MOVE SEARCH-CASE-ID TO PLAN-SEARCH-CASE-ID
319108     PERFORM 9545-COUNT-ACTIVE-GOALS THRU 9545-EXIT
319109     IF PLAN-ACTIVE-COUNT > ZERO
319110         DISPLAY "Case " SEARCH-CASE-ID " still has "
319111                 PLAN-ACTIVE-COUNT " active service plan goals."
319112         DISPLAY "Mark each goal met, not met or withdrawn "
319113                 "before closing the case."
319114         GO TO 7510-EXIT
319115     END-IF
319116     PERFORM 7520-ACCEPT-CLOSING-OUTCOME THRU 7520-EXIT
319117     IF NOT OUTCOME-IS-VALID
319118         DISPLAY "That is not a valid closing outcome. The case "
319119                 "was not closed."
319120         GO TO 7510-EXIT
319121     END-IF
319122     SET CASE-IS-CLOSED TO TRUE
319123     ACCEPT CASE-CLOSED-DATE FROM DATE YYYYMMDD
319124     MOVE CLOSE-OUTCOME-CODE TO CASE-CLOSING-OUTCOME
319125     REWRITE CASE-RECORD
319126     DISPLAY "Case " SEARCH-CASE-ID " has been closed.".
319127 7510-EXIT.
319128     EXIT.
319129*
319130*****************************************************************
319131*    7520-ACCEPT-CLOSING-OUTCOME -- KEY THE CLOSING OUTCOME     *
319132*                 LISTS THE OUTCOME CODES AND EDITS THE ONE     *
319133*                 KEYED THROUGH 7525-FIND-OUTCOME.              *
319134*****************************************************************
319135 7520-ACCEPT-CLOSING-OUTCOME.
319136     DISPLAY "Closing outcomes:"
319137     MOVE 1 TO OUTCOME-SUB
319138     PERFORM UNTIL OUTCOME-SUB > 10
319139         DISPLAY "  " OUTCOME-CODE (OUTCOME-SUB) "  "
319140                 OUTCOME-DESC (OUTCOME-SUB)
319141         ADD 1 TO OUTCOME-SUB
319142     END-PERFORM
319143     DISPLAY "Please enter the closing outcome code:"
319144     ACCEPT CLOSE-OUTCOME-CODE
319145     PERFORM 7525-FIND-OUTCOME THRU 7525-EXIT.
319146 7520-EXIT.
319147     EXIT.
319148*
319149*****************************************************************
319150*    7525-FIND-OUTCOME -- LOOK UP CLOSE-OUTCOME-CODE            *
319151*                 SETS OUTCOME-IS-VALID AND LEAVES OUTCOME-SUB  *
319152*                 ON THE MATCHING TABLE ENTRY.                  *
319153*****************************************************************
319154 7525-FIND-OUTCOME.
319155     MOVE 'N' TO OUTCOME-VALID-SW
319156     MOVE 1 TO OUTCOME-SUB
319157     PERFORM UNTIL OUTCOME-SUB > 10 OR OUTCOME-IS-VALID
319158         IF OUTCOME-CODE (OUTCOME-SUB) = CLOSE-OUTCOME-CODE
319159             MOVE 'Y' TO OUTCOME-VALID-SW
319160         ELSE
319161             ADD 1 TO OUTCOME-SUB
319162         END-IF
319163     END-PERFORM.
319164 7525-EXIT.
319165     EXIT.
319200*
319300*****************************************************************
319400*    7600-OFFBOARD-CASEWORKER -- DEPARTING-WORKER WORKFLOW       *
354000*                 IS OPTIONAL) AND PRINTS THEM WITH THE BEFORE  *
354100*                 AND AFTER IMAGES LINED UP, FOLLOWED BY A      *
354200*                 COUNT OF ENTRIES PER OPERATOR FOR THE PERIOD. *
354225*                 SUPERVISORS ONLY -- THE CLIENT IMAGES CARRY   *
354250*                 NAMES AND ADDRESSES, RESTRICTED CLIENTS       *
354275*                 INCLUDED.                                     *
354300*****************************************************************
354400 7800-AUDIT-INQUIRY.
354420     IF NOT SUPERVISOR-SIGNED-ON
354440         DISPLAY "That option is restricted to supervisors."
354460         GO TO 7800-EXIT
354480     END-IF
354500     DISPLAY "Please enter the first date to include "
354600             "(YYYYMMDD, 0 for no lower limit):"
354700     ACCEPT AUDIT-SEL-FROM-DATE
374700     MOVE CLIENT-ID OF CLIENT-RECORD TO DUP-BASE-ID
374800     MOVE CLIENT-NAME TO DUP-BASE-NAME
374900     MOVE CLIENT-ADDRESS TO DUP-BASE-ADDRESS
374950     MOVE CLIENT-RESTRICT-FLAG TO DUP-BASE-RESTRICT
375000     IF DUP-BASE-NAME = SPACES
375100         GO TO 7910-RESTORE
375200     END-IF
376000             MOVE DUP-BASE-ID TO RPT-DUP-BASE-ID
376100             MOVE CLIENT-ID OF CLIENT-RECORD TO RPT-DUP-MATCH-ID
376200             MOVE DUP-BASE-NAME TO RPT-DUP-NAME
376207             MOVE "DUP-RPT" TO CONF-FUNCTION
376214             MOVE DUP-BASE-ID TO CONF-CLIENT-ID
376221             MOVE DUP-BASE-RESTRICT TO CONF-CLIENT-FLAG
376228             PERFORM 9989-CHECK-REPORT-ACCESS THRU 9989-EXIT
376235             IF NOT CONF-ACCESS-ALLOWED
376242                 MOVE CONF-RESTRICTED-TEXT TO RPT-DUP-NAME
376249             END-IF
376256             MOVE CLIENT-ID OF CLIENT-RECORD TO CONF-CLIENT-ID
376263             MOVE CLIENT-RESTRICT-FLAG TO CONF-CLIENT-FLAG
376270             PERFORM 9989-CHECK-REPORT-ACCESS THRU 9989-EXIT
376277             IF NOT CONF-ACCESS-ALLOWED
376284                 MOVE CONF-RESTRICTED-TEXT TO RPT-DUP-NAME
376291             END-IF
376300             MOVE RPT-DUP-PAIR-LINE TO DUP-REPORT-RECORD
376400             WRITE DUP-REPORT-RECORD
376500             ADD 1 TO DUP-PAIR-COUNT
381400*    8100-MERGE-CLIENTS -- SUPERVISED DUPLICATE-CLIENT MERGE    *
381500*                 THE SUPERVISOR KEYS THE SURVIVING AND THE     *
381600*                 RETIRING CLIENT ID. AFTER A CONFIRMATION THE  *
381700*                 RETIRING CLIENT'S CASES, AUTHORIZATIONS,      *
381733*                 SERVICES, HOUSEHOLD MEMBERSHIPS, RESTRICTION  *
381766*                 AND ACCESS CLEARANCES ARE                     *
381800*                 REPOINTED TO THE SURVIVOR, EACH               *
381900*                 REWRITE AUDITED WITH BEFORE/AFTER IMAGES      *
382000*                 LIKE OFFBOARDING, AND THE DUPLICATE CLIENT    *
382100*                 RECORD IS DELETED. CASE NOTES ARE KEYED BY    *
382200*                 CASE AND FOLLOW THEIR CASE WITHOUT A REWRITE. *
382225*                 THE MERGE IS REFUSED BEFORE ANY REWRITE WHEN  *
382250*                 8124 FINDS THE RETIRING CLIENT HEADING A      *
382275*                 HOUSEHOLD THE SURVIVOR COULD NOT HEAD.        *
382300*****************************************************************
382400 8100-MERGE-CLIENTS.
382500     IF NOT SUPERVISOR-SIGNED-ON
385200         GO TO 8100-EXIT
385300     END-IF
385400     MOVE VERIFY-CLIENT-NAME TO MERGE-LOSER-NAME
385407     PERFORM 8124-CHECK-MERGE-HEAD THRU 8124-EXIT
385414     IF HH-HEAD-IS-BLOCKED
385421         DISPLAY "Client " MERGE-LOSER-ID " heads household "
385428                 HH-BLOCK-HH-ID ", which has other current "
385435                 "members,"
385442         DISPLAY "and client " MERGE-SURVIVOR-ID " is a current "
385449                 "member of household " HH-CLIENT-HH-ID "."
385456         DISPLAY "Change the head of household " HH-BLOCK-HH-ID
385463                 " through household maintenance first."
385470         DISPLAY "No merge was performed."
385477         GO TO 8100-EXIT
385484     END-IF
385500     DISPLAY "Surviving client: " MERGE-SURVIVOR-ID " "
385600             MERGE-SURVIVOR-NAME
385700     DISPLAY "Retiring client:  " MERGE-LOSER-ID " "
386600     MOVE ZERO TO MERGE-CASE-COUNT
386700     MOVE ZERO TO MERGE-SVC-COUNT
386800     MOVE ZERO TO MERGE-AUTH-COUNT
386833     MOVE ZERO TO HH-MERGE-COUNT
386866     MOVE ZERO TO APPT-MERGE-COUNT
386900     PERFORM 8110-MERGE-CASES THRU 8110-EXIT
387000     PERFORM 8115-MERGE-AUTHS THRU 8115-EXIT
387100     PERFORM 8120-MERGE-SERVICES THRU 8120-EXIT
387120     PERFORM 8125-MERGE-HOUSEHOLDS THRU 8125-EXIT
387140     PERFORM 8127-MERGE-APPOINTMENTS THRU 8127-EXIT
387160     PERFORM 8128-MERGE-RESTRICTION THRU 8128-EXIT
387180     PERFORM 8129-MERGE-ACCESS-LIST THRU 8129-EXIT
387200     PERFORM 8130-RETIRE-LOSER THRU 8130-EXIT
387300     DISPLAY "Merge complete. Cases repointed: "
387400             MERGE-CASE-COUNT " Services repointed: "
387500             MERGE-SVC-COUNT
387600     DISPLAY "Authorizations repointed: " MERGE-AUTH-COUNT
387625     DISPLAY "Households repointed: " HH-MERGE-COUNT
387650     DISPLAY "Appointments repointed: " APPT-MERGE-COUNT
387675     DISPLAY "Access clearances repointed: " CONF-GRANT-COUNT.
387700 8100-EXIT.
387800     EXIT.
387900*
401900     CLOSE SERVICE-FILE.
402000 8120-EXIT.
402100     EXIT.
402101*
402102*****************************************************************
402103*    8124-CHECK-MERGE-HEAD -- CAN THE SURVIVOR HEAD             *
402104*                 MERGE-SURVIVOR-ID AND MERGE-LOSER-ID IN; HH-  *
402105*                 HEAD-IS-BLOCKED AND HH-BLOCK-HH-ID OUT. WHEN  *
402106*                 THE SURVIVOR IS A CURRENT MEMBER OF A         *
402107*                 HOUSEHOLD, ANY OTHER HOUSEHOLD HEADED BY THE  *
402108*                 RETIRING CLIENT THAT STILL HAS OTHER CURRENT  *
402109*                 MEMBERS BLOCKS THE MERGE: 8126 WOULD GIVE THE *
402110*                 REPOINTED HEAD A LEAVE DATE, LEAVING THOSE    *
402111*                 MEMBERS WITHOUT A CURRENT HEAD.               *
402112*****************************************************************
402113 8124-CHECK-MERGE-HEAD.
402114     MOVE 'N' TO HH-HEAD-BLOCK-SW
402115     MOVE ZERO TO HH-BLOCK-HH-ID
402116     MOVE MERGE-SURVIVOR-ID TO HH-NEW-CLIENT-ID
402117     PERFORM 8955-FIND-CLIENT-HOUSEHOLD THRU 8955-EXIT
402118     IF NOT HH-CLIENT-IS-MEMBER
402119         GO TO 8124-EXIT
402120     END-IF
402121     OPEN INPUT HOUSEHOLD-FILE
402122     IF NOT HOUSEHOLD-FILE-OK
402123         GO TO 8124-EXIT
402124     END-IF
402125     MOVE 'N' TO HH-EOF-SW
402126     READ HOUSEHOLD-FILE NEXT RECORD
402127         AT END SET HH-EOF-REACHED TO TRUE
402128     END-READ
402129     PERFORM UNTIL HH-EOF-REACHED
402130         IF HH-HEAD-CLIENT-ID = MERGE-LOSER-ID
402131                 AND HH-ID OF HOUSEHOLD-RECORD
402132                     NOT = HH-CLIENT-HH-ID
402133             MOVE ZERO TO HH-OTHER-COUNT
402134             MOVE 1 TO HH-SCAN-SUB
402135             PERFORM UNTIL HH-SCAN-SUB > HH-MEMBER-COUNT
402136                 IF HH-MBR-LEAVE-DATE (HH-SCAN-SUB) = ZERO
402137                         AND HH-MBR-CLIENT-ID (HH-SCAN-SUB)
402138                             NOT = MERGE-LOSER-ID
402139                     ADD 1 TO HH-OTHER-COUNT
402140                 END-IF
402141                 ADD 1 TO HH-SCAN-SUB
402142             END-PERFORM
402143             IF HH-OTHER-COUNT > ZERO
402144                 MOVE 'Y' TO HH-HEAD-BLOCK-SW
402145                 MOVE HH-ID OF HOUSEHOLD-RECORD TO HH-BLOCK-HH-ID
402146             END-IF
402147         END-IF
402148         IF HH-HEAD-IS-BLOCKED
402149             SET HH-EOF-REACHED TO TRUE
402150         ELSE
402151             READ HOUSEHOLD-FILE NEXT RECORD
402152                 AT END SET HH-EOF-REACHED TO TRUE
402153             END-READ
402154         END-IF
402155     END-PERFORM
402156     CLOSE HOUSEHOLD-FILE.
402157 8124-EXIT.
402158     EXIT.
402159*
402160*****************************************************************
402161*    8125-MERGE-HOUSEHOLDS -- REPOINT HOUSEHOLD MEMBERSHIPS     *
402162*                 THE HOUSEHOLD FILE HAS NO CLIENT KEY, SO      *
402163*                 EVERY HOUSEHOLD IS READ. EACH ENTRY (AND THE  *
402164*                 HEAD) CARRYING THE RETIRING CLIENT MOVES TO   *
402165*                 THE SURVIVOR. A CLIENT BELONGS TO ONE CURRENT *
402166*                 HOUSEHOLD, SO WHERE THE SURVIVOR IS ALREADY A *
402167*                 CURRENT MEMBER OF ANY HOUSEHOLD (FOUND FIRST  *
402168*                 BY 8955) EVERY REPOINTED ENTRY STILL CURRENT  *
402169*                 IS GIVEN A LEAVE DATE OF TODAY, AUDITED WITH  *
402170*                 THE REPOINT. A HEAD ENTRY SO END-DATED HAS NO *
402171*                 OTHER CURRENT MEMBERS, AS 8124 HAS ALREADY    *
402172*                 REFUSED THE MERGE OTHERWISE.                  *
402173*****************************************************************
402174 8125-MERGE-HOUSEHOLDS.
402175     MOVE MERGE-SURVIVOR-ID TO HH-NEW-CLIENT-ID
402176     PERFORM 8955-FIND-CLIENT-HOUSEHOLD THRU 8955-EXIT
402177     OPEN I-O HOUSEHOLD-FILE
402178     IF NOT HOUSEHOLD-FILE-OK
402179         GO TO 8125-EXIT
402180     END-IF
402181     ACCEPT HH-MERGE-DATE FROM DATE YYYYMMDD
402182     MOVE 'N' TO HH-EOF-SW
402183     READ HOUSEHOLD-FILE NEXT RECORD
402184         AT END SET HH-EOF-REACHED TO TRUE
402185     END-READ
402186     PERFORM UNTIL HH-EOF-REACHED
402187         MOVE 'N' TO HH-CHANGED-SW
402188         MOVE 1 TO HH-SUB
402189         PERFORM UNTIL HH-SUB > HH-MEMBER-COUNT
402190             IF HH-MBR-CLIENT-ID (HH-SUB) = MERGE-LOSER-ID
402191                 PERFORM 8126-REPOINT-MEMBER THRU 8126-EXIT
402192             END-IF
402193             ADD 1 TO HH-SUB
402194         END-PERFORM
402195         IF HH-HEAD-CLIENT-ID = MERGE-LOSER-ID
402196             MOVE MERGE-SURVIVOR-ID TO HH-HEAD-CLIENT-ID
402197             MOVE 'Y' TO HH-CHANGED-SW
402198         END-IF
402199         IF HH-WAS-CHANGED
402200             REWRITE HOUSEHOLD-RECORD
402201             ADD 1 TO HH-MERGE-COUNT
402202         END-IF
402203         READ HOUSEHOLD-FILE NEXT RECORD
402204             AT END SET HH-EOF-REACHED TO TRUE
402205         END-READ
402206     END-PERFORM
402207     CLOSE HOUSEHOLD-FILE.
402208 8125-EXIT.
402209     EXIT.
402210*
402211*****************************************************************
402212*    8126-REPOINT-MEMBER -- REPOINT ONE MEMBER ENTRY            *
402213*                 HH-SUB POINTS AT THE RETIRING CLIENT'S ENTRY. *
402214*                 THE ENTRY MOVES TO THE SURVIVOR, AND WHEN THE *
402215*                 SURVIVOR ALREADY HAS A CURRENT HOUSEHOLD A    *
402216*                 CURRENT ENTRY IS GIVEN TODAY AS ITS LEAVE     *
402217*                 DATE. AUDITED AS HH-MERGE.                    *
402218*****************************************************************
402219 8126-REPOINT-MEMBER.
402220     MOVE HH-ID OF HOUSEHOLD-RECORD TO HH-AUDIT-HH-ID
402221     MOVE HH-MBR-CLIENT-ID (HH-SUB) TO HH-AUDIT-CLIENT-ID
402222     MOVE HH-MBR-RELATION (HH-SUB) TO HH-AUDIT-RELATION
402223     MOVE HH-MBR-JOIN-DATE (HH-SUB) TO HH-AUDIT-JOIN-DATE
402224     MOVE HH-MBR-LEAVE-DATE (HH-SUB) TO HH-AUDIT-LEAVE-DATE
402225     MOVE HH-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE-WS
402226     MOVE MERGE-SURVIVOR-ID TO HH-MBR-CLIENT-ID (HH-SUB)
402227     IF HH-CLIENT-IS-MEMBER
402228             AND HH-MBR-LEAVE-DATE (HH-SUB) = ZERO
402229         MOVE HH-MERGE-DATE TO HH-MBR-LEAVE-DATE (HH-SUB)
402230     END-IF
402231     MOVE HH-MBR-CLIENT-ID (HH-SUB) TO HH-AUDIT-CLIENT-ID
402232     MOVE HH-MBR-LEAVE-DATE (HH-SUB) TO HH-AUDIT-LEAVE-DATE
402233     MOVE HH-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
402234     MOVE "HH-MERGE" TO AUDIT-OPERATION-WS
402235     MOVE HH-ID OF HOUSEHOLD-RECORD TO AUDIT-RECORD-ID-WS
402236     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
402237     MOVE 'Y' TO HH-CHANGED-SW.
402238 8126-EXIT.
402239     EXIT.
402240*
402241*****************************************************************
402242*    8127-MERGE-APPOINTMENTS -- REPOINT THE RETIRING CLIENT'S   *
402243*                 APPOINTMENTS. SAME RE-START WALK AS 8115 ON   *
402244*                 THE APPOINTMENT FILE'S CLIENT-ID KEY.         *
402245*****************************************************************
402246 8127-MERGE-APPOINTMENTS.
402247     OPEN I-O APPOINTMENT-FILE
402248     IF NOT APPOINTMENT-FILE-OK
402249         GO TO 8127-EXIT
402250     END-IF
402251     MOVE 'N' TO MERGE-DONE-SW
402252     PERFORM UNTIL MERGE-PASS-DONE
402253         MOVE MERGE-LOSER-ID TO CLIENT-ID OF APPT-RECORD
402254         START APPOINTMENT-FILE KEY IS = CLIENT-ID OF APPT-RECORD
402255             INVALID KEY SET MERGE-PASS-DONE TO TRUE
402256         END-START
402257         IF NOT MERGE-PASS-DONE
402258             READ APPOINTMENT-FILE NEXT RECORD
402259                 AT END SET MERGE-PASS-DONE TO TRUE
402260             END-READ
402261         END-IF
402262         IF NOT MERGE-PASS-DONE
402263             IF CLIENT-ID OF APPT-RECORD NOT = MERGE-LOSER-ID
402264                 SET MERGE-PASS-DONE TO TRUE
402265             ELSE
402266                 MOVE MERGE-LOSER-ID TO MERGE-AUDIT-ID
402267                 MOVE MERGE-LOSER-NAME TO MERGE-AUDIT-NAME
402268                 MOVE MERGE-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE-WS
402269                 MOVE MERGE-SURVIVOR-ID TO MERGE-AUDIT-ID
402270                 MOVE MERGE-SURVIVOR-NAME TO MERGE-AUDIT-NAME
402271                 MOVE MERGE-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
402272                 MOVE MERGE-SURVIVOR-ID TO
402273                     CLIENT-ID OF APPT-RECORD
402274                 REWRITE APPT-RECORD
402275                 MOVE "APPT-MERGE" TO AUDIT-OPERATION-WS
402276                 MOVE APPT-ID TO AUDIT-RECORD-ID-WS
402277                 PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
402278                 ADD 1 TO APPT-MERGE-COUNT
402279             END-IF
402280         END-IF
402281     END-PERFORM
402282     CLOSE APPOINTMENT-FILE.
402283 8127-EXIT.
402284     EXIT.
402285*
402286*****************************************************************
402287*    8128-MERGE-RESTRICTION -- CARRY THE RESTRICTION OVER       *
402288*                 A RESTRICTED RETIRING CLIENT LEAVES THE       *
402289*                 SURVIVOR RESTRICTED WITH THE SAME REASON, SO  *
402290*                 THE MERGED HISTORY STAYS COVERED. A SURVIVOR  *
402291*                 ALREADY RESTRICTED KEEPS ITS OWN REASON.      *
402292*****************************************************************
402293 8128-MERGE-RESTRICTION.
402294     OPEN I-O CLIENT-FILE
402295     IF NOT CLIENT-FILE-OK
402296         GO TO 8128-EXIT
402297     END-IF
402298     MOVE MERGE-LOSER-ID TO CLIENT-ID OF CLIENT-RECORD
402299     READ CLIENT-FILE
402300         INVALID KEY MOVE SPACES TO CLIENT-RESTRICT-FLAG
402301     END-READ
402302     IF NOT CLIENT-IS-RESTRICTED
402303         CLOSE CLIENT-FILE
402304         GO TO 8128-EXIT
402305     END-IF
402306     MOVE CLIENT-RESTRICT-REASON TO CONF-NEW-REASON
402307     MOVE MERGE-SURVIVOR-ID TO CLIENT-ID OF CLIENT-RECORD
402308     READ CLIENT-FILE
402309         INVALID KEY
402310             CLOSE CLIENT-FILE
402311             GO TO 8128-EXIT
402312     END-READ
402313     IF CLIENT-IS-RESTRICTED
402314         CLOSE CLIENT-FILE
402315         GO TO 8128-EXIT
402316     END-IF
402317     MOVE SPACES TO CONF-AUD-OPERATOR
402318     MOVE ZERO TO CONF-AUD-GRANT-DATE
402319     MOVE MERGE-SURVIVOR-ID TO CONF-AUD-CLIENT-ID
402320     MOVE CLIENT-RESTRICT-FLAG TO CONF-AUD-FLAG
402321     MOVE CLIENT-RESTRICT-REASON TO CONF-AUD-REASON
402322     MOVE CONF-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE-WS
402323     MOVE 'R' TO CLIENT-RESTRICT-FLAG
402324     MOVE CONF-NEW-REASON TO CLIENT-RESTRICT-REASON
402325     REWRITE CLIENT-RECORD
402326     MOVE CLIENT-RESTRICT-FLAG TO CONF-AUD-FLAG
402327     MOVE CLIENT-RESTRICT-REASON TO CONF-AUD-REASON
402328     MOVE CONF-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
402329     CLOSE CLIENT-FILE
402330     MOVE "RESTRICT-MRG" TO AUDIT-OPERATION-WS
402331     MOVE MERGE-SURVIVOR-ID TO AUDIT-RECORD-ID-WS
402332     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
402333     DISPLAY "Client " MERGE-SURVIVOR-ID " is now restricted, "
402334             "reason " CONF-NEW-REASON ", as the retiring client "
402335             "was.".
402336 8128-EXIT.
402337     EXIT.
402338*
402339*****************************************************************
402340*    8129-MERGE-ACCESS-LIST -- RE-KEY THE ACCESS CLEARANCES     *
402341*                 EACH CLNTACC.DAT ENTRY FOR THE RETIRING       *
402342*                 CLIENT IS DELETED AND WRITTEN BACK UNDER THE  *
402343*                 SURVIVOR, KEEPING ITS GRANT DATE AND GRANTOR. *
402344*                 AN OPERATOR ALREADY CLEARED FOR THE SURVIVOR  *
402345*                 KEEPS THAT ENTRY. SAME RE-START WALK AS       *
402346*                 8110-MERGE-CASES.                             *
402347*****************************************************************
402348 8129-MERGE-ACCESS-LIST.
402349     MOVE ZERO TO CONF-GRANT-COUNT
402350     OPEN I-O CLIENT-ACCESS-FILE
402351     IF NOT CLIENT-ACCESS-FILE-OK
402352         GO TO 8129-EXIT
402353     END-IF
402354     MOVE 'N' TO MERGE-DONE-SW
402355     PERFORM UNTIL MERGE-PASS-DONE
402356         MOVE MERGE-LOSER-ID TO CLNTACC-CLIENT-ID
402357         MOVE SPACES TO CLNTACC-OPERATOR-ID
402358         START CLIENT-ACCESS-FILE KEY IS NOT LESS THAN CLNTACC-KEY
402359             INVALID KEY SET MERGE-PASS-DONE TO TRUE
402360         END-START
402361         IF NOT MERGE-PASS-DONE
402362             READ CLIENT-ACCESS-FILE NEXT RECORD
402363                 AT END SET MERGE-PASS-DONE TO TRUE
402364             END-READ
402365         END-IF
402366         IF NOT MERGE-PASS-DONE
402367             IF CLNTACC-CLIENT-ID NOT = MERGE-LOSER-ID
402368                 SET MERGE-PASS-DONE TO TRUE
402369             ELSE
402370                 PERFORM 9992-BUILD-CONF-AUDIT-IMAGE
402371                     THRU 9992-EXIT
402372                 MOVE CONF-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE-WS
402373                 DELETE CLIENT-ACCESS-FILE RECORD
402374                 MOVE MERGE-SURVIVOR-ID TO CLNTACC-CLIENT-ID
402375                 WRITE CLNTACC-RECORD
402376                     INVALID KEY
402377                         MOVE SPACES TO AUDIT-AFTER-IMAGE-WS
402378                     NOT INVALID KEY
402379                         PERFORM 9992-BUILD-CONF-AUDIT-IMAGE
402380                             THRU 9992-EXIT
402381                         MOVE CONF-AUDIT-IMAGE TO
402382                             AUDIT-AFTER-IMAGE-WS
402383                         ADD 1 TO CONF-GRANT-COUNT
402384                 END-WRITE
402385                 MOVE "ACCESS-MERGE" TO AUDIT-OPERATION-WS
402386                 MOVE MERGE-LOSER-ID TO AUDIT-RECORD-ID-WS
402387                 PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
402388             END-IF
402389         END-IF
402390     END-PERFORM
402391     CLOSE CLIENT-ACCESS-FILE.
402392 8129-EXIT.
402393     EXIT.
402394*
402395*****************************************************************
402400*    8130-RETIRE-LOSER -- DELETE THE DUPLICATE CLIENT RECORD    *
402500*                 AUDITED WITH THE RETIRED RECORD AS THE        *
402600*                 BEFORE IMAGE, LIKE CLIENT MAINTENANCE.        *
414000         DISPLAY "Authorization ID already exists."
414100         GO TO 8210-EXIT
414200     END-IF
414220     PERFORM 9955-CHECK-FUND-BALANCE THRU 9955-EXIT
414240     IF NOT FUND-AUTH-CLEARED
414260         GO TO 8210-EXIT
414280     END-IF
414300     MOVE NEW-AUTH-ID TO AUTH-ID
414400     MOVE NEW-AUTH-CLIENT-ID TO CLIENT-ID OF AUTH-RECORD
414500     MOVE NEW-AUTH-SVC-TYPE TO AUTH-SVC-TYPE
415300     MOVE "AUTH-ADD" TO AUDIT-OPERATION-WS
415400     MOVE NEW-AUTH-ID TO AUDIT-RECORD-ID-WS
415500     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
415550     PERFORM 9960-COMMIT-AUTHORIZATION THRU 9960-EXIT
415600     DISPLAY "The authorization has been added successfully.".
415700 8210-EXIT.
415800     EXIT.
425800         MOVE CLIENT-ID OF AUTH-RECORD TO VERIFY-CLIENT-ID
425900         PERFORM 3300-CHECK-CLIENT-EXISTS THRU 3300-EXIT
426000         MOVE VERIFY-CLIENT-NAME TO RPT-AUTH-CLIENT-NAME
426012         MOVE CLIENT-ID OF AUTH-RECORD TO CONF-CLIENT-ID
426024         MOVE VERIFY-CLIENT-RESTRICT TO CONF-CLIENT-FLAG
426036         MOVE "AUTH-RPT" TO CONF-FUNCTION
426048         PERFORM 9989-CHECK-REPORT-ACCESS THRU 9989-EXIT
426060         IF NOT CONF-ACCESS-ALLOWED
426072             MOVE CONF-RESTRICTED-TEXT TO RPT-AUTH-CLIENT-NAME
426084         END-IF
426100         MOVE AUTH-SVC-TYPE TO RPT-AUTH-SVC-TYPE
426200         MOVE AUTH-EFF-FROM-DATE TO RPT-AUTH-FROM
426300         MOVE AUTH-EFF-TO-DATE TO RPT-AUTH-TO
430000*                 CASES QUIET LONGER THAN THE KEYED THRESHOLD.  *
430100*****************************************************************
430200 8400-CASE-AGING-REPORT.
430250     IF NOT JOB-STREAM-ACTIVE
430300         DISPLAY "Please enter the number of quiet days before "
430400                 "an open case is flagged stale:"
430500         ACCEPT AGING-THRESHOLD-DAYS
430550     END-IF
430600     OPEN INPUT CASE-FILE
430700     IF NOT CASE-FILE-OK
430800         DISPLAY "No case records are on file."
430833         MOVE 8 TO JOB-STEP-RC
430866         MOVE "NO CASE FILE ON FILE" TO JOB-STEP-MSG
430900         GO TO 8400-EXIT
431000     END-IF
431100     ACCEPT AGING-RUN-DATE FROM DATE YYYYMMDD
511700     END-IF.
511800 8575-EXIT.
511900     EXIT.
511901*
511902*****************************************************************
511903*    8580-VERIFY-BACKUP -- PROVE OUT THE UNLOAD JUST TAKEN      *
511904*                 RE-READS EVERY BACKUP GENERATION 8500 WROTE   *
511905*                 AND CHECKS THAT ITS HEADER CARRIES THIS RUN'S *
511906*                 DATE AND ITS DETAIL COUNT MATCHES ITS TRAILER *
511907*                 -- THE SAME PROOF THE REBUILD OPTIONS MAKE    *
511908*                 BEFORE LOADING. A MASTER NOT ON FILE HAS NO   *
511909*                 GENERATION AND IS PASSED OVER. LEAVES         *
511910*                 JOB-UNLOAD-VERIFIED SET ONLY WHEN EVERY       *
511911*                 GENERATION PROVED OUT; OTHERWISE THE FIRST    *
511912*                 FAILURE IS LEFT IN JOB-STEP-MSG.              *
511913*****************************************************************
511914 8580-VERIFY-BACKUP.
511915     SET JOB-UNLOAD-VERIFIED TO TRUE
511916     PERFORM 8581-VERIFY-CLIENT-GEN THRU 8581-EXIT
511917     PERFORM 8582-VERIFY-CASE-GEN THRU 8582-EXIT
511918     PERFORM 8583-VERIFY-SERVICE-GEN THRU 8583-EXIT
511919     PERFORM 8584-VERIFY-NOTE-GEN THRU 8584-EXIT
511920     IF JOB-UNLOAD-VERIFIED
511921         DISPLAY "Every backup generation proved out."
511922     ELSE
511923         DISPLAY "WARNING -- " JOB-STEP-MSG
511924     END-IF.
511925 8580-EXIT.
511926     EXIT.
511927*
511928*****************************************************************
511929*    8581-VERIFY-CLIENT-GEN -- PROVE THE CLIENT BACKUP          *
511930*                 READS CLIENTBK.DAT AND CHECKS IT CAME FROM    *
511931*                 THIS RUN AND ITS DETAILS MATCH ITS TRAILER.   *
511932*                 SKIPPED WHEN THERE IS NO CLIENT MASTER.       *
511933*****************************************************************
511934 8581-VERIFY-CLIENT-GEN.
511935     OPEN INPUT CLIENT-FILE
511936     IF NOT CLIENT-FILE-OK
511937         GO TO 8581-EXIT
511938     END-IF
511939     CLOSE CLIENT-FILE
511940     MOVE "CLIENT" TO JOB-VERIFY-TAG
511941     PERFORM 8585-START-GENERATION THRU 8585-EXIT
511942     OPEN INPUT CLIENT-BACKUP-FILE
511943     IF NOT CLIENT-BACKUP-NOT-FOUND
511944         READ CLIENT-BACKUP-FILE
511945             AT END SET UNLOAD-EOF-REACHED TO TRUE
511946         END-READ
511947         PERFORM UNTIL UNLOAD-EOF-REACHED
511948             MOVE CLIENT-BACKUP-RECORD TO UNLOAD-RECORD-WS
511949             PERFORM 8586-TALLY-GENERATION THRU 8586-EXIT
511950             READ CLIENT-BACKUP-FILE
511951                 AT END SET UNLOAD-EOF-REACHED TO TRUE
511952             END-READ
511953         END-PERFORM
511954         CLOSE CLIENT-BACKUP-FILE
511955     END-IF
511956     PERFORM 8588-PROVE-GENERATION THRU 8588-EXIT.
511957 8581-EXIT.
511958     EXIT.
511959*
511960*****************************************************************
511961*    8582-VERIFY-CASE-GEN -- PROVE THE CASE BACKUP              *
511962*                 SAME PROOF AS 8581 FOR THE CASE BACKUP.       *
511963*****************************************************************
511964 8582-VERIFY-CASE-GEN.
511965     OPEN INPUT CASE-FILE
511966     IF NOT CASE-FILE-OK
511967         GO TO 8582-EXIT
511968     END-IF
511969     CLOSE CASE-FILE
511970     MOVE "CASE" TO JOB-VERIFY-TAG
511971     PERFORM 8585-START-GENERATION THRU 8585-EXIT
511972     OPEN INPUT CASE-BACKUP-FILE
511973     IF NOT CASE-BACKUP-NOT-FOUND
511974         READ CASE-BACKUP-FILE
511975             AT END SET UNLOAD-EOF-REACHED TO TRUE
511976         END-READ
511977         PERFORM UNTIL UNLOAD-EOF-REACHED
511978             MOVE CASE-BACKUP-RECORD TO UNLOAD-RECORD-WS
511979             PERFORM 8586-TALLY-GENERATION THRU 8586-EXIT
511980             READ CASE-BACKUP-FILE
511981                 AT END SET UNLOAD-EOF-REACHED TO TRUE
511982             END-READ
511983         END-PERFORM
511984         CLOSE CASE-BACKUP-FILE
511985     END-IF
511986     PERFORM 8588-PROVE-GENERATION THRU 8588-EXIT.
511987 8582-EXIT.
511988     EXIT.
511989*
511990*****************************************************************
511991*    8583-VERIFY-SERVICE-GEN -- PROVE THE SERVICE BACKUP        *
511992*                 SAME PROOF AS 8581 FOR THE SERVICE BACKUP.    *
511993*****************************************************************
511994 8583-VERIFY-SERVICE-GEN.
511995     OPEN INPUT SERVICE-FILE
511996     IF NOT SERVICE-FILE-OK
511997         GO TO 8583-EXIT
511998     END-IF
511999     CLOSE SERVICE-FILE
512000     MOVE "SERVICE" TO JOB-VERIFY-TAG
512001     PERFORM 8585-START-GENERATION THRU 8585-EXIT
512002     OPEN INPUT SERVICE-BACKUP-FILE
512003     IF NOT SERVICE-BACKUP-NOT-FOUND
512004         READ SERVICE-BACKUP-FILE
512005             AT END SET UNLOAD-EOF-REACHED TO TRUE
512006         END-READ
512007         PERFORM UNTIL UNLOAD-EOF-REACHED
512008             MOVE SERVICE-BACKUP-RECORD TO UNLOAD-RECORD-WS
512009             PERFORM 8586-TALLY-GENERATION THRU 8586-EXIT
512010             READ SERVICE-BACKUP-FILE
512011                 AT END SET UNLOAD-EOF-REACHED TO TRUE
512012             END-READ
512013         END-PERFORM
512014         CLOSE SERVICE-BACKUP-FILE
512015     END-IF
512016     PERFORM 8588-PROVE-GENERATION THRU 8588-EXIT.
512017 8583-EXIT.
512018     EXIT.
512019*
512020*****************************************************************
512021*    8584-VERIFY-NOTE-GEN -- PROVE THE CASE-NOTE BACKUP         *
512022*                 SAME PROOF AS 8581 FOR THE CASE-NOTE BACKUP.  *
512023*****************************************************************
512024 8584-VERIFY-NOTE-GEN.
512025     OPEN INPUT CASE-NOTE-FILE
512026     IF NOT CASE-NOTE-FILE-OK
512027         GO TO 8584-EXIT
512028     END-IF
512029     CLOSE CASE-NOTE-FILE
512030     MOVE "NOTE" TO JOB-VERIFY-TAG
512031     PERFORM 8585-START-GENERATION THRU 8585-EXIT
512032     OPEN INPUT NOTE-BACKUP-FILE
512033     IF NOT NOTE-BACKUP-NOT-FOUND
512034         READ NOTE-BACKUP-FILE
512035             AT END SET UNLOAD-EOF-REACHED TO TRUE
512036         END-READ
512037         PERFORM UNTIL UNLOAD-EOF-REACHED
512038             MOVE NOTE-BACKUP-RECORD TO UNLOAD-RECORD-WS
512039             PERFORM 8586-TALLY-GENERATION THRU 8586-EXIT
512040             READ NOTE-BACKUP-FILE
512041                 AT END SET UNLOAD-EOF-REACHED TO TRUE
512042             END-READ
512043         END-PERFORM
512044         CLOSE NOTE-BACKUP-FILE
512045     END-IF
512046     PERFORM 8588-PROVE-GENERATION THRU 8588-EXIT.
512047 8584-EXIT.
512048     EXIT.
512049*
512050*****************************************************************
512051*    8585-START-GENERATION -- RESET THE PROOF COUNTS            *
512052*                 CLEARS THE DETAIL AND TRAILER COUNTS AND      *
512053*                 SWITCHES BEFORE A BACKUP IS READ.             *
512054*****************************************************************
512055 8585-START-GENERATION.
512056     MOVE ZERO TO RELOAD-DETAIL-COUNT
512057     MOVE ZERO TO RELOAD-TRAILER-COUNT
512058     MOVE 'N' TO RELOAD-VERIFY-SW
512059     MOVE 'N' TO JOB-GEN-CURRENT-SW
512060     MOVE 'N' TO UNLOAD-EOF-SW.
512061 8585-EXIT.
512062     EXIT.
512063*
512064*****************************************************************
512065*    8586-TALLY-GENERATION -- CHECK ONE BACKUP RECORD           *
512066*                 A HEADER MUST CARRY THIS RUN'S BACKUP DATE,   *
512067*                 DETAILS ARE COUNTED, AND THE TRAILER COUNT    *
512068*                 MUST MATCH THEM.                              *
512069*****************************************************************
512070 8586-TALLY-GENERATION.
512071     EVALUATE TRUE
512072         WHEN UNLOAD-IS-HEADER
512073             IF UNLOAD-HDR-DATE = BACKUP-RUN-DATE
512074                 SET JOB-GEN-IS-CURRENT TO TRUE
512075             END-IF
512076         WHEN UNLOAD-IS-DETAIL
512077             ADD 1 TO RELOAD-DETAIL-COUNT
512078         WHEN UNLOAD-IS-TRAILER
512079             MOVE UNLOAD-TRL-COUNT TO RELOAD-TRAILER-COUNT
512080             IF RELOAD-DETAIL-COUNT = UNLOAD-TRL-COUNT
512081                 SET RELOAD-COUNTS-MATCH TO TRUE
512082             END-IF
512083     END-EVALUATE.
512084 8586-EXIT.
512085     EXIT.
512086*
512087*****************************************************************
512088*    8588-PROVE-GENERATION -- ACCEPT OR REJECT A BACKUP         *
512089*                 A BACKUP THAT IS NOT FROM THIS RUN OR DOES    *
512090*                 NOT BALANCE CLEARS JOB-UNLOAD-VERIFIED. THE   *
512091*                 FIRST SUCH BACKUP GIVES THE STEP MESSAGE.     *
512092*****************************************************************
512093 8588-PROVE-GENERATION.
512094     IF JOB-GEN-IS-CURRENT AND RELOAD-COUNTS-MATCH
512095         GO TO 8588-EXIT
512096     END-IF
512097     IF NOT JOB-GEN-IS-CURRENT
512098         MOVE "BACKUP WAS NOT WRITTEN BY THIS RUN"
512099             TO JOB-VERIFY-TEXT
512100     ELSE
512101         MOVE "BACKUP DETAILS DO NOT MATCH ITS TRAILER"
512102             TO JOB-VERIFY-TEXT
512103     END-IF
512104     IF JOB-UNLOAD-VERIFIED
512105         MOVE JOB-VERIFY-MSG TO JOB-STEP-MSG
512106     END-IF
512107     MOVE 'N' TO JOB-UNLOAD-VERIFIED-SW.
512108 8588-EXIT.
512109     EXIT.
512110*
512111*****************************************************************
512200*    8600-ENTER-REFERRAL -- LOG AN INCOMING REFERRAL            *
512300*                 CAPTURES THE REFERRAL DATE, SOURCE, CLIENT    *
512400*                 NAME AND ADDRESS, AND THE REQUESTED SERVICE   *
544200*                 SEARCHES CASEARCH.DAT BY CLIENT OR CASE ID,   *
544300*                 DISPLAYS EVERY MATCHING ARCHIVED CASE, AND    *
544400*                 THEN SHOWS THE CLIENT'S ARCHIVED SERVICE      *
544500*                 HISTORY FROM SVCARCH.DAT. A FIRST, SILENT     *
544533*                 PASS FINDS THE CLIENT SO THE RESTRICTED       *
544566*                 CLIENT CHECK RUNS BEFORE ANYTHING IS SHOWN.   *
544600*****************************************************************
544700 8700-ARCHIVE-INQUIRY.
544800     DISPLAY "Search the archive by:"
545800     ACCEPT ARCH-SEARCH-ID
545900     MOVE 'N' TO ARCH-FOUND-SW
546000     MOVE ZERO TO ARCH-TARGET-CLIENT-ID
546050     MOVE 'N' TO ARCH-DISPLAY-SW
546100     PERFORM 8710-SHOW-ARCHIVED-CASES THRU 8710-EXIT
546200     IF NOT ARCH-CASE-FOUND
546300         DISPLAY "Nothing on the archive matches that ID."
546400         GO TO 8700-EXIT
546500     END-IF
546507     MOVE ARCH-TARGET-CLIENT-ID TO VERIFY-CLIENT-ID
546514     PERFORM 3300-CHECK-CLIENT-EXISTS THRU 3300-EXIT
546521     MOVE ARCH-TARGET-CLIENT-ID TO CONF-CLIENT-ID
546528     MOVE VERIFY-CLIENT-RESTRICT TO CONF-CLIENT-FLAG
546535     MOVE "ARCH-INQUIRY" TO CONF-FUNCTION
546542     PERFORM 9988-CHECK-CLIENT-ACCESS THRU 9988-EXIT
546549     IF NOT CONF-ACCESS-ALLOWED
546556         DISPLAY "  Client " ARCH-TARGET-CLIENT-ID ": "
546563                 CONF-RESTRICTED-TEXT
546570         GO TO 8700-EXIT
546577     END-IF
546584     SET ARCH-DISPLAY-CASES TO TRUE
546591     PERFORM 8710-SHOW-ARCHIVED-CASES THRU 8710-EXIT
546600     PERFORM 8720-SHOW-ARCHIVED-SERVICES THRU 8720-EXIT.
546700 8700-EXIT.
546800     EXIT.
548300                 AND ARCH-CASE-CLIENT-ID = ARCH-SEARCH-ID)
548400             OR (ARCH-SEARCH-MODE = 2
548500                 AND ARCH-CASE-ID = ARCH-SEARCH-ID)
548550             IF ARCH-DISPLAY-CASES
548600                 DISPLAY "Archived case " ARCH-CASE-ID
548700                     " for client " ARCH-CASE-CLIENT-ID
548800                 DISPLAY "  Caseworker: " ARCH-CASE-WORKER-NAME
548900                 DISPLAY "  Closed date: " ARCH-CASE-CLOSED-DATE
548950             END-IF
549000             SET ARCH-CASE-FOUND TO TRUE
549100             MOVE ARCH-CASE-CLIENT-ID TO ARCH-TARGET-CLIENT-ID
549200         END-IF
551700                 " dated " ARCH-SVC-DATE
551800                 " type " ARCH-SVC-TYPE
551900             DISPLAY "    " ARCH-SVC-DESC
551925             IF ARCH-SVC-STATUS = 'V'
551950                 DISPLAY "    Voided on " ARCH-SVC-VOID-DATE
551975             END-IF
552000             MOVE 'Y' TO SERVICE-FOUND-SW
552100         END-IF
552200         READ SERVICE-ARCHIVE-FILE
564500     ELSE
564600         ACCEPT CASE-OPENED-DATE FROM DATE YYYYMMDD
564700     END-IF
564750     MOVE SPACES TO CASE-CLOSING-OUTCOME
564800     MOVE CASE-RECORD TO AUDIT-AFTER-IMAGE-WS
564900     PERFORM 4100-OPEN-CASE-FOR-ADD THRU 4100-EXIT
565000     WRITE CASE-RECORD
571700     MOVE ARCH-SVC-DESC TO SERVICE-DESCRIPTION
571800     MOVE ARCH-SVC-BILLED-FLAG TO SERVICE-BILLED-FLAG
571900     MOVE ARCH-SVC-DENIAL-REASON TO SERVICE-DENIAL-REASON
571905     MOVE ARCH-SVC-STATUS TO SERVICE-STATUS
571910     MOVE ARCH-SVC-CLAIM-ADJ TO SERVICE-CLAIM-ADJ
571915     IF ARCH-SVC-LINK-ID NUMERIC
571920         MOVE ARCH-SVC-LINK-ID TO SERVICE-LINK-ID
571925     ELSE
571930         MOVE ZERO TO SERVICE-LINK-ID
571935     END-IF
571940     IF ARCH-SVC-AUTH-ID NUMERIC
571945         MOVE ARCH-SVC-AUTH-ID TO SERVICE-AUTH-ID
571950     ELSE
571955         MOVE ZERO TO SERVICE-AUTH-ID
571960     END-IF
571965     IF ARCH-SVC-VOID-DATE NUMERIC
571970         MOVE ARCH-SVC-VOID-DATE TO SERVICE-VOID-DATE
571975     ELSE
571980         MOVE ZERO TO SERVICE-VOID-DATE
571985     END-IF
572000     WRITE SERVICE-RECORD
572100     ADD 1 TO REINSTATE-SVC-COUNT.
572200 8785-EXIT.
586600*                 ARE NOT LISTED.                               *
586700*****************************************************************
586800 8850-RECERT-REPORT.
586850     IF NOT JOB-STREAM-ACTIVE
586900         DISPLAY "Please enter the number of days ahead to "
587000                 "look for coverage ending:"
587100         ACCEPT RECERT-THRESHOLD-DAYS
587150     END-IF
587200     OPEN INPUT CLIENT-FILE
587300     IF NOT CLIENT-FILE-OK
587400         DISPLAY "No client records are on file."
587433         MOVE 8 TO JOB-STEP-RC
587466         MOVE "NO CLIENT FILE ON FILE" TO JOB-STEP-MSG
587500         GO TO 8850-EXIT
587600     END-IF
587700     ACCEPT RECERT-RUN-DATE FROM DATE YYYYMMDD
594300 8870-WRITE-RECERT-LINE.
594400     MOVE CLIENT-ID OF CLIENT-RECORD TO RPT-RECERT-CLIENT-ID
594500     MOVE CLIENT-NAME TO RPT-RECERT-NAME
594512     MOVE CLIENT-ID OF CLIENT-RECORD TO CONF-CLIENT-ID
594524     MOVE CLIENT-RESTRICT-FLAG TO CONF-CLIENT-FLAG
594536     MOVE "RECERT-RPT" TO CONF-FUNCTION
594548     PERFORM 9989-CHECK-REPORT-ACCESS THRU 9989-EXIT
594560     IF NOT CONF-ACCESS-ALLOWED
594572         MOVE CONF-RESTRICTED-TEXT TO RPT-RECERT-NAME
594584     END-IF
594600     IF CLIENT-ELIG-START-DATE NUMERIC
594700         MOVE CLIENT-ELIG-START-DATE TO RPT-RECERT-START
594800     ELSE
595400     WRITE RECERT-REPORT-RECORD.
595500 8870-EXIT.
595600     EXIT.
595601*
595602*****************************************************************
595603*    8900-MAINTAIN-HOUSEHOLDS -- HOUSEHOLD MAINTENANCE          *
595604*                 CREATE A HOUSEHOLD WITH ITS HEAD, ADD OR      *
595605*                 REMOVE A MEMBER, CHANGE THE HEAD, OR LIST A   *
595606*                 HOUSEHOLD. A REMOVED MEMBER KEEPS HIS OR HER  *
595607*                 ENTRY WITH A LEAVE DATE. EVERY CHANGE IS      *
595608*                 AUDITED.                                      *
595609*****************************************************************
595610 8900-MAINTAIN-HOUSEHOLDS.
595611     DISPLAY "----------------------------------------"
595612     DISPLAY "Household Maintenance"
595613     DISPLAY "1. Create a household"
595614     DISPLAY "2. Add a member to a household"
595615     DISPLAY "3. Remove a member from a household"
595616     DISPLAY "4. List a household"
595617     DISPLAY "5. Change the head of a household"
595618     DISPLAY "6. Return to the main menu"
595619     DISPLAY "Please enter your selection (1-6):"
595620     ACCEPT MAINT-HH-CHOICE
595621     EVALUATE MAINT-HH-CHOICE
595622         WHEN 1 PERFORM 8910-CREATE-HOUSEHOLD THRU 8910-EXIT
595623         WHEN 2 PERFORM 8920-ADD-HH-MEMBER THRU 8920-EXIT
595624         WHEN 3 PERFORM 8930-REMOVE-HH-MEMBER THRU 8930-EXIT
595625         WHEN 4 PERFORM 8940-LIST-HOUSEHOLD THRU 8940-EXIT
595626         WHEN 5 PERFORM 8935-CHANGE-HH-HEAD THRU 8935-EXIT
595627         WHEN 6 CONTINUE
595628         WHEN OTHER
595629             DISPLAY "Invalid selection. Please choose a "
595630                     "number between 1 and 6."
595631     END-EVALUATE.
595632 8900-EXIT.
595633     EXIT.
595634*
595635*****************************************************************
595636*    8910-CREATE-HOUSEHOLD -- NEW HOUSEHOLD                     *
595637*                 KEYS A NEW HOUSEHOLD ID, ITS HEAD AND THE     *
595638*                 DATE IT WAS FORMED. THE HEAD BECOMES THE      *
595639*                 FIRST MEMBER. A HEAD ALREADY IN A CURRENT     *
595640*                 HOUSEHOLD IS REFUSED. AUDITED AS HH-ADD.      *
595641*****************************************************************
595642 8910-CREATE-HOUSEHOLD.
595643     DISPLAY "Please enter a unique ID for the household:"
595644     ACCEPT HH-NEW-ID
595645     PERFORM 8950-FIND-HOUSEHOLD THRU 8950-EXIT
595646     IF HH-WAS-FOUND
595647         DISPLAY "Household ID already exists."
595648         GO TO 8910-EXIT
595649     END-IF
595650     DISPLAY "Please enter the client ID of the head of "
595651             "household:"
595652     ACCEPT HH-NEW-CLIENT-ID
595653     MOVE HH-NEW-CLIENT-ID TO VERIFY-CLIENT-ID
595654     PERFORM 3300-CHECK-CLIENT-EXISTS THRU 3300-EXIT
595655     IF NOT CLIENT-EXISTS
595656         DISPLAY "Client ID " HH-NEW-CLIENT-ID
595657                 " is not on the client file."
595658         GO TO 8910-EXIT
595659     END-IF
595660     PERFORM 8955-FIND-CLIENT-HOUSEHOLD THRU 8955-EXIT
595661     IF HH-CLIENT-IS-MEMBER
595662         DISPLAY "Client " HH-NEW-CLIENT-ID " is already a "
595663                 "member of household " HH-CLIENT-HH-ID "."
595664         GO TO 8910-EXIT
595665     END-IF
595666     DISPLAY "Please enter the date the household was formed "
595667             "(YYYYMMDD):"
595668     ACCEPT HH-NEW-DATE
595669     MOVE HH-NEW-DATE TO VERIFY-DATE
595670     PERFORM 9340-EDIT-SERVICE-DATE THRU 9340-EXIT
595671     IF NOT DATE-IS-VALID
595672         DISPLAY "That is not a valid date. The household "
595673                 "was not created."
595674         GO TO 8910-EXIT
595675     END-IF
595676     MOVE HH-NEW-ID TO HH-ID OF HOUSEHOLD-RECORD
595677     MOVE HH-NEW-CLIENT-ID TO HH-HEAD-CLIENT-ID
595678     ACCEPT HH-CREATED-DATE FROM DATE YYYYMMDD
595679     MOVE 1 TO HH-MEMBER-COUNT
595680     MOVE 1 TO HH-SUB
595681     PERFORM UNTIL HH-SUB > 12
595682         MOVE ZERO TO HH-MBR-CLIENT-ID (HH-SUB)
595683         MOVE SPACES TO HH-MBR-RELATION (HH-SUB)
595684         MOVE ZERO TO HH-MBR-JOIN-DATE (HH-SUB)
595685         MOVE ZERO TO HH-MBR-LEAVE-DATE (HH-SUB)
595686         ADD 1 TO HH-SUB
595687     END-PERFORM
595688     MOVE HH-NEW-CLIENT-ID TO HH-MBR-CLIENT-ID (1)
595689     MOVE "HD" TO HH-MBR-RELATION (1)
595690     MOVE HH-NEW-DATE TO HH-MBR-JOIN-DATE (1)
595691     PERFORM 8960-OPEN-HH-FOR-ADD THRU 8960-EXIT
595692     WRITE HOUSEHOLD-RECORD
595693     CLOSE HOUSEHOLD-FILE
595694     MOVE 1 TO HH-SUB
595695     PERFORM 8965-BUILD-HH-AUDIT-IMAGE THRU 8965-EXIT
595696     MOVE SPACES TO AUDIT-BEFORE-IMAGE-WS
595697     MOVE HH-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
595698     MOVE "HH-ADD" TO AUDIT-OPERATION-WS
595699     MOVE HH-NEW-ID TO AUDIT-RECORD-ID-WS
595700     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
595701     DISPLAY "The household has been created successfully.".
595702 8910-EXIT.
595703     EXIT.
595704*
595705*****************************************************************
595706*    8920-ADD-HH-MEMBER -- ADD A MEMBER                         *
595707*                 ADDS A CLIENT WITH A RELATIONSHIP AND JOIN    *
595708*                 DATE. A CLIENT ALREADY IN A CURRENT           *
595709*                 HOUSEHOLD, OR A HOUSEHOLD WITH ALL TWELVE     *
595710*                 ENTRIES USED, IS REFUSED. AUDITED AS HH-MBR-  *
595711*                 ADD.                                          *
595712*****************************************************************
595713 8920-ADD-HH-MEMBER.
595714     DISPLAY "Please enter the household ID:"
595715     ACCEPT HH-NEW-ID
595716     PERFORM 8950-FIND-HOUSEHOLD THRU 8950-EXIT
595717     IF NOT HH-WAS-FOUND
595718         DISPLAY "Household " HH-NEW-ID " is not on file."
595719         GO TO 8920-EXIT
595720     END-IF
595721     DISPLAY "Please enter the client ID of the new member:"
595722     ACCEPT HH-NEW-CLIENT-ID
595723     MOVE HH-NEW-CLIENT-ID TO VERIFY-CLIENT-ID
595724     PERFORM 3300-CHECK-CLIENT-EXISTS THRU 3300-EXIT
595725     IF NOT CLIENT-EXISTS
595726         DISPLAY "Client ID " HH-NEW-CLIENT-ID
595727                 " is not on the client file."
595728         GO TO 8920-EXIT
595729     END-IF
595730     PERFORM 8955-FIND-CLIENT-HOUSEHOLD THRU 8955-EXIT
595731     IF HH-CLIENT-IS-MEMBER
595732         DISPLAY "Client " HH-NEW-CLIENT-ID " is already a "
595733                 "member of household " HH-CLIENT-HH-ID "."
595734         GO TO 8920-EXIT
595735     END-IF
595736     DISPLAY "Please enter the relationship to the head of "
595737             "household:"
595738     DISPLAY "  SP spouse/partner  CH child  PA parent  "
595739             "SB sibling"
595740     DISPLAY "  GP grandparent  OR other relative  "
595741             "NR not related"
595742     ACCEPT HH-NEW-RELATION
595743     IF NOT HH-RELATION-IS-VALID
595744         DISPLAY "That is not a valid relationship code. The "
595745                 "member was not added."
595746         GO TO 8920-EXIT
595747     END-IF
595748     IF HH-RELATION-IS-HEAD
595749         DISPLAY "The household already has a head. The "
595750                 "member was not added."
595751         GO TO 8920-EXIT
595752     END-IF
595753     DISPLAY "Please enter the date the member joined "
595754             "(YYYYMMDD):"
595755     ACCEPT HH-NEW-DATE
595756     MOVE HH-NEW-DATE TO VERIFY-DATE
595757     PERFORM 9340-EDIT-SERVICE-DATE THRU 9340-EXIT
595758     IF NOT DATE-IS-VALID
595759         DISPLAY "That is not a valid date. The member was "
595760                 "not added."
595761         GO TO 8920-EXIT
595762     END-IF
595763     OPEN I-O HOUSEHOLD-FILE
595764     MOVE HH-NEW-ID TO HH-ID OF HOUSEHOLD-RECORD
595765     READ HOUSEHOLD-FILE
595766         INVALID KEY
595767             DISPLAY "Household " HH-NEW-ID " is not on file."
595768             CLOSE HOUSEHOLD-FILE
595769             GO TO 8920-EXIT
595770     END-READ
595771     IF HH-MEMBER-COUNT NOT < 12
595772         DISPLAY "Household " HH-NEW-ID " has no room for "
595773                 "another member entry."
595774         CLOSE HOUSEHOLD-FILE
595775         GO TO 8920-EXIT
595776     END-IF
595777     ADD 1 TO HH-MEMBER-COUNT
595778     MOVE HH-MEMBER-COUNT TO HH-SUB
595779     MOVE HH-NEW-CLIENT-ID TO HH-MBR-CLIENT-ID (HH-SUB)
595780     MOVE HH-NEW-RELATION TO HH-MBR-RELATION (HH-SUB)
595781     MOVE HH-NEW-DATE TO HH-MBR-JOIN-DATE (HH-SUB)
595782     MOVE ZERO TO HH-MBR-LEAVE-DATE (HH-SUB)
595783     REWRITE HOUSEHOLD-RECORD
595784     CLOSE HOUSEHOLD-FILE
595785     PERFORM 8965-BUILD-HH-AUDIT-IMAGE THRU 8965-EXIT
595786     MOVE SPACES TO AUDIT-BEFORE-IMAGE-WS
595787     MOVE HH-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
595788     MOVE "HH-MBR-ADD" TO AUDIT-OPERATION-WS
595789     MOVE HH-NEW-ID TO AUDIT-RECORD-ID-WS
595790     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
595791     DISPLAY "The member has been added successfully.".
595792 8920-EXIT.
595793     EXIT.
595794*
595795*****************************************************************
595796*    8930-REMOVE-HH-MEMBER -- A MEMBER LEAVES THE HOUSEHOLD     *
595797*                 STAMPS THE LEAVE DATE ON THE MEMBER'S         *
595798*                 CURRENT ENTRY. THE HEAD CANNOT LEAVE WHILE    *
595799*                 OTHER CURRENT MEMBERS REMAIN; THE HEAD IS     *
595800*                 CHANGED FIRST THROUGH 8935.                   *
595801*****************************************************************
595802 8930-REMOVE-HH-MEMBER.
595803     DISPLAY "Please enter the household ID:"
595804     ACCEPT HH-NEW-ID
595805     DISPLAY "Please enter the client ID of the member who "
595806             "is leaving:"
595807     ACCEPT HH-NEW-CLIENT-ID
595808     OPEN I-O HOUSEHOLD-FILE
595809     IF NOT HOUSEHOLD-FILE-OK
595810         DISPLAY "Household " HH-NEW-ID " is not on file."
595811         GO TO 8930-EXIT
595812     END-IF
595813     MOVE HH-NEW-ID TO HH-ID OF HOUSEHOLD-RECORD
595814     READ HOUSEHOLD-FILE
595815         INVALID KEY
595816             DISPLAY "Household " HH-NEW-ID " is not on file."
595817             CLOSE HOUSEHOLD-FILE
595818             GO TO 8930-EXIT
595819     END-READ
595820     MOVE ZERO TO HH-MBR-SUB
595821     MOVE ZERO TO HH-OTHER-COUNT
595822     MOVE 1 TO HH-SUB
595823     PERFORM UNTIL HH-SUB > HH-MEMBER-COUNT
595824         IF HH-MBR-LEAVE-DATE (HH-SUB) = ZERO
595825             IF HH-MBR-CLIENT-ID (HH-SUB) = HH-NEW-CLIENT-ID
595826                 MOVE HH-SUB TO HH-MBR-SUB
595827             ELSE
595828                 ADD 1 TO HH-OTHER-COUNT
595829             END-IF
595830         END-IF
595831         ADD 1 TO HH-SUB
595832     END-PERFORM
595833     IF HH-MBR-SUB = ZERO
595834         DISPLAY "Client " HH-NEW-CLIENT-ID " is not a current "
595835                 "member of household " HH-NEW-ID "."
595836         CLOSE HOUSEHOLD-FILE
595837         GO TO 8930-EXIT
595838     END-IF
595839     IF HH-NEW-CLIENT-ID = HH-HEAD-CLIENT-ID
595840             AND HH-OTHER-COUNT > ZERO
595841         DISPLAY "The head of household cannot leave while "
595842                 "other members remain."
595843         CLOSE HOUSEHOLD-FILE
595844         GO TO 8930-EXIT
595845     END-IF
595846     DISPLAY "Please enter the date the member left "
595847             "(YYYYMMDD):"
595848     ACCEPT HH-NEW-DATE
595849     MOVE HH-NEW-DATE TO VERIFY-DATE
595850     PERFORM 9340-EDIT-SERVICE-DATE THRU 9340-EXIT
595851     IF NOT DATE-IS-VALID
595852             OR HH-NEW-DATE < HH-MBR-JOIN-DATE (HH-MBR-SUB)
595853         DISPLAY "That is not a valid leave date. The member "
595854                 "was not removed."
595855         CLOSE HOUSEHOLD-FILE
595856         GO TO 8930-EXIT
595857     END-IF
595858     MOVE HH-MBR-SUB TO HH-SUB
595859     PERFORM 8965-BUILD-HH-AUDIT-IMAGE THRU 8965-EXIT
595860     MOVE HH-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE-WS
595861     MOVE HH-NEW-DATE TO HH-MBR-LEAVE-DATE (HH-SUB)
595862     REWRITE HOUSEHOLD-RECORD
595863     CLOSE HOUSEHOLD-FILE
595864     PERFORM 8965-BUILD-HH-AUDIT-IMAGE THRU 8965-EXIT
595865     MOVE HH-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
595866     MOVE "HH-MBR-LEAVE" TO AUDIT-OPERATION-WS
595867     MOVE HH-NEW-ID TO AUDIT-RECORD-ID-WS
595868     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
595869     DISPLAY "The member has been removed from the household.".
595870 8930-EXIT.
595871     EXIT.
595872*
595873*****************************************************************
595874*    8935-CHANGE-HH-HEAD -- CHANGE THE HEAD OF HOUSEHOLD        *
595875*                 THE NEW HEAD MUST BE A CURRENT MEMBER OF THE  *
595876*                 HOUSEHOLD. THE NEW HEAD'S ENTRY BECOMES HD,   *
595877*                 AND A CURRENT ENTRY FOR THE OUTGOING HEAD     *
595878*                 TAKES THE RELATIONSHIP KEYED FOR IT. OTHER    *
595879*                 ENTRIES ARE NOT CHANGED. EACH CHANGED ENTRY   *
595880*                 IS AUDITED AS HH-HEAD-CHG.                    *
595881*****************************************************************
595882 8935-CHANGE-HH-HEAD.
595883     DISPLAY "Please enter the household ID:"
595884     ACCEPT HH-NEW-ID
595885     DISPLAY "Please enter the client ID of the new head of "
595886             "household:"
595887     ACCEPT HH-NEW-CLIENT-ID
595888     OPEN I-O HOUSEHOLD-FILE
595889     IF NOT HOUSEHOLD-FILE-OK
595890         DISPLAY "Household " HH-NEW-ID " is not on file."
595891         GO TO 8935-EXIT
595892     END-IF
595893     MOVE HH-NEW-ID TO HH-ID OF HOUSEHOLD-RECORD
595894     READ HOUSEHOLD-FILE
595895         INVALID KEY
595896             DISPLAY "Household " HH-NEW-ID " is not on file."
595897             CLOSE HOUSEHOLD-FILE
595898             GO TO 8935-EXIT
595899     END-READ
595900     IF HH-NEW-CLIENT-ID = HH-HEAD-CLIENT-ID
595901         DISPLAY "Client " HH-NEW-CLIENT-ID " is already the "
595902                 "head of household " HH-NEW-ID "."
595903         CLOSE HOUSEHOLD-FILE
595904         GO TO 8935-EXIT
595905     END-IF
595906     MOVE ZERO TO HH-MBR-SUB
595907     MOVE ZERO TO HH-HEAD-SUB
595908     MOVE 1 TO HH-SUB
595909     PERFORM UNTIL HH-SUB > HH-MEMBER-COUNT
595910         IF HH-MBR-LEAVE-DATE (HH-SUB) = ZERO
595911             IF HH-MBR-CLIENT-ID (HH-SUB) = HH-NEW-CLIENT-ID
595912                 MOVE HH-SUB TO HH-MBR-SUB
595913             END-IF
595914             IF HH-MBR-CLIENT-ID (HH-SUB) = HH-HEAD-CLIENT-ID
595915                 MOVE HH-SUB TO HH-HEAD-SUB
595916             END-IF
595917         END-IF
595918         ADD 1 TO HH-SUB
595919     END-PERFORM
595920     IF HH-MBR-SUB = ZERO
595921         DISPLAY "Client " HH-NEW-CLIENT-ID " is not a current "
595922                 "member of household " HH-NEW-ID "."
595923         CLOSE HOUSEHOLD-FILE
595924         GO TO 8935-EXIT
595925     END-IF
595926     IF HH-HEAD-SUB NOT = ZERO
595927         DISPLAY "Please enter the outgoing head's relationship "
595928                 "to the new head:"
595929         DISPLAY "  SP spouse/partner  CH child  PA parent  "
595930                 "SB sibling"
595931         DISPLAY "  GP grandparent  OR other relative  "
595932                 "NR not related"
595933         ACCEPT HH-NEW-RELATION
595934         IF NOT HH-RELATION-IS-VALID
595935                 OR HH-RELATION-IS-HEAD
595936             DISPLAY "That is not a valid relationship code. The "
595937                     "head was not changed."
595938             CLOSE HOUSEHOLD-FILE
595939             GO TO 8935-EXIT
595940         END-IF
595941         MOVE HH-HEAD-SUB TO HH-SUB
595942         PERFORM 8965-BUILD-HH-AUDIT-IMAGE THRU 8965-EXIT
595943         MOVE HH-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE-WS
595944         MOVE HH-NEW-RELATION TO HH-MBR-RELATION (HH-SUB)
595945         PERFORM 8965-BUILD-HH-AUDIT-IMAGE THRU 8965-EXIT
595946         MOVE HH-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
595947         MOVE "HH-HEAD-CHG" TO AUDIT-OPERATION-WS
595948         MOVE HH-NEW-ID TO AUDIT-RECORD-ID-WS
595949         PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
595950     END-IF
595951     MOVE HH-MBR-SUB TO HH-SUB
595952     PERFORM 8965-BUILD-HH-AUDIT-IMAGE THRU 8965-EXIT
595953     MOVE HH-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE-WS
595954     MOVE "HD" TO HH-MBR-RELATION (HH-SUB)
595955     MOVE HH-NEW-CLIENT-ID TO HH-HEAD-CLIENT-ID
595956     PERFORM 8965-BUILD-HH-AUDIT-IMAGE THRU 8965-EXIT
595957     MOVE HH-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
595958     MOVE "HH-HEAD-CHG" TO AUDIT-OPERATION-WS
595959     MOVE HH-NEW-ID TO AUDIT-RECORD-ID-WS
595960     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
595961     REWRITE HOUSEHOLD-RECORD
595962     CLOSE HOUSEHOLD-FILE
595963     DISPLAY "The head of household has been changed.".
595964 8935-EXIT.
595965     EXIT.
595966*
595967*****************************************************************
595968*    8940-LIST-HOUSEHOLD -- LIST ONE HOUSEHOLD                  *
595969*                 DISPLAYS THE HEAD AND EVERY MEMBER ENTRY,     *
595970*                 CURRENT AND PAST. A RESTRICTED MEMBER IS      *
595971*                 MASKED UNLESS THE OPERATOR IS CLEARED.        *
595972*****************************************************************
595973 8940-LIST-HOUSEHOLD.
595974     DISPLAY "Please enter the household ID to list:"
595975     ACCEPT HH-NEW-ID
595976     OPEN INPUT HOUSEHOLD-FILE
595977     IF NOT HOUSEHOLD-FILE-OK
595978         DISPLAY "No households are on file."
595979         GO TO 8940-EXIT
595980     END-IF
595981     MOVE HH-NEW-ID TO HH-ID OF HOUSEHOLD-RECORD
595982     READ HOUSEHOLD-FILE
595983         INVALID KEY
595984             DISPLAY "Household " HH-NEW-ID " is not on file."
595985             CLOSE HOUSEHOLD-FILE
595986             GO TO 8940-EXIT
595987     END-READ
595988     CLOSE HOUSEHOLD-FILE
595989     DISPLAY "Household: " HH-ID OF HOUSEHOLD-RECORD
595990             "  Head of Household: " HH-HEAD-CLIENT-ID
595991             "  Created: " HH-CREATED-DATE
595992     MOVE 1 TO HH-SUB
595993     PERFORM UNTIL HH-SUB > HH-MEMBER-COUNT
595994         MOVE HH-MBR-CLIENT-ID (HH-SUB) TO VERIFY-CLIENT-ID
595995         PERFORM 3300-CHECK-CLIENT-EXISTS THRU 3300-EXIT
595996         MOVE HH-MBR-CLIENT-ID (HH-SUB) TO CONF-CLIENT-ID
595997         MOVE VERIFY-CLIENT-RESTRICT TO CONF-CLIENT-FLAG
595998         MOVE "HH-LIST" TO CONF-FUNCTION
595999         PERFORM 9988-CHECK-CLIENT-ACCESS THRU 9988-EXIT
596000         IF NOT CONF-ACCESS-ALLOWED
596001             MOVE CONF-RESTRICTED-TEXT TO VERIFY-CLIENT-NAME
596002         END-IF
596003         DISPLAY "  Member: " HH-MBR-CLIENT-ID (HH-SUB) " "
596004                 VERIFY-CLIENT-NAME
596005         IF HH-MBR-LEAVE-DATE (HH-SUB) = ZERO
596006             DISPLAY "    Relationship: " HH-MBR-RELATION (HH-SUB)
596007                     "  Joined: " HH-MBR-JOIN-DATE (HH-SUB)
596008         ELSE
596009             DISPLAY "    Relationship: " HH-MBR-RELATION (HH-SUB)
596010                     "  Joined: " HH-MBR-JOIN-DATE (HH-SUB)
596011                     "  Left: " HH-MBR-LEAVE-DATE (HH-SUB)
596012         END-IF
596013         ADD 1 TO HH-SUB
596014     END-PERFORM.
596015 8940-EXIT.
596016     EXIT.
596017*
596018*****************************************************************
596019*    8950-FIND-HOUSEHOLD -- DOES THE HOUSEHOLD EXIST            *
596020*                 HH-NEW-ID IN; HH-WAS-FOUND OUT.               *
596021*****************************************************************
596022 8950-FIND-HOUSEHOLD.
596023     MOVE 'N' TO HH-FOUND-SW
596024     OPEN INPUT HOUSEHOLD-FILE
596025     IF HOUSEHOLD-FILE-OK
596026         MOVE HH-NEW-ID TO HH-ID OF HOUSEHOLD-RECORD
596027         READ HOUSEHOLD-FILE
596028             INVALID KEY
596029                 CONTINUE
596030             NOT INVALID KEY
596031                 SET HH-WAS-FOUND TO TRUE
596032         END-READ
596033         CLOSE HOUSEHOLD-FILE
596034     END-IF.
596035 8950-EXIT.
596036     EXIT.
596037*
596038*****************************************************************
596039*    8955-FIND-CLIENT-HOUSEHOLD -- CLIENT'S CURRENT HOUSEHOLD   *
596040*                 HH-NEW-CLIENT-ID IN; HH-CLIENT-IS-MEMBER AND  *
596041*                 HH-CLIENT-HH-ID OUT. READS EVERY HOUSEHOLD    *
596042*                 FOR A MEMBER ENTRY WITH NO LEAVE DATE.        *
596043*****************************************************************
596044 8955-FIND-CLIENT-HOUSEHOLD.
596045     MOVE 'N' TO HH-MEMBER-SW
596046     MOVE ZERO TO HH-CLIENT-HH-ID
596047     OPEN INPUT HOUSEHOLD-FILE
596048     IF NOT HOUSEHOLD-FILE-OK
596049         GO TO 8955-EXIT
596050     END-IF
596051     MOVE 'N' TO HH-EOF-SW
596052     READ HOUSEHOLD-FILE NEXT RECORD
596053         AT END SET HH-EOF-REACHED TO TRUE
596054     END-READ
596055     PERFORM UNTIL HH-EOF-REACHED
596056         MOVE 1 TO HH-SCAN-SUB
596057         PERFORM UNTIL HH-SCAN-SUB > HH-MEMBER-COUNT
596058             IF HH-MBR-CLIENT-ID (HH-SCAN-SUB) = HH-NEW-CLIENT-ID
596059                     AND HH-MBR-LEAVE-DATE (HH-SCAN-SUB) = ZERO
596060                 MOVE 'Y' TO HH-MEMBER-SW
596061                 MOVE HH-ID OF HOUSEHOLD-RECORD TO HH-CLIENT-HH-ID
596062             END-IF
596063             ADD 1 TO HH-SCAN-SUB
596064         END-PERFORM
596065         IF HH-CLIENT-IS-MEMBER
596066             SET HH-EOF-REACHED TO TRUE
596067         ELSE
596068             READ HOUSEHOLD-FILE NEXT RECORD
596069                 AT END SET HH-EOF-REACHED TO TRUE
596070             END-READ
596071         END-IF
596072     END-PERFORM
596073     CLOSE HOUSEHOLD-FILE.
596074 8955-EXIT.
596075     EXIT.
596076*
596077*****************************************************************
596078*    8960-OPEN-HH-FOR-ADD -- OPEN HOUSEHOLDS FOR UPDATE         *
596079*                 CREATES HOUSEHLD.DAT ON FIRST USE.            *
596080*****************************************************************
596081 8960-OPEN-HH-FOR-ADD.
596082     OPEN I-O HOUSEHOLD-FILE
596083     IF HOUSEHOLD-FILE-NOT-FOUND
596084         OPEN OUTPUT HOUSEHOLD-FILE
596085     END-IF.
596086 8960-EXIT.
596087     EXIT.
596088*
596089*****************************************************************
596090*    8965-BUILD-HH-AUDIT-IMAGE -- HOUSEHOLD AUDIT IMAGE         *
596091*                 HOUSEHOLD-RECORD AND HH-SUB IN; HH-AUDIT-     *
596092*                 IMAGE OUT FOR ONE MEMBER ENTRY.               *
596093*****************************************************************
596094 8965-BUILD-HH-AUDIT-IMAGE.
596095     MOVE HH-ID OF HOUSEHOLD-RECORD TO HH-AUDIT-HH-ID
596096     MOVE HH-MBR-CLIENT-ID (HH-SUB) TO HH-AUDIT-CLIENT-ID
596097     MOVE HH-MBR-RELATION (HH-SUB) TO HH-AUDIT-RELATION
596098     MOVE HH-MBR-JOIN-DATE (HH-SUB) TO HH-AUDIT-JOIN-DATE
596099     MOVE HH-MBR-LEAVE-DATE (HH-SUB) TO HH-AUDIT-LEAVE-DATE.
596100 8965-EXIT.
596101     EXIT.
596102*
596103*****************************************************************
596104*    9000-BATCH-INTAKE -- DRIVE CREATE-CLIENT/CASE/SERVICE      *
596105*                 FROM AN UPSTREAM TRANSACTION FILE. EACH       *
596106*                 TRANSACTION IS VALIDATED AND WRITTEN THE      *
596200*                 SAME WAY AS THE LIVE MENU OPTIONS, AND AN     *
596300*                 ACCEPTED/REJECTED COUNT IS WRITTEN TO THE     *
596400*                 REPORT FILE WHEN THE RUN COMPLETES.           *
604000     END-READ.
604100 9100-EXIT.
604200     EXIT.
604201*
604202*****************************************************************
604203*    9200-MAINTAIN-APPOINTMENTS -- BOOK AND RESOLVE VISITS      *
604204*                 BOOK A NEW APPOINTMENT ON AN OPEN CASE, OR    *
604205*                 RECORD AN EXISTING ONE AS KEPT, NO-SHOW, OR   *
604206*                 CANCELLED. EVERY CHANGE IS AUDITED.           *
604207*****************************************************************
604208 9200-MAINTAIN-APPOINTMENTS.
604209     DISPLAY "----------------------------------------"
604210     DISPLAY "Appointment Maintenance"
604211     DISPLAY "1. Book an appointment"
604212     DISPLAY "2. Record an appointment as kept"
604213     DISPLAY "3. Record an appointment as a no-show"
604214     DISPLAY "4. Cancel an appointment"
604215     DISPLAY "5. Return to the main menu"
604216     DISPLAY "Please enter your selection (1-5):"
604217     ACCEPT MAINT-APPT-CHOICE
604218     EVALUATE MAINT-APPT-CHOICE
604219         WHEN 1 PERFORM 9210-BOOK-APPOINTMENT THRU 9210-EXIT
604220         WHEN 2 PERFORM 9220-RECORD-KEPT THRU 9220-EXIT
604221         WHEN 3 PERFORM 9230-RECORD-NO-SHOW THRU 9230-EXIT
604222         WHEN 4 PERFORM 9240-CANCEL-APPOINTMENT THRU 9240-EXIT
604223         WHEN 5 CONTINUE
604224         WHEN OTHER
604225             DISPLAY "Invalid selection. Please choose a "
604226                     "number between 1 and 5."
604227     END-EVALUATE.
604228 9200-EXIT.
604229     EXIT.
604230*
604231*****************************************************************
604232*    9210-BOOK-APPOINTMENT -- SCHEDULE A VISIT ON AN OPEN CASE  *
604233*                 THE CASEWORKER MUST BE ON THE ACTIVE ROSTER,  *
604234*                 THE SERVICE TYPE ON THE ACTIVE SERVICE-TYPE   *
604235*                 TABLE, AND THE WORKER FREE FOR THE WHOLE      *
604236*                 SLOT.                                         *
604237*****************************************************************
604238 9210-BOOK-APPOINTMENT.
604239     DISPLAY "Please enter the case ID for the appointment:"
604240     ACCEPT APPT-NEW-CASE-ID
604241     OPEN INPUT CASE-FILE
604242     IF NOT CASE-FILE-OK
604243         DISPLAY "Case Not Found."
604244         GO TO 9210-EXIT
604245     END-IF
604246     MOVE APPT-NEW-CASE-ID TO CASE-ID OF CASE-RECORD
604247     READ CASE-FILE
604248         INVALID KEY
604249             DISPLAY "Case Not Found."
604250             CLOSE CASE-FILE
604251             GO TO 9210-EXIT
604252     END-READ
604253     MOVE CLIENT-ID OF CASE-RECORD TO APPT-NEW-CLIENT-ID
604254     MOVE CASEWORKER-ID OF CASE-RECORD TO APPT-CASE-WORKER-ID
604255     CLOSE CASE-FILE
604256     IF NOT CASE-IS-OPEN
604257         DISPLAY "Appointments may only be booked on an open "
604258                 "case."
604259         GO TO 9210-EXIT
604260     END-IF
604261     DISPLAY "Please enter the caseworker ID, or zero for the "
604262             "case's caseworker " APPT-CASE-WORKER-ID ":"
604263     ACCEPT NEW-CASE-WORKER-ID
604264     IF NEW-CASE-WORKER-ID = ZERO
604265         MOVE APPT-CASE-WORKER-ID TO NEW-CASE-WORKER-ID
604266     END-IF
604267     PERFORM 4020-LOOKUP-CASEWORKER THRU 4020-EXIT
604268     IF NOT CASEWORKER-IS-VALID
604269         DISPLAY "Caseworker ID is not on the active "
604270                 "roster."
604271         GO TO 9210-EXIT
604272     END-IF
604273     ACCEPT APPT-TODAY FROM DATE YYYYMMDD
604274     DISPLAY "Please enter the appointment date (YYYYMMDD):"
604275     ACCEPT APPT-NEW-DATE
604276     MOVE APPT-NEW-DATE TO VERIFY-DATE
604277     PERFORM 9340-EDIT-SERVICE-DATE THRU 9340-EXIT
604278     IF NOT DATE-IS-VALID
604279         DISPLAY "That is not a valid date. The appointment "
604280                 "was not booked."
604281         GO TO 9210-EXIT
604282     END-IF
604283     IF APPT-NEW-DATE < APPT-TODAY
604284         DISPLAY "An appointment cannot be booked for a past "
604285                 "date."
604286         GO TO 9210-EXIT
604287     END-IF
604288     DISPLAY "Please enter the start time (HHMM, 24-hour):"
604289     ACCEPT APPT-NEW-TIME
604290     MOVE APPT-NEW-TIME TO APPT-TIME-WS
604291     IF APPT-TIME-WS NOT NUMERIC
604292             OR APPT-TIME-HOUR > 23
604293             OR APPT-TIME-MINUTE > 59
604294         DISPLAY "That is not a valid time. The appointment "
604295                 "was not booked."
604296         GO TO 9210-EXIT
604297     END-IF
604298     DISPLAY "Please enter the length in minutes (zero for 60):"
604299     ACCEPT APPT-NEW-DURATION
604300     IF APPT-NEW-DURATION = ZERO
604301         MOVE 60 TO APPT-NEW-DURATION
604302     END-IF
604303     COMPUTE APPT-NEW-START-MIN =
604304         APPT-TIME-HOUR * 60 + APPT-TIME-MINUTE
604305     COMPUTE APPT-NEW-END-MIN =
604306         APPT-NEW-START-MIN + APPT-NEW-DURATION
604307     IF APPT-NEW-END-MIN > 1440
604308         DISPLAY "An appointment must end by midnight. The "
604309                 "appointment was not booked."
604310         GO TO 9210-EXIT
604311     END-IF
604312     DISPLAY "Please enter the service-type code:"
604313     ACCEPT NEW-SERVICE-TYPE
604314     PERFORM 5150-LOOKUP-SERVICE-TYPE THRU 5150-EXIT
604315     IF NOT SERVICE-TYPE-IS-VALID
604316         DISPLAY "Service type " NEW-SERVICE-TYPE
604317                 " is not on the active service-type table."
604318         GO TO 9210-EXIT
604319     END-IF
604320     DISPLAY "Please enter the location:"
604321     ACCEPT APPT-NEW-LOCATION
604322     DISPLAY "Please enter a unique ID for the appointment:"
604323     ACCEPT APPT-NEW-ID
604324     PERFORM 9290-OPEN-APPT-FOR-ADD THRU 9290-EXIT
604325     MOVE APPT-NEW-ID TO APPT-ID
604326     READ APPOINTMENT-FILE
604327         INVALID KEY
604328             CONTINUE
604329         NOT INVALID KEY
604330             DISPLAY "Appointment ID already exists."
604331             CLOSE APPOINTMENT-FILE
604332             GO TO 9210-EXIT
604333     END-READ
604334     PERFORM 9215-CHECK-WORKER-SLOT THRU 9215-EXIT
604335     IF APPT-SLOT-TAKEN
604336         DISPLAY "Caseworker " NEW-CASE-WORKER-ID " is already "
604337                 "booked at " APPT-CONFLICT-TIME " on "
604338                 APPT-NEW-DATE " (appointment " APPT-CONFLICT-ID
604339                 "). The appointment was not booked."
604340         CLOSE APPOINTMENT-FILE
604341         GO TO 9210-EXIT
604342     END-IF
604343     MOVE APPT-NEW-ID TO APPT-ID
604344     MOVE NEW-CASE-WORKER-ID TO CASEWORKER-ID OF APPT-RECORD
604345     MOVE APPT-NEW-DATE TO APPT-DATE
604346     MOVE APPT-NEW-TIME TO APPT-TIME
604347     MOVE APPT-NEW-CASE-ID TO CASE-ID OF APPT-RECORD
604348     MOVE APPT-NEW-CLIENT-ID TO CLIENT-ID OF APPT-RECORD
604349     MOVE APPT-NEW-DURATION TO APPT-DURATION
604350     MOVE LOOKUP-SVC-TYPE-CODE TO APPT-SVC-TYPE
604351     MOVE APPT-NEW-LOCATION TO APPT-LOCATION
604352     SET APPT-IS-SCHEDULED TO TRUE
604353     MOVE APPT-TODAY TO APPT-STATUS-DATE
604354     MOVE SIGNED-ON-OPERATOR-ID TO APPT-BOOKED-BY
604355     MOVE APPT-TODAY TO APPT-BOOKED-DATE
604356     MOVE ZERO TO APPT-SERVICE-ID
604357     MOVE ZERO TO APPT-NOTE-ID
604358     WRITE APPT-RECORD
604359     CLOSE APPOINTMENT-FILE
604360     PERFORM 9249-BUILD-APPT-AUDIT-IMAGE THRU 9249-EXIT
604361     MOVE SPACES TO AUDIT-BEFORE-IMAGE-WS
604362     MOVE APPT-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
604363     MOVE "APPT-BOOK" TO AUDIT-OPERATION-WS
604364     MOVE APPT-NEW-ID TO AUDIT-RECORD-ID-WS
604365     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
604366     DISPLAY "Appointment " APPT-NEW-ID " has been booked with "
604367             NEW-CASE-WORKER-NAME.
604368 9210-EXIT.
604369     EXIT.
604370*
604371*****************************************************************
604372*    9215-CHECK-WORKER-SLOT -- DOUBLE-BOOKING CHECK             *
604373*                 APPOINTMENT-FILE IS OPEN I-O. WALKS THE       *
604374*                 WORKER- SLOT KEY THROUGH THE WORKER'S         *
604375*                 APPOINTMENTS FOR APPT-NEW-DATE AND SETS       *
604376*                 APPT-SLOT-TAKEN WHEN ANY ONE NOT CANCELLED    *
604377*                 OVERLAPS THE NEW START/END MINUTES.           *
604378*****************************************************************
604379 9215-CHECK-WORKER-SLOT.
604380     MOVE 'N' TO APPT-CONFLICT-SW
604381     MOVE 'N' TO APPT-EOF-SW
604382     MOVE NEW-CASE-WORKER-ID TO CASEWORKER-ID OF APPT-RECORD
604383     MOVE APPT-NEW-DATE TO APPT-DATE
604384     MOVE ZERO TO APPT-TIME
604385     START APPOINTMENT-FILE KEY IS NOT LESS THAN
604386             APPT-WORKER-SLOT OF APPT-RECORD
604387         INVALID KEY SET APPT-EOF-REACHED TO TRUE
604388     END-START
604389     IF NOT APPT-EOF-REACHED
604390         READ APPOINTMENT-FILE NEXT RECORD
604391             AT END SET APPT-EOF-REACHED TO TRUE
604392         END-READ
604393     END-IF
604394     PERFORM UNTIL APPT-EOF-REACHED
604395         IF CASEWORKER-ID OF APPT-RECORD NOT = NEW-CASE-WORKER-ID
604396                 OR APPT-DATE NOT = APPT-NEW-DATE
604397             SET APPT-EOF-REACHED TO TRUE
604398         ELSE
604399             IF NOT APPT-IS-CANCELLED
604400                 MOVE APPT-TIME TO APPT-TIME-WS
604401                 COMPUTE APPT-SCAN-START-MIN =
604402                     APPT-TIME-HOUR * 60 + APPT-TIME-MINUTE
604403                 COMPUTE APPT-SCAN-END-MIN =
604404                     APPT-SCAN-START-MIN + APPT-DURATION
604405                 IF APPT-NEW-START-MIN < APPT-SCAN-END-MIN
604406                         AND APPT-SCAN-START-MIN
604407                             < APPT-NEW-END-MIN
604408                     MOVE APPT-ID TO APPT-CONFLICT-ID
604409                     MOVE APPT-TIME TO APPT-CONFLICT-TIME
604410                     SET APPT-SLOT-TAKEN TO TRUE
604411                     SET APPT-EOF-REACHED TO TRUE
604412                 END-IF
604413             END-IF
604414             IF NOT APPT-EOF-REACHED
604415                 READ APPOINTMENT-FILE NEXT RECORD
604416                     AT END SET APPT-EOF-REACHED TO TRUE
604417                 END-READ
604418             END-IF
604419         END-IF
604420     END-PERFORM.
604421 9215-EXIT.
604422     EXIT.
604423*
604424*****************************************************************
604425*    9220-RECORD-KEPT -- POST THE VISIT AS A SERVICE            *
604426*                 THE SERVICE GOES THROUGH 5200-ADD-SERVICE-    *
604427*                 RECORD, SO IT MUST PASS THE SAME CLIENT,      *
604428*                 ELIGIBILITY, SERVICE-TYPE AND AUTHORIZATION   *
604429*                 EDITS AS A KEYED SERVICE. THE APPOINTMENT     *
604430*                 STAYS SCHEDULED IF THE SERVICE IS REJECTED.   *
604431*****************************************************************
604432 9220-RECORD-KEPT.
604433     PERFORM 9245-FETCH-APPOINTMENT THRU 9245-EXIT
604434     IF NOT APPT-WAS-FOUND
604435         GO TO 9220-EXIT
604436     END-IF
604437     IF APPT-DATE > APPT-TODAY
604438         DISPLAY "An appointment cannot be recorded as kept "
604439                 "before its date."
604440         CLOSE APPOINTMENT-FILE
604441         GO TO 9220-EXIT
604442     END-IF
604443     MOVE CLIENT-ID OF APPT-RECORD TO NEW-SERVICE-CLIENT-ID
604444     MOVE APPT-DATE TO NEW-SERVICE-DATE
604445     MOVE APPT-SVC-TYPE TO NEW-SERVICE-TYPE
604446     MOVE APPT-ID TO APPT-DESC-APPT-ID
604447     MOVE APPT-LOCATION TO APPT-DESC-LOCATION
604448     MOVE APPT-SVC-DESC-WS TO NEW-SERVICE-DESCRIPTION
604449     DISPLAY "Please enter a unique ID for the service:"
604450     ACCEPT NEW-SERVICE-ID
604451     PERFORM 5200-ADD-SERVICE-RECORD THRU 5200-EXIT
604452     IF NOT ADD-ACCEPTED
604453         DISPLAY "The appointment stays scheduled."
604454         CLOSE APPOINTMENT-FILE
604455         GO TO 9220-EXIT
604456     END-IF
604457     MOVE 'K' TO APPT-NEW-STATUS
604458     MOVE NEW-SERVICE-ID TO APPT-LINK-ID
604459     MOVE "APPT-KEPT" TO AUDIT-OPERATION-WS
604460     PERFORM 9247-SET-APPT-STATUS THRU 9247-EXIT
604461     DISPLAY "Appointment " APPT-SEARCH-ID " has been recorded "
604462             "as kept.".
604463 9220-EXIT.
604464     EXIT.
604465*
604466*****************************************************************
604467*    9230-RECORD-NO-SHOW -- THE CLIENT DID NOT COME             *
604468*                 WRITES A CASE NOTE ON THE APPOINTMENT'S CASE  *
604469*                 UNDER THE APPOINTMENT'S CASEWORKER. A CASE    *
604470*                 CLOSED SINCE THE BOOKING TAKES NO NOTE.       *
604471*****************************************************************
604472 9230-RECORD-NO-SHOW.
604473     PERFORM 9245-FETCH-APPOINTMENT THRU 9245-EXIT
604474     IF NOT APPT-WAS-FOUND
604475         GO TO 9230-EXIT
604476     END-IF
604477     IF APPT-DATE > APPT-TODAY
604478         DISPLAY "An appointment cannot be recorded as a "
604479                 "no-show before its date."
604480         CLOSE APPOINTMENT-FILE
604481         GO TO 9230-EXIT
604482     END-IF
604483     MOVE ZERO TO APPT-LINK-ID
604484     PERFORM 9235-WRITE-NO-SHOW-NOTE THRU 9235-EXIT
604485     IF DUPLICATE-ID-FOUND
604486         DISPLAY "The appointment stays scheduled."
604487         CLOSE APPOINTMENT-FILE
604488         GO TO 9230-EXIT
604489     END-IF
604490     MOVE 'N' TO APPT-NEW-STATUS
604491     MOVE "APPT-NOSHOW" TO AUDIT-OPERATION-WS
604492     PERFORM 9247-SET-APPT-STATUS THRU 9247-EXIT
604493     DISPLAY "Appointment " APPT-SEARCH-ID " has been recorded "
604494             "as a no-show.".
604495 9230-EXIT.
604496     EXIT.
604497*
604498*****************************************************************
604499*    9235-WRITE-NO-SHOW-NOTE -- APPT-RECORD HOLDS THE NO-SHOW.  *
604500*                 ON SUCCESS APPT-LINK-ID CARRIES THE NOTE ID.  *
604501*****************************************************************
604502 9235-WRITE-NO-SHOW-NOTE.
604503     MOVE 'N' TO DUPLICATE-ID-SW
604504     MOVE CASE-ID OF APPT-RECORD TO NEW-NOTE-CASE-ID
604505     PERFORM 7710-FETCH-NOTE-CASE THRU 7710-EXIT
604506     IF NOT NOTE-CASE-IS-OPEN
604507         DISPLAY "Case " NEW-NOTE-CASE-ID " is no longer open. "
604508                 "No case note was added."
604509         GO TO 9235-EXIT
604510     END-IF
604511     DISPLAY "Please enter a unique ID for the no-show case "
604512             "note:"
604513     ACCEPT NEW-NOTE-ID
604514     PERFORM 7720-CHECK-NOTE-DUPLICATE THRU 7720-EXIT
604515     IF DUPLICATE-ID-FOUND
604516         DISPLAY "Note ID already exists."
604517         GO TO 9235-EXIT
604518     END-IF
604519     MOVE APPT-ID TO APPT-NOTE-APPT-ID
604520     MOVE APPT-DATE TO APPT-NOTE-DATE
604521     MOVE APPT-TIME TO APPT-NOTE-TIME
604522     MOVE APPT-SVC-TYPE TO APPT-NOTE-SVC-TYPE
604523     MOVE APPT-LOCATION TO APPT-NOTE-LOCATION
604524     MOVE NEW-NOTE-ID TO CASE-NOTE-ID
604525     MOVE NEW-NOTE-CASE-ID TO CASE-ID OF CASE-NOTE-RECORD
604526     MOVE APPT-TODAY TO CASE-NOTE-DATE
604527     MOVE CASEWORKER-ID OF APPT-RECORD TO CASE-NOTE-AUTHOR-ID
604528     MOVE APPT-NOTE-TEXT-WS TO CASE-NOTE-TEXT
604529     PERFORM 7730-OPEN-NOTE-FOR-ADD THRU 7730-EXIT
604530     WRITE CASE-NOTE-RECORD
604531     CLOSE CASE-NOTE-FILE
604532     MOVE "NOTE-ADD" TO AUDIT-OPERATION-WS
604533     MOVE NEW-NOTE-ID TO AUDIT-RECORD-ID-WS
604534     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
604535     MOVE NEW-NOTE-ID TO APPT-LINK-ID
604536     DISPLAY "Case note " NEW-NOTE-ID " has been added to case "
604537             NEW-NOTE-CASE-ID ".".
604538 9235-EXIT.
604539     EXIT.
604540*
604541*****************************************************************
604542*    9240-CANCEL-APPOINTMENT -- CANCEL A BOOKING                *
604543*                 A SCHEDULED APPOINTMENT IS MARKED CANCELLED.  *
604544*                 NOTHING IS POSTED. AUDITED AS APPT-CANCEL.    *
604545*****************************************************************
604546 9240-CANCEL-APPOINTMENT.
604547     PERFORM 9245-FETCH-APPOINTMENT THRU 9245-EXIT
604548     IF NOT APPT-WAS-FOUND
604549         GO TO 9240-EXIT
604550     END-IF
604551     MOVE 'X' TO APPT-NEW-STATUS
604552     MOVE ZERO TO APPT-LINK-ID
604553     MOVE "APPT-CANCEL" TO AUDIT-OPERATION-WS
604554     PERFORM 9247-SET-APPT-STATUS THRU 9247-EXIT
604555     DISPLAY "Appointment " APPT-SEARCH-ID " has been "
604556             "cancelled.".
604557 9240-EXIT.
604558     EXIT.
604559*
604560*****************************************************************
604561*    9245-FETCH-APPOINTMENT -- READ A SCHEDULED APPOINTMENT     *
604562*                 ACCEPTS THE ID INTO APPT-SEARCH-ID. ON        *
604563*                 SUCCESS APPOINTMENT-FILE IS LEFT OPEN I-O     *
604564*                 WITH THE RECORD READ FOR 9247 TO REWRITE; THE *
604565*                 CALLER CLOSES IT. ONLY A SCHEDULED            *
604566*                 APPOINTMENT MAY BE RESOLVED.                  *
604567*****************************************************************
604568 9245-FETCH-APPOINTMENT.
604569     MOVE 'N' TO APPT-FOUND-SW
604570     ACCEPT APPT-TODAY FROM DATE YYYYMMDD
604571     DISPLAY "Please enter the appointment ID:"
604572     ACCEPT APPT-SEARCH-ID
604573     OPEN I-O APPOINTMENT-FILE
604574     IF NOT APPOINTMENT-FILE-OK
604575         DISPLAY "Appointment Not Found."
604576         GO TO 9245-EXIT
604577     END-IF
604578     MOVE APPT-SEARCH-ID TO APPT-ID
604579     READ APPOINTMENT-FILE
604580         INVALID KEY
604581             DISPLAY "Appointment Not Found."
604582             CLOSE APPOINTMENT-FILE
604583             GO TO 9245-EXIT
604584     END-READ
604585     IF NOT APPT-IS-SCHEDULED
604586         DISPLAY "Appointment " APPT-SEARCH-ID " is no longer "
604587                 "scheduled (status " APPT-STATUS ")."
604588         CLOSE APPOINTMENT-FILE
604589         GO TO 9245-EXIT
604590     END-IF
604591     DISPLAY "Appointment " APPT-ID "  Case "
604592             CASE-ID OF APPT-RECORD "  Client "
604593             CLIENT-ID OF APPT-RECORD
604594     DISPLAY "    " APPT-DATE " at " APPT-TIME "  Caseworker "
604595             CASEWORKER-ID OF APPT-RECORD "  Type " APPT-SVC-TYPE
604596     MOVE 'Y' TO APPT-FOUND-SW.
604597 9245-EXIT.
604598     EXIT.
604599*
604600*****************************************************************
604601*    9247-SET-APPT-STATUS -- REWRITE AND AUDIT THE APPOINTMENT  *
604602*                 READ BY 9245 WITH APPT-NEW-STATUS, LINKING    *
604603*                 THE SERVICE OR NOTE ID IN APPT-LINK-ID.       *
604604*                 CALLERS SET AUDIT-OPERATION-WS. CLOSES        *
604605*                 APPOINTMENT-FILE.                             *
604606*****************************************************************
604607 9247-SET-APPT-STATUS.
604608     PERFORM 9249-BUILD-APPT-AUDIT-IMAGE THRU 9249-EXIT
604609     MOVE APPT-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE-WS
604610     MOVE APPT-NEW-STATUS TO APPT-STATUS
604611     MOVE APPT-TODAY TO APPT-STATUS-DATE
604612     IF APPT-IS-KEPT
604613         MOVE APPT-LINK-ID TO APPT-SERVICE-ID
604614     END-IF
604615     IF APPT-IS-NO-SHOW
604616         MOVE APPT-LINK-ID TO APPT-NOTE-ID
604617     END-IF
604618     REWRITE APPT-RECORD
604619     CLOSE APPOINTMENT-FILE
604620     PERFORM 9249-BUILD-APPT-AUDIT-IMAGE THRU 9249-EXIT
604621     MOVE APPT-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
604622     MOVE APPT-SEARCH-ID TO AUDIT-RECORD-ID-WS
604623     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT.
604624 9247-EXIT.
604625     EXIT.
604626*
604627*****************************************************************
604628*    9249-BUILD-APPT-AUDIT-IMAGE -- APPOINTMENT AUDIT IMAGE     *
604629*                 APPT-RECORD IN; APPT-AUDIT-IMAGE OUT.         *
604630*****************************************************************
604631 9249-BUILD-APPT-AUDIT-IMAGE.
604632     MOVE CASE-ID OF APPT-RECORD TO APPT-AUDIT-CASE-ID
604633     MOVE CASEWORKER-ID OF APPT-RECORD TO APPT-AUDIT-WORKER-ID
604634     MOVE APPT-DATE TO APPT-AUDIT-DATE
604635     MOVE APPT-TIME TO APPT-AUDIT-TIME
604636     MOVE APPT-SVC-TYPE TO APPT-AUDIT-SVC-TYPE
604637     MOVE APPT-STATUS TO APPT-AUDIT-STATUS
604638     MOVE APPT-SERVICE-ID TO APPT-AUDIT-SERVICE-ID
604639     MOVE APPT-NOTE-ID TO APPT-AUDIT-NOTE-ID.
604640 9249-EXIT.
604641     EXIT.
604642*
604643*****************************************************************
604644*    9250-DAILY-SCHEDULE -- ONE DAY'S APPOINTMENTS PER WORKER   *
604645*                 WALKS THE ROSTER THE WAY THE WORKLOAD REPORT  *
604646*                 DOES AND LISTS EACH WORKER'S APPOINTMENTS FOR *
604647*                 THE DAY IN START-TIME ORDER. CANCELLED        *
604648*                 APPOINTMENTS ARE LEFT OFF. AN INACTIVE WORKER *
604649*                 IS LISTED ONLY IF STILL BOOKED THAT DAY.      *
604650*****************************************************************
604651 9250-DAILY-SCHEDULE.
604652     DISPLAY "Please enter the schedule date (YYYYMMDD), or "
604653             "zero for today:"
604654     ACCEPT APPT-SCHED-DATE
604655     IF APPT-SCHED-DATE = ZERO
604656         ACCEPT APPT-SCHED-DATE FROM DATE YYYYMMDD
604657     END-IF
604658     MOVE APPT-SCHED-DATE TO VERIFY-DATE
604659     PERFORM 9340-EDIT-SERVICE-DATE THRU 9340-EXIT
604660     IF NOT DATE-IS-VALID
604661         DISPLAY "That is not a valid date."
604662         GO TO 9250-EXIT
604663     END-IF
604664     OPEN INPUT APPOINTMENT-FILE
604665     IF NOT APPOINTMENT-FILE-OK
604666         DISPLAY "No appointments are on file."
604667         GO TO 9250-EXIT
604668     END-IF
604669     OPEN INPUT CASEWORKER-FILE
604670     IF NOT CASEWORKER-FILE-OK
604671         DISPLAY "No caseworker roster is on file."
604672         CLOSE APPOINTMENT-FILE
604673         GO TO 9250-EXIT
604674     END-IF
604675     MOVE ZERO TO APPT-SCHED-TOTAL
604676     OPEN OUTPUT SCHEDULE-REPORT-FILE
604677     MOVE RPT-SCHED-HEADING-1 TO SCHEDULE-REPORT-RECORD
604678     WRITE SCHEDULE-REPORT-RECORD
604679     MOVE RPT-HEADING-2 TO SCHEDULE-REPORT-RECORD
604680     WRITE SCHEDULE-REPORT-RECORD
604681     MOVE APPT-SCHED-DATE TO RPT-SCHED-DATE
604682     MOVE RPT-SCHED-PARM-LINE TO SCHEDULE-REPORT-RECORD
604683     WRITE SCHEDULE-REPORT-RECORD
604684     MOVE SPACES TO SCHEDULE-REPORT-RECORD
604685     WRITE SCHEDULE-REPORT-RECORD
604686     MOVE 'N' TO CASEWORKER-EOF-SW
604687     READ CASEWORKER-FILE
604688         AT END SET CASEWORKER-EOF-REACHED TO TRUE
604689     END-READ
604690     PERFORM 9255-SCHEDULE-FOR-WORKER THRU 9255-EXIT
604691         UNTIL CASEWORKER-EOF-REACHED
604692     MOVE APPT-SCHED-TOTAL TO RPT-SCHED-TOTAL
604693     MOVE RPT-SCHED-TOTAL-LINE TO SCHEDULE-REPORT-RECORD
604694     WRITE SCHEDULE-REPORT-RECORD
604695     CLOSE SCHEDULE-REPORT-FILE
604696     CLOSE CASEWORKER-FILE
604697     CLOSE APPOINTMENT-FILE
604698     DISPLAY "The daily schedule has been generated. "
604699             "Appointments: " APPT-SCHED-TOTAL.
604700 9250-EXIT.
604701     EXIT.
604702*
604703*****************************************************************
604704*    9255-SCHEDULE-FOR-WORKER -- ONE WORKER'S DAY               *
604705*                 WALKS THE WORKER-SLOT KEY FROM THE START OF   *
604706*                 APPT-SCHED-DATE AND PRINTS EACH APPOINTMENT   *
604707*                 THAT DAY, OR A NONE LINE.                     *
604708*****************************************************************
604709 9255-SCHEDULE-FOR-WORKER.
604710     MOVE ZERO TO APPT-WORKER-COUNT
604711     MOVE CASEWORKER-ID OF CASEWORKER-RECORD
604712         TO RPT-SCHED-WORKER-ID
604713     MOVE CASEWORKER-NAME TO RPT-SCHED-WORKER-NAME
604714     MOVE 'N' TO APPT-EOF-SW
604715     MOVE CASEWORKER-ID OF CASEWORKER-RECORD
604716         TO CASEWORKER-ID OF APPT-RECORD
604717     MOVE APPT-SCHED-DATE TO APPT-DATE
604718     MOVE ZERO TO APPT-TIME
604719     START APPOINTMENT-FILE KEY IS NOT LESS THAN
604720             APPT-WORKER-SLOT OF APPT-RECORD
604721         INVALID KEY SET APPT-EOF-REACHED TO TRUE
604722     END-START
604723     IF NOT APPT-EOF-REACHED
604724         READ APPOINTMENT-FILE NEXT RECORD
604725             AT END SET APPT-EOF-REACHED TO TRUE
604726         END-READ
604727     END-IF
604728     PERFORM UNTIL APPT-EOF-REACHED
604729         IF CASEWORKER-ID OF APPT-RECORD NOT =
604730                 CASEWORKER-ID OF CASEWORKER-RECORD
604731                 OR APPT-DATE NOT = APPT-SCHED-DATE
604732             SET APPT-EOF-REACHED TO TRUE
604733         ELSE
604734             IF NOT APPT-IS-CANCELLED
604735                 IF APPT-WORKER-COUNT = ZERO
604736                     MOVE RPT-SCHED-WORKER-LINE
604737                         TO SCHEDULE-REPORT-RECORD
604738                     WRITE SCHEDULE-REPORT-RECORD
604739                 END-IF
604740                 PERFORM 9257-WRITE-SCHEDULE-LINE THRU 9257-EXIT
604741             END-IF
604742             READ APPOINTMENT-FILE NEXT RECORD
604743                 AT END SET APPT-EOF-REACHED TO TRUE
604744             END-READ
604745         END-IF
604746     END-PERFORM
604747     IF APPT-WORKER-COUNT = ZERO
604748         IF CASEWORKER-IS-ACTIVE
604749             MOVE RPT-SCHED-WORKER-LINE TO SCHEDULE-REPORT-RECORD
604750             WRITE SCHEDULE-REPORT-RECORD
604751             MOVE RPT-SCHED-NONE-LINE TO SCHEDULE-REPORT-RECORD
604752             WRITE SCHEDULE-REPORT-RECORD
604753             MOVE SPACES TO SCHEDULE-REPORT-RECORD
604754             WRITE SCHEDULE-REPORT-RECORD
604755         END-IF
604756     ELSE
604757         MOVE APPT-WORKER-COUNT TO RPT-SCHED-WORKER-COUNT
604758         MOVE RPT-SCHED-WORKER-TOTAL TO SCHEDULE-REPORT-RECORD
604759         WRITE SCHEDULE-REPORT-RECORD
604760         MOVE SPACES TO SCHEDULE-REPORT-RECORD
604761         WRITE SCHEDULE-REPORT-RECORD
604762     END-IF
604763     READ CASEWORKER-FILE
604764         AT END SET CASEWORKER-EOF-REACHED TO TRUE
604765     END-READ.
604766 9255-EXIT.
604767     EXIT.
604768*
604769*****************************************************************
604770*    9257-WRITE-SCHEDULE-LINE -- ONE SCHEDULE LINE              *
604771*                 TIME, LENGTH, APPOINTMENT, CASE AND CLIENT. A *
604772*                 RESTRICTED CLIENT PRINTS MASKED UNLESS A      *
604773*                 SUPERVISOR RUNS THE SCHEDULE.                 *
604774*****************************************************************
604775 9257-WRITE-SCHEDULE-LINE.
604776     MOVE APPT-TIME TO APPT-TIME-WS
604777     MOVE APPT-TIME-HOUR TO RPT-SCHED-HOUR
604778     MOVE APPT-TIME-MINUTE TO RPT-SCHED-MINUTE
604779     MOVE APPT-DURATION TO RPT-SCHED-DURATION
604780     MOVE APPT-ID TO RPT-SCHED-APPT-ID
604781     MOVE CASE-ID OF APPT-RECORD TO RPT-SCHED-CASE-ID
604782     MOVE CLIENT-ID OF APPT-RECORD TO RPT-SCHED-CLIENT-ID
604783     MOVE CLIENT-ID OF APPT-RECORD TO VERIFY-CLIENT-ID
604784     PERFORM 3300-CHECK-CLIENT-EXISTS THRU 3300-EXIT
604785     IF CLIENT-EXISTS
604786         MOVE VERIFY-CLIENT-NAME TO RPT-SCHED-CLIENT-NAME
604787         MOVE CLIENT-ID OF APPT-RECORD TO CONF-CLIENT-ID
604788         MOVE VERIFY-CLIENT-RESTRICT TO CONF-CLIENT-FLAG
604789         MOVE "SCHEDULE-RPT" TO CONF-FUNCTION
604790         PERFORM 9989-CHECK-REPORT-ACCESS THRU 9989-EXIT
604791         IF NOT CONF-ACCESS-ALLOWED
604792             MOVE CONF-RESTRICTED-TEXT TO RPT-SCHED-CLIENT-NAME
604793         END-IF
604794     ELSE
604795         MOVE "(CLIENT NOT ON FILE)" TO RPT-SCHED-CLIENT-NAME
604796     END-IF
604797     MOVE APPT-SVC-TYPE TO RPT-SCHED-SVC-TYPE
604798     MOVE APPT-LOCATION TO RPT-SCHED-LOCATION
604799     EVALUATE TRUE
604800         WHEN APPT-IS-KEPT
604801             MOVE "KEPT" TO RPT-SCHED-STATUS
604802         WHEN APPT-IS-NO-SHOW
604803             MOVE "NO-SHOW" TO RPT-SCHED-STATUS
604804         WHEN OTHER
604805             MOVE "SCHEDULED" TO RPT-SCHED-STATUS
604806     END-EVALUATE
604807     MOVE RPT-SCHED-DETAIL-LINE TO SCHEDULE-REPORT-RECORD
604808     WRITE SCHEDULE-REPORT-RECORD
604809     ADD 1 TO APPT-WORKER-COUNT
604810     ADD 1 TO APPT-SCHED-TOTAL.
604811 9257-EXIT.
604812     EXIT.
604813*
604814*****************************************************************
604815*    9260-NO-SHOW-REPORT -- WEEKLY NO-SHOW RATE                 *
604816*                 FOR THE SEVEN DAYS FROM THE KEYED START DATE, *
604817*                 COUNTS KEPT AND NO-SHOW APPOINTMENTS, AND     *
604818*                 SCHEDULED ONES NOW PAST WITH NOTHING          *
604819*                 RECORDED, FIRST BY CASEWORKER AND THEN BY     *
604820*                 CLIENT. THE RATE IS NO-SHOWS OVER KEPT PLUS   *
604821*                 NO-SHOWS. A CLIENT AT OR ABOVE                *
604822*                 APPT-REVIEW-PCT IS FLAGGED FOR SUPERVISOR     *
604823*                 REVIEW.                                       *
604824*****************************************************************
604825 9260-NO-SHOW-REPORT.
604826     DISPLAY "Please enter the first day of the week (YYYYMMDD):"
604827     ACCEPT APPT-WEEK-START
604828     MOVE APPT-WEEK-START TO VERIFY-DATE
604829     PERFORM 9340-EDIT-SERVICE-DATE THRU 9340-EXIT
604830     IF NOT DATE-IS-VALID
604831         DISPLAY "That is not a valid date."
604832         GO TO 9260-EXIT
604833     END-IF
604834     MOVE ZERO TO APPT-DAY-COUNT
604835     PERFORM 9262-ADVANCE-ONE-DAY THRU 9262-EXIT
604836         UNTIL APPT-DAY-COUNT = 6
604837     MOVE VERIFY-DATE TO APPT-WEEK-END
604838     OPEN INPUT APPOINTMENT-FILE
604839     IF NOT APPOINTMENT-FILE-OK
604840         DISPLAY "No appointments are on file."
604841         GO TO 9260-EXIT
604842     END-IF
604843     OPEN INPUT CASEWORKER-FILE
604844     IF NOT CASEWORKER-FILE-OK
604845         DISPLAY "No caseworker roster is on file."
604846         CLOSE APPOINTMENT-FILE
604847         GO TO 9260-EXIT
604848     END-IF
604849     ACCEPT APPT-TODAY FROM DATE YYYYMMDD
604850     MOVE ZERO TO APPT-KEPT-TOTAL
604851     MOVE ZERO TO APPT-NOSHOW-TOTAL
604852     MOVE ZERO TO APPT-OPEN-TOTAL
604853     OPEN OUTPUT NOSHOW-REPORT-FILE
604854     MOVE RPT-NOSHOW-HEADING-1 TO NOSHOW-REPORT-RECORD
604855     WRITE NOSHOW-REPORT-RECORD
604856     MOVE RPT-HEADING-2 TO NOSHOW-REPORT-RECORD
604857     WRITE NOSHOW-REPORT-RECORD
604858     MOVE APPT-WEEK-START TO RPT-NOSHOW-FROM
604859     MOVE APPT-WEEK-END TO RPT-NOSHOW-TO
604860     MOVE APPT-REVIEW-PCT TO RPT-NOSHOW-REVIEW-PCT
604861     MOVE RPT-NOSHOW-PARM-LINE TO NOSHOW-REPORT-RECORD
604862     WRITE NOSHOW-REPORT-RECORD
604863     MOVE SPACES TO NOSHOW-REPORT-RECORD
604864     WRITE NOSHOW-REPORT-RECORD
604865     MOVE "BY CASEWORKER" TO RPT-NOSHOW-SECTION
604866     MOVE RPT-NOSHOW-SECTION-LINE TO NOSHOW-REPORT-RECORD
604867     WRITE NOSHOW-REPORT-RECORD
604868     MOVE 'N' TO APPT-GROUP-SW
604869     MOVE 'N' TO CASEWORKER-EOF-SW
604870     READ CASEWORKER-FILE
604871         AT END SET CASEWORKER-EOF-REACHED TO TRUE
604872     END-READ
604873     PERFORM 9265-NO-SHOWS-FOR-WORKER THRU 9265-EXIT
604874         UNTIL CASEWORKER-EOF-REACHED
604875     IF NOT APPT-GROUP-STARTED
604876         MOVE RPT-NOSHOW-NONE-LINE TO NOSHOW-REPORT-RECORD
604877         WRITE NOSHOW-REPORT-RECORD
604878     END-IF
604879     CLOSE CASEWORKER-FILE
604880     MOVE SPACES TO NOSHOW-REPORT-RECORD
604881     WRITE NOSHOW-REPORT-RECORD
604882     MOVE "BY CLIENT" TO RPT-NOSHOW-SECTION
604883     MOVE RPT-NOSHOW-SECTION-LINE TO NOSHOW-REPORT-RECORD
604884     WRITE NOSHOW-REPORT-RECORD
604885     PERFORM 9270-NO-SHOWS-BY-CLIENT THRU 9270-EXIT
604886     CLOSE APPOINTMENT-FILE
604887     MOVE SPACES TO NOSHOW-REPORT-RECORD
604888     WRITE NOSHOW-REPORT-RECORD
604889     MOVE APPT-KEPT-TOTAL TO RPT-NOSHOW-TOTAL-KEPT
604890     MOVE APPT-NOSHOW-TOTAL TO RPT-NOSHOW-TOTAL-MISSED
604891     MOVE APPT-OPEN-TOTAL TO RPT-NOSHOW-TOTAL-OPEN
604892     COMPUTE APPT-RESOLVED-COUNT =
604893         APPT-KEPT-TOTAL + APPT-NOSHOW-TOTAL
604894     IF APPT-RESOLVED-COUNT > ZERO
604895         COMPUTE RPT-NOSHOW-TOTAL-RATE ROUNDED =
604896             APPT-NOSHOW-TOTAL * 100 / APPT-RESOLVED-COUNT
604897     ELSE
604898         MOVE ZERO TO RPT-NOSHOW-TOTAL-RATE
604899     END-IF
604900     MOVE RPT-NOSHOW-TOTAL-LINE TO NOSHOW-REPORT-RECORD
604901     WRITE NOSHOW-REPORT-RECORD
604902     CLOSE NOSHOW-REPORT-FILE
604903     DISPLAY "The no-show report has been generated. Kept: "
604904             APPT-KEPT-TOTAL " No-show: " APPT-NOSHOW-TOTAL.
604905 9260-EXIT.
604906     EXIT.
604907*
604908*****************************************************************
604909*    9262-ADVANCE-ONE-DAY -- MOVES VERIFY-DATE TO THE NEXT      *
604910*                 CALENDAR DAY, ROLLING OVER THE MONTH AND      *
604911*                 YEAR.                                         *
604912*****************************************************************
604913 9262-ADVANCE-ONE-DAY.
604914     ADD 1 TO VERIFY-DATE-DAY
604915     PERFORM 9340-EDIT-SERVICE-DATE THRU 9340-EXIT
604916     IF NOT DATE-IS-VALID
604917         MOVE 01 TO VERIFY-DATE-DAY
604918         ADD 1 TO VERIFY-DATE-MONTH
604919         IF VERIFY-DATE-MONTH > 12
604920             MOVE 01 TO VERIFY-DATE-MONTH
604921             ADD 1 TO VERIFY-DATE-YEAR
604922         END-IF
604923     END-IF
604924     ADD 1 TO APPT-DAY-COUNT.
604925 9262-EXIT.
604926     EXIT.
604927*
604928*****************************************************************
604929*    9265-NO-SHOWS-FOR-WORKER -- ONE LINE FOR A ROSTER WORKER   *
604930*                 WITH APPOINTMENTS IN THE WEEK, READ IN ORDER  *
604931*                 ON THE WORKER-SLOT KEY. THE WORKER LINES ALSO *
604932*                 FEED THE REPORT TOTALS.                       *
604933*****************************************************************
604934 9265-NO-SHOWS-FOR-WORKER.
604935     MOVE ZERO TO APPT-KEPT-COUNT
604936     MOVE ZERO TO APPT-NOSHOW-COUNT
604937     MOVE ZERO TO APPT-OPEN-COUNT
604938     MOVE 'N' TO APPT-EOF-SW
604939     MOVE CASEWORKER-ID OF CASEWORKER-RECORD
604940         TO CASEWORKER-ID OF APPT-RECORD
604941     MOVE APPT-WEEK-START TO APPT-DATE
604942     MOVE ZERO TO APPT-TIME
604943     START APPOINTMENT-FILE KEY IS NOT LESS THAN
604944             APPT-WORKER-SLOT OF APPT-RECORD
604945         INVALID KEY SET APPT-EOF-REACHED TO TRUE
604946     END-START
604947     IF NOT APPT-EOF-REACHED
604948         READ APPOINTMENT-FILE NEXT RECORD
604949             AT END SET APPT-EOF-REACHED TO TRUE
604950         END-READ
604951     END-IF
604952     PERFORM UNTIL APPT-EOF-REACHED
604953         IF CASEWORKER-ID OF APPT-RECORD NOT =
604954                 CASEWORKER-ID OF CASEWORKER-RECORD
604955                 OR APPT-DATE > APPT-WEEK-END
604956             SET APPT-EOF-REACHED TO TRUE
604957         ELSE
604958             PERFORM 9275-TALLY-APPOINTMENT THRU 9275-EXIT
604959             READ APPOINTMENT-FILE NEXT RECORD
604960                 AT END SET APPT-EOF-REACHED TO TRUE
604961             END-READ
604962         END-IF
604963     END-PERFORM
604964     IF APPT-KEPT-COUNT > ZERO
604965             OR APPT-NOSHOW-COUNT > ZERO
604966             OR APPT-OPEN-COUNT > ZERO
604967         MOVE CASEWORKER-ID OF CASEWORKER-RECORD TO RPT-NOSHOW-ID
604968         MOVE CASEWORKER-NAME TO RPT-NOSHOW-NAME
604969         MOVE SPACES TO RPT-NOSHOW-FLAG
604970         PERFORM 9280-WRITE-RATE-LINE THRU 9280-EXIT
604971         ADD APPT-KEPT-COUNT TO APPT-KEPT-TOTAL
604972         ADD APPT-NOSHOW-COUNT TO APPT-NOSHOW-TOTAL
604973         ADD APPT-OPEN-COUNT TO APPT-OPEN-TOTAL
604974         SET APPT-GROUP-STARTED TO TRUE
604975     END-IF
604976     READ CASEWORKER-FILE
604977         AT END SET CASEWORKER-EOF-REACHED TO TRUE
604978     END-READ.
604979 9265-EXIT.
604980     EXIT.
604981*
604982*****************************************************************
604983*    9270-NO-SHOWS-BY-CLIENT -- RATE LINES BY CLIENT            *
604984*                 WALKS THE WHOLE APPOINTMENT FILE ON THE       *
604985*                 CLIENT-ID KEY AND BREAKS ON CLIENT, COUNTING  *
604986*                 ONLY APPOINTMENTS DATED IN THE WEEK.          *
604987*****************************************************************
604988 9270-NO-SHOWS-BY-CLIENT.
604989     MOVE 'N' TO APPT-GROUP-SW
604990     MOVE 'N' TO APPT-EOF-SW
604991     MOVE ZERO TO CLIENT-ID OF APPT-RECORD
604992     START APPOINTMENT-FILE KEY IS NOT LESS THAN
604993             CLIENT-ID OF APPT-RECORD
604994         INVALID KEY SET APPT-EOF-REACHED TO TRUE
604995     END-START
604996     IF NOT APPT-EOF-REACHED
604997         READ APPOINTMENT-FILE NEXT RECORD
604998             AT END SET APPT-EOF-REACHED TO TRUE
604999         END-READ
605000     END-IF
605001     PERFORM UNTIL APPT-EOF-REACHED
605002         IF APPT-DATE NOT < APPT-WEEK-START
605003                 AND APPT-DATE NOT > APPT-WEEK-END
605004             IF APPT-GROUP-STARTED
605005                     AND CLIENT-ID OF APPT-RECORD
605006                         NOT = APPT-BREAK-ID
605007                 PERFORM 9272-WRITE-CLIENT-RATE THRU 9272-EXIT
605008             END-IF
605009             IF NOT APPT-GROUP-STARTED
605010                 MOVE CLIENT-ID OF APPT-RECORD TO APPT-BREAK-ID
605011                 MOVE ZERO TO APPT-KEPT-COUNT
605012                 MOVE ZERO TO APPT-NOSHOW-COUNT
605013                 MOVE ZERO TO APPT-OPEN-COUNT
605014                 SET APPT-GROUP-STARTED TO TRUE
605015             END-IF
605016             PERFORM 9275-TALLY-APPOINTMENT THRU 9275-EXIT
605017         END-IF
605018         READ APPOINTMENT-FILE NEXT RECORD
605019             AT END SET APPT-EOF-REACHED TO TRUE
605020         END-READ
605021     END-PERFORM
605022     IF APPT-GROUP-STARTED
605023         PERFORM 9272-WRITE-CLIENT-RATE THRU 9272-EXIT
605024     ELSE
605025         MOVE RPT-NOSHOW-NONE-LINE TO NOSHOW-REPORT-RECORD
605026         WRITE NOSHOW-REPORT-RECORD
605027     END-IF.
605028 9270-EXIT.
605029     EXIT.
605030*
605031*****************************************************************
605032*    9272-WRITE-CLIENT-RATE -- CLOSES OUT THE CLIENT IN         *
605033*                 APPT-BREAK-ID AND CLEARS THE GROUP SWITCH SO  *
605034*                 THE NEXT CLIENT STARTS A NEW GROUP.           *
605035*****************************************************************
605036 9272-WRITE-CLIENT-RATE.
605037     MOVE APPT-BREAK-ID TO RPT-NOSHOW-ID
605038     MOVE APPT-BREAK-ID TO VERIFY-CLIENT-ID
605039     PERFORM 3300-CHECK-CLIENT-EXISTS THRU 3300-EXIT
605040     IF CLIENT-EXISTS
605041         MOVE VERIFY-CLIENT-NAME TO RPT-NOSHOW-NAME
605042         MOVE APPT-BREAK-ID TO CONF-CLIENT-ID
605043         MOVE VERIFY-CLIENT-RESTRICT TO CONF-CLIENT-FLAG
605044         MOVE "NOSHOW-RPT" TO CONF-FUNCTION
605045         PERFORM 9989-CHECK-REPORT-ACCESS THRU 9989-EXIT
605046         IF NOT CONF-ACCESS-ALLOWED
605047             MOVE CONF-RESTRICTED-TEXT TO RPT-NOSHOW-NAME
605048         END-IF
605049     ELSE
605050         MOVE "(CLIENT NOT ON FILE)" TO RPT-NOSHOW-NAME
605051     END-IF
605052     MOVE SPACES TO RPT-NOSHOW-FLAG
605053     IF APPT-NOSHOW-COUNT > ZERO
605054             AND APPT-NOSHOW-COUNT * 100 NOT <
605055                 (APPT-KEPT-COUNT + APPT-NOSHOW-COUNT)
605056                     * APPT-REVIEW-PCT
605057         MOVE "** REVIEW **" TO RPT-NOSHOW-FLAG
605058     END-IF
605059     PERFORM 9280-WRITE-RATE-LINE THRU 9280-EXIT
605060     MOVE 'N' TO APPT-GROUP-SW.
605061 9272-EXIT.
605062     EXIT.
605063*
605064*****************************************************************
605065*    9275-TALLY-APPOINTMENT -- COUNT ONE APPOINTMENT            *
605066*                 KEPT, NO-SHOW, OR STILL SCHEDULED AFTER ITS   *
605067*                 DATE. CANCELLED BOOKINGS ARE NOT COUNTED.     *
605068*****************************************************************
605069 9275-TALLY-APPOINTMENT.
605070     EVALUATE TRUE
605071         WHEN APPT-IS-KEPT
605072             ADD 1 TO APPT-KEPT-COUNT
605073         WHEN APPT-IS-NO-SHOW
605074             ADD 1 TO APPT-NOSHOW-COUNT
605075         WHEN APPT-IS-SCHEDULED
605076             IF APPT-DATE < APPT-TODAY
605077                 ADD 1 TO APPT-OPEN-COUNT
605078             END-IF
605079         WHEN OTHER
605080             CONTINUE
605081     END-EVALUATE.
605082 9275-EXIT.
605083     EXIT.
605084*
605085*****************************************************************
605086*    9280-WRITE-RATE-LINE -- ONE NO-SHOW RATE LINE              *
605087*                 PRINTS THE COUNTS AND THE NO-SHOW RATE OVER   *
605088*                 KEPT PLUS NO-SHOW APPOINTMENTS, ZERO WHEN     *
605089*                 THERE ARE NONE.                               *
605090*****************************************************************
605091 9280-WRITE-RATE-LINE.
605092     MOVE APPT-KEPT-COUNT TO RPT-NOSHOW-KEPT
605093     MOVE APPT-NOSHOW-COUNT TO RPT-NOSHOW-MISSED
605094     MOVE APPT-OPEN-COUNT TO RPT-NOSHOW-OPEN
605095     COMPUTE APPT-RESOLVED-COUNT =
605096         APPT-KEPT-COUNT + APPT-NOSHOW-COUNT
605097     IF APPT-RESOLVED-COUNT > ZERO
605098         COMPUTE RPT-NOSHOW-RATE ROUNDED =
605099             APPT-NOSHOW-COUNT * 100 / APPT-RESOLVED-COUNT
605100     ELSE
605101         MOVE ZERO TO RPT-NOSHOW-RATE
605102     END-IF
605103     MOVE RPT-NOSHOW-DETAIL-LINE TO NOSHOW-REPORT-RECORD
605104     WRITE NOSHOW-REPORT-RECORD.
605105 9280-EXIT.
605106     EXIT.
605107*
605108*****************************************************************
605109*    9290-OPEN-APPT-FOR-ADD -- OPEN APPOINTMENTS FOR UPDATE     *
605110*                 CREATES APPTFILE.DAT ON FIRST USE.            *
605111*****************************************************************
605112 9290-OPEN-APPT-FOR-ADD.
605113     OPEN I-O APPOINTMENT-FILE
605114     IF APPOINTMENT-FILE-NOT-FOUND
605115         OPEN OUTPUT APPOINTMENT-FILE
605116         CLOSE APPOINTMENT-FILE
605117         OPEN I-O APPOINTMENT-FILE
605118     END-IF.
605119 9290-EXIT.
605120     EXIT.
605121*
605122*****************************************************************
605123*    9300-RECONCILIATION-RUN -- NIGHTLY FILE RECONCILIATION      *
605124*                 SWEEPS THE CASE AND SERVICE FILES AGAINST     *
605125*                 THE CLIENT FILE AND THE CASEWORKER ROSTER     *
605126*                 AND WRITES AN EXCEPTION REPORT -- CASES AND   *
605127*                 SERVICES POINTING AT MISSING CLIENTS, CASES   *
605128*                 CARRYING OFF-ROSTER CASEWORKER IDS, AND       *
605129*                 SERVICES WITH IMPOSSIBLE SERVICE DATES.       *
605200*****************************************************************
605300 9300-RECONCILIATION-RUN.
605400     DISPLAY "Beginning file reconciliation..."
622400     END-IF.
622500 9340-EXIT.
622600     EXIT.
622601*
622602*****************************************************************
622603*    9400-RUN-JOB-STREAM -- UNATTENDED NIGHTLY JOB STREAM       *
622604*                 RUNS THE STEPS CARDED ON JOBCTL.DAT IN ORDER  *
622605*                 UNDER THE BATCH OPERATOR NAMED ON THE HEADER  *
622606*                 CARD. NOTHING IS KEYED -- EACH STEP TAKES ITS *
622607*                 PARAMETERS FROM ITS CARD. EVERY STEP GETS A   *
622608*                 RETURN CODE ON THE RUN LOG (JOBLOG.DAT):      *
622609*                 0 OK, 4 WARNING, 8 FAILED, 12 SKIPPED. A STEP *
622610*                 IS SKIPPED WHEN A STEP IT DEPENDS ON DID NOT  *
622611*                 END 0 OR 4, AND ARCHIVE/PURGE IS NEVER RUN    *
622612*                 WITHOUT AN UNLOAD THAT PROVED OUT EARLIER IN  *
622613*                 THE SAME RUN. THE HIGHEST STEP RETURN CODE    *
622614*                 BECOMES THE PROGRAM RETURN CODE, AND THE      *
622615*                 HEADER CARD IS MARKED COMPLETE SO THE DECK IS *
622616*                 NOT RUN TWICE. A BATCH OPERATOR NOT ON THE    *
622617*                 ACTIVE OPERATOR FILE ENDS THE RUN WITH RETURN *
622618*                 CODE 16 BEFORE ANY STEP.                      *
622619*****************************************************************
622620 9400-RUN-JOB-STREAM.
622621     DISPLAY "Beginning the nightly job stream from "
622622             "JOBCTL.DAT..."
622623     ACCEPT JOB-RUN-DATE FROM DATE YYYYMMDD
622624     MOVE ZERO TO JOB-HIGH-RC
622625     MOVE ZERO TO JOB-TBL-USED
622626     MOVE ZERO TO JOB-STEP-COUNT
622627     MOVE ZERO TO JOB-OK-COUNT
622628     MOVE ZERO TO JOB-WARNING-COUNT
622629     MOVE ZERO TO JOB-FAILED-COUNT
622630     MOVE ZERO TO JOB-SKIPPED-COUNT
622631     MOVE 'N' TO JOB-UNLOAD-VERIFIED-SW
622632     OPEN OUTPUT JOB-LOG-FILE
622633     MOVE RPT-JOB-HEADING-1 TO JOB-LOG-RECORD
622634     WRITE JOB-LOG-RECORD
622635     MOVE RPT-HEADING-2 TO JOB-LOG-RECORD
622636     WRITE JOB-LOG-RECORD
622637     OPEN INPUT JOB-CONTROL-FILE
622638     MOVE 'N' TO JOB-CONTROL-EOF-SW
622639     READ JOB-CONTROL-FILE
622640         AT END SET JOB-CONTROL-EOF-REACHED TO TRUE
622641     END-READ
622642     MOVE JOBCTL-HDR-OPERATOR-ID TO SIGNON-OPERATOR-ID
622643     MOVE JOB-RUN-DATE TO RPT-JOB-RUN-DATE
622644     MOVE SIGNON-OPERATOR-ID TO RPT-JOB-OPERATOR
622645     MOVE RPT-JOB-PARM-LINE TO JOB-LOG-RECORD
622646     WRITE JOB-LOG-RECORD
622647     MOVE SPACES TO JOB-LOG-RECORD
622648     WRITE JOB-LOG-RECORD
622649     MOVE 'N' TO SIGNON-VALID-SW
622650     PERFORM 0120-FIND-OPERATOR THRU 0120-EXIT
622651     IF NOT SIGNON-IS-VALID
622652         CLOSE JOB-CONTROL-FILE
622653         MOVE 16 TO JOB-HIGH-RC
622654         MOVE "*** " TO RPT-JOB-NOTE-FLAG
622655         MOVE "OPERATOR NOT ON THE OPERATOR FILE -- NO STEPS RUN"
622656       TO RPT-JOB-NOTE-TEXT
622657         MOVE RPT-JOB-NOTE-LINE TO JOB-LOG-RECORD
622658         WRITE JOB-LOG-RECORD
622659         PERFORM 9490-END-JOB-STREAM THRU 9490-EXIT
622660         GO TO 9400-EXIT
622661     END-IF
622662     MOVE "BATCH-START" TO AUDIT-OPERATION-WS
622663     MOVE ZERO TO AUDIT-RECORD-ID-WS
622664     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
622665     MOVE RPT-JOB-COLUMN-LINE TO JOB-LOG-RECORD
622666     WRITE JOB-LOG-RECORD
622667     READ JOB-CONTROL-FILE
622668         AT END SET JOB-CONTROL-EOF-REACHED TO TRUE
622669     END-READ
622670     PERFORM 9405-PROCESS-CARD THRU 9405-EXIT
622671         UNTIL JOB-CONTROL-EOF-REACHED
622672     CLOSE JOB-CONTROL-FILE
622673     MOVE "BATCH-END" TO AUDIT-OPERATION-WS
622674     MOVE JOB-HIGH-RC TO AUDIT-RECORD-ID-WS
622675     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
622676     PERFORM 9490-END-JOB-STREAM THRU 9490-EXIT.
622677 9400-EXIT.
622678     EXIT.
622679*
622680*****************************************************************
622681*    9405-PROCESS-CARD -- ONE CONTROL CARD                      *
622682*                 RUNS A STEP CARD AND PASSES OVER A COMMENT    *
622683*                 CARD. ANY OTHER CARD IS LOGGED AND RAISES THE *
622684*                 RUN TO RETURN CODE 4.                         *
622685*****************************************************************
622686 9405-PROCESS-CARD.
622687     EVALUATE TRUE
622688         WHEN JOBCTL-IS-STEP
622689             PERFORM 9410-RUN-ONE-STEP THRU 9410-EXIT
622690         WHEN JOBCTL-IS-COMMENT
622691             CONTINUE
622692         WHEN OTHER
622693             MOVE "*** " TO RPT-JOB-NOTE-FLAG
622694             MOVE "CARD TYPE NOT RECOGNIZED -- CARD IGNORED"
622695                 TO RPT-JOB-NOTE-TEXT
622696             MOVE RPT-JOB-NOTE-LINE TO JOB-LOG-RECORD
622697             WRITE JOB-LOG-RECORD
622698             IF JOB-HIGH-RC < 4
622699                 MOVE 4 TO JOB-HIGH-RC
622700             END-IF
622701     END-EVALUATE
622702     READ JOB-CONTROL-FILE
622703         AT END SET JOB-CONTROL-EOF-REACHED TO TRUE
622704     END-READ.
622705 9405-EXIT.
622706     EXIT.
622707*
622708*****************************************************************
622709*    9410-RUN-ONE-STEP -- ONE STEP CARD                         *
622710*                 JOB-CONTROL-RECORD HOLDS THE STEP CARD.       *
622711*                 CHECKS THE CARD AND ITS DEPENDENCIES, RUNS    *
622712*                 THE MENU OPTION IT NAMES, AND LOGS THE        *
622713*                 RESULT.                                       *
622714*****************************************************************
622715 9410-RUN-ONE-STEP.
622716     ADD 1 TO JOB-STEP-COUNT
622717     MOVE ZERO TO JOB-STEP-RC
622718     MOVE SPACES TO JOB-STEP-MSG
622719     ACCEPT JOB-TIME-WS FROM TIME
622720     MOVE JOB-TIME-HHMMSS TO RPT-JOB-START
622721     PERFORM 9412-NAME-STEP THRU 9412-EXIT
622722     IF JOBCTL-STEP-ID NOT NUMERIC
622723             OR JOBCTL-STEP-ID = ZERO
622724             OR JOBCTL-STEP-OPTION NOT NUMERIC
622725         MOVE 8 TO JOB-STEP-RC
622726         MOVE "STEP CARD HAS NO VALID STEP ID OR OPTION"
622727             TO JOB-STEP-MSG
622728     END-IF
622729     IF JOB-STEP-OK
622730         PERFORM 9420-CHECK-DEPENDENCIES THRU 9420-EXIT
622731     END-IF
622732     IF JOB-STEP-OK
622733         DISPLAY "Job stream step " JOBCTL-STEP-ID ": "
622734                 RPT-JOB-FUNCTION
622735         PERFORM 9430-EXECUTE-STEP THRU 9430-EXIT
622736     END-IF
622737     ACCEPT JOB-TIME-WS FROM TIME
622738     MOVE JOB-TIME-HHMMSS TO RPT-JOB-END
622739     PERFORM 9480-LOG-STEP THRU 9480-EXIT.
622740 9410-EXIT.
622741     EXIT.
622742*
622743*****************************************************************
622744*    9412-NAME-STEP -- FUNCTION NAME FOR THE LOG                *
622745*                 NAMES THE MENU OPTION ON THE STEP CARD FOR    *
622746*                 THE RUN LOG.                                  *
622747*****************************************************************
622748 9412-NAME-STEP.
622749     EVALUATE JOBCTL-STEP-OPTION
622750         WHEN 10
622751             MOVE "FILE RECONCILIATION" TO RPT-JOB-FUNCTION
622752         WHEN 13
622753             MOVE "BILLING EXTRACT" TO RPT-JOB-FUNCTION
622754         WHEN 14
622755             MOVE "ARCHIVE AND PURGE" TO RPT-JOB-FUNCTION
622756         WHEN 16
622757             MOVE "REMITTANCE POSTING" TO RPT-JOB-FUNCTION
622758         WHEN 22
622759             MOVE "OPEN-CASE AGING REPORT" TO RPT-JOB-FUNCTION
622760         WHEN 23
622761             MOVE "MASTER FILE UNLOAD" TO RPT-JOB-FUNCTION
622762         WHEN 31
622763             MOVE "RECERTIFICATION REPORT" TO RPT-JOB-FUNCTION
622764         WHEN 42
622765             MOVE "MONTH-END STATE REPORT" TO RPT-JOB-FUNCTION
622766         WHEN 44
622767             MOVE "BUDGET STATUS REPORT" TO RPT-JOB-FUNCTION
622768         WHEN 46
622769             MOVE "ACCESS REVIEW REPORT" TO RPT-JOB-FUNCTION
622770         WHEN OTHER
622771             MOVE "(NOT A JOB-STREAM OPTION)" TO RPT-JOB-FUNCTION
622772     END-EVALUATE.
622773 9412-EXIT.
622774     EXIT.
622775*
622776*****************************************************************
622777*    9420-CHECK-DEPENDENCIES -- MAY THIS STEP RUN               *
622778*                 EVERY STEP NAMED IN JOBCTL-DEPENDS-ON MUST    *
622779*                 ALREADY HAVE RUN IN THIS JOB STREAM AND ENDED *
622780*                 WITH RETURN CODE 0 OR 4. ARCHIVE/PURGE ALSO   *
622781*                 NEEDS A PROVED-OUT UNLOAD WHATEVER THE CARD   *
622782*                 SAYS. SETS JOB-STEP-SKIPPED WHEN NOT.         *
622783*****************************************************************
622784 9420-CHECK-DEPENDENCIES.
622785     MOVE 1 TO JOB-DEP-SUB
622786     PERFORM UNTIL JOB-DEP-SUB > 3
622787             OR NOT JOB-STEP-OK
622788         IF JOBCTL-DEPENDS-ON (JOB-DEP-SUB) NUMERIC
622789             IF JOBCTL-DEPENDS-ON (JOB-DEP-SUB) > ZERO
622790                 PERFORM 9425-CHECK-ONE-DEPENDENCY THRU 9425-EXIT
622791             END-IF
622792         END-IF
622793         ADD 1 TO JOB-DEP-SUB
622794     END-PERFORM
622795     IF JOB-STEP-OK
622796             AND JOBCTL-STEP-OPTION = 14
622797             AND NOT JOB-UNLOAD-VERIFIED
622798         MOVE 12 TO JOB-STEP-RC
622799         MOVE "NO UNLOAD PROVED OUT EARLIER IN THIS RUN"
622800             TO JOB-STEP-MSG
622801     END-IF.
622802 9420-EXIT.
622803     EXIT.
622804*
622805*****************************************************************
622806*    9425-CHECK-ONE-DEPENDENCY -- ONE PREREQUISITE STEP         *
622807*                 JOB-DEP-SUB POINTS AT THE DEPENDENCY. SETS    *
622808*                 RETURN CODE 12 WHEN THAT STEP HAS NOT RUN OR  *
622809*                 ENDED ABOVE 4.                                *
622810*****************************************************************
622811 9425-CHECK-ONE-DEPENDENCY.
622812     MOVE JOBCTL-DEPENDS-ON (JOB-DEP-SUB) TO JOB-DEP-STEP-ID
622813     MOVE JOB-DEP-STEP-ID TO JOB-DEP-MSG-ID
622814     PERFORM 9428-FIND-STEP-ENTRY THRU 9428-EXIT
622815     IF NOT JOB-STEP-WAS-FOUND
622816         MOVE 12 TO JOB-STEP-RC
622817         MOVE ", WHICH HAS NOT RUN" TO JOB-DEP-MSG-TEXT
622818         MOVE JOB-DEP-MSG TO JOB-STEP-MSG
622819     ELSE
622820         IF JOB-TBL-RC (JOB-TBL-SUB) > 4
622821             MOVE 12 TO JOB-STEP-RC
622822             MOVE ", WHICH DID NOT COMPLETE" TO JOB-DEP-MSG-TEXT
622823             MOVE JOB-DEP-MSG TO JOB-STEP-MSG
622824         END-IF
622825     END-IF.
622826 9425-EXIT.
622827     EXIT.
622828*
622829*****************************************************************
622830*    9428-FIND-STEP-ENTRY -- LOOK UP A STEP RESULT              *
622831*                 JOB-DEP-STEP-ID IN; JOB-STEP-WAS-FOUND AND    *
622832*                 JOB-TBL-SUB OUT.                              *
622833*****************************************************************
622834 9428-FIND-STEP-ENTRY.
622835     MOVE 'N' TO JOB-STEP-FOUND-SW
622836     MOVE 1 TO JOB-TBL-SUB
622837     PERFORM UNTIL JOB-TBL-SUB > JOB-TBL-USED
622838             OR JOB-STEP-WAS-FOUND
622839         IF JOB-TBL-STEP-ID (JOB-TBL-SUB) = JOB-DEP-STEP-ID
622840             SET JOB-STEP-WAS-FOUND TO TRUE
622841         ELSE
622842             ADD 1 TO JOB-TBL-SUB
622843         END-IF
622844     END-PERFORM.
622845 9428-EXIT.
622846     EXIT.
622847*
622848*****************************************************************
622849*    9430-EXECUTE-STEP -- RUN THE MENU OPTION ON THE CARD       *
622850*                 THE CARD PARAMETERS STAND IN FOR THE KEYED    *
622851*                 PROMPTS. A STEP THAT RAN BUT LEFT WORK FOR    *
622852*                 SOMEONE TO LOOK AT (RECONCILIATION            *
622853*                 EXCEPTIONS, SERVICES KEPT OFF THE CLAIM FILE, *
622854*                 UNMATCHED REMITTANCE DETAILS) ENDS WITH A     *
622855*                 WARNING.                                      *
622856*****************************************************************
622857 9430-EXECUTE-STEP.
622858     EVALUATE JOBCTL-STEP-OPTION
622859         WHEN 10
622860             PERFORM 9300-RECONCILIATION-RUN THRU 9300-EXIT
622861             IF RECON-EXCEPTION-COUNT > ZERO
622862                 MOVE 4 TO JOB-STEP-RC
622863                 MOVE "EXCEPTIONS LISTED ON EXCPRPT.DAT"
622864                     TO JOB-STEP-MSG
622865             END-IF
622866         WHEN 23
622867             PERFORM 8500-BACKUP-RUN THRU 8500-EXIT
622868             PERFORM 8580-VERIFY-BACKUP THRU 8580-EXIT
622869             IF NOT JOB-UNLOAD-VERIFIED
622870                 MOVE 8 TO JOB-STEP-RC
622871             END-IF
622872         WHEN 13
622873             PERFORM 9435-SET-BILLING-PERIOD THRU 9435-EXIT
622874             PERFORM 9600-BILLING-EXTRACT THRU 9600-EXIT
622875             IF JOB-STEP-OK
622876                     AND (EXTRACT-SKIPPED-COUNT > ZERO
622877                       OR EXTRACT-NOCLIENT-COUNT > ZERO
622878                       OR EXTRACT-INELIG-COUNT > ZERO)
622879                 MOVE 4 TO JOB-STEP-RC
622880                 MOVE "SERVICES KEPT OFF THE CLAIM FILE"
622881                     TO JOB-STEP-MSG
622882             END-IF
622883         WHEN 16
622884             PERFORM 9650-REMIT-POSTING THRU 9650-EXIT
622885             IF JOB-STEP-OK
622886                     AND REMIT-UNMATCHED-COUNT > ZERO
622887                 MOVE 4 TO JOB-STEP-RC
622888                 MOVE "UNMATCHED DETAILS LISTED ON REMITRPT.DAT"
622889                     TO JOB-STEP-MSG
622890             END-IF
622891         WHEN 14
622892             IF JOBCTL-PARM-NUMBER NOT NUMERIC
622893                     OR JOBCTL-PARM-NUMBER > 99
622894                 MOVE 8 TO JOB-STEP-RC
622895                 MOVE "RETENTION YEARS MISSING OR NOT VALID"
622896                     TO JOB-STEP-MSG
622897             ELSE
622898                 MOVE JOBCTL-PARM-NUMBER TO RETENTION-YEARS
622899                 PERFORM 9700-ARCHIVE-PURGE THRU 9700-EXIT
622900             END-IF
622901         WHEN 22
622902             IF JOBCTL-PARM-NUMBER NOT NUMERIC
622903                 MOVE 8 TO JOB-STEP-RC
622904                 MOVE "QUIET-DAYS MISSING OR NOT NUMERIC"
622905                     TO JOB-STEP-MSG
622906             ELSE
622907                 MOVE JOBCTL-PARM-NUMBER TO AGING-THRESHOLD-DAYS
622908                 PERFORM 8400-CASE-AGING-REPORT THRU 8400-EXIT
622909             END-IF
622910         WHEN 31
622911             IF JOBCTL-PARM-NUMBER NOT NUMERIC
622912                 MOVE 8 TO JOB-STEP-RC
622913                 MOVE "DAYS-AHEAD MISSING OR NOT NUMERIC"
622914                     TO JOB-STEP-MSG
622915             ELSE
622916                 MOVE JOBCTL-PARM-NUMBER TO RECERT-THRESHOLD-DAYS
622917                 PERFORM 8850-RECERT-REPORT THRU 8850-EXIT
622918             END-IF
622919         WHEN 42
622920             PERFORM 6695-SET-STATE-PERIOD THRU 6695-EXIT
622921             IF JOB-STEP-OK
622922                 PERFORM 6600-MONTH-END-STATE-REPORT
622923                     THRU 6600-EXIT
622924             END-IF
622925         WHEN 44
622926             PERFORM 9980-SET-BUDGET-YEAR THRU 9980-EXIT
622927             IF JOB-STEP-OK
622928                 PERFORM 9970-BUDGET-STATUS-REPORT THRU 9970-EXIT
622929             END-IF
622930             IF JOB-STEP-OK
622931                     AND BUDGET-OVER-COUNT > ZERO
622932                 MOVE 4 TO JOB-STEP-RC
622933                 MOVE "SOURCES OVER ALLOCATION ON BUDGTRPT.DAT"
622934                     TO JOB-STEP-MSG
622935             END-IF
622936         WHEN 46
622937             PERFORM 9998-SET-REVIEW-PERIOD THRU 9998-EXIT
622938             IF JOB-STEP-OK
622939                 PERFORM 9993-ACCESS-REVIEW-REPORT THRU 9993-EXIT
622940             END-IF
622941             IF JOB-STEP-OK
622942                     AND CONF-REFUSED-COUNT > ZERO
622943                 MOVE 4 TO JOB-STEP-RC
622944                 MOVE "REFUSED VIEWS LISTED ON ACCREVW.DAT"
622945                     TO JOB-STEP-MSG
622946             END-IF
622947         WHEN OTHER
622948             MOVE 8 TO JOB-STEP-RC
622949             MOVE "OPTION CANNOT BE RUN IN THE JOB STREAM"
622950                 TO JOB-STEP-MSG
622951     END-EVALUATE
622952     IF JOB-STEP-OK
622953         MOVE "COMPLETED NORMALLY" TO JOB-STEP-MSG
622954     END-IF.
622955 9430-EXIT.
622956     EXIT.
622957*
622958*****************************************************************
622959*    9435-SET-BILLING-PERIOD -- DATES AND COUNTY FOR STEP 13    *
622960*                 TAKES THE FIRST/LAST SERVICE DATES AND COUNTY *
622961*                 FROM THE CARD. WITH NO DATES CARDED THE       *
622962*                 EXTRACT BILLS THE WHOLE OF THE PREVIOUS       *
622963*                 CALENDAR MONTH.                               *
622964*****************************************************************
622965 9435-SET-BILLING-PERIOD.
622966     MOVE JOBCTL-BILL-COUNTY TO EXTRACT-COUNTY-CODE
622967     IF JOBCTL-BILL-FROM-DATE NOT = SPACES
622968             AND JOBCTL-BILL-FROM-DATE NOT = ZEROS
622969         MOVE JOBCTL-BILL-FROM-DATE TO EXTRACT-FROM-DATE
622970         MOVE JOBCTL-BILL-TO-DATE TO EXTRACT-TO-DATE
622971         GO TO 9435-EXIT
622972     END-IF
622973     ACCEPT VERIFY-DATE FROM DATE YYYYMMDD
622974     MOVE VERIFY-DATE-YEAR TO JOB-BILL-YEAR
622975     IF VERIFY-DATE-MONTH = 01
622976         SUBTRACT 1 FROM JOB-BILL-YEAR
622977         MOVE 12 TO JOB-BILL-MONTH
622978     ELSE
622979         COMPUTE JOB-BILL-MONTH = VERIFY-DATE-MONTH - 1
622980     END-IF
622981     EVALUATE JOB-BILL-MONTH
622982         WHEN 04
622983         WHEN 06
622984         WHEN 09
622985         WHEN 11
622986             MOVE 30 TO JOB-BILL-LAST-DAY
622987         WHEN 02
622988             MOVE 28 TO JOB-BILL-LAST-DAY
622989             DIVIDE JOB-BILL-YEAR BY 4 GIVING JOB-LEAP-QUOTIENT
622990                 REMAINDER JOB-LEAP-REMAINDER
622991             IF JOB-LEAP-REMAINDER = ZERO
622992                 MOVE 29 TO JOB-BILL-LAST-DAY
622993                 DIVIDE JOB-BILL-YEAR BY 100
622994                     GIVING JOB-LEAP-QUOTIENT
622995                     REMAINDER JOB-LEAP-REMAINDER
622996                 IF JOB-LEAP-REMAINDER = ZERO
622997                     DIVIDE JOB-BILL-YEAR BY 400
622998                         GIVING JOB-LEAP-QUOTIENT
622999                         REMAINDER JOB-LEAP-REMAINDER
623000                     IF JOB-LEAP-REMAINDER NOT = ZERO
623001                         MOVE 28 TO JOB-BILL-LAST-DAY
623002                     END-IF
623003                 END-IF
623004             END-IF
623005         WHEN OTHER
623006             MOVE 31 TO JOB-BILL-LAST-DAY
623007     END-EVALUATE
623008     MOVE JOB-BILL-YEAR TO VERIFY-DATE-YEAR
623009     MOVE JOB-BILL-MONTH TO VERIFY-DATE-MONTH
623010     MOVE 01 TO VERIFY-DATE-DAY
623011     MOVE VERIFY-DATE TO EXTRACT-FROM-DATE
623012     MOVE JOB-BILL-LAST-DAY TO VERIFY-DATE-DAY
623013     MOVE VERIFY-DATE TO EXTRACT-TO-DATE.
623014 9435-EXIT.
623015     EXIT.
623016*
623017*****************************************************************
623018*    9480-LOG-STEP -- RUN-LOG LINE FOR A STEP                   *
623019*                 PRINTS THE STEP RESULT, COUNTS IT, AND        *
623020*                 RECORDS ITS RETURN CODE IN THE STEP TABLE FOR *
623021*                 LATER DEPENDENCIES.                           *
623022*****************************************************************
623023 9480-LOG-STEP.
623024     MOVE JOBCTL-STEP-ID TO RPT-JOB-STEP-ID
623025     MOVE JOBCTL-STEP-OPTION TO RPT-JOB-OPTION
623026     MOVE JOB-STEP-RC TO RPT-JOB-RC
623027     MOVE JOB-STEP-MSG TO RPT-JOB-MESSAGE
623028     EVALUATE TRUE
623029         WHEN JOB-STEP-OK
623030             ADD 1 TO JOB-OK-COUNT
623031             MOVE "OK" TO RPT-JOB-RESULT
623032         WHEN JOB-STEP-WARNING
623033             ADD 1 TO JOB-WARNING-COUNT
623034             MOVE "WARNING" TO RPT-JOB-RESULT
623035         WHEN JOB-STEP-SKIPPED
623036             ADD 1 TO JOB-SKIPPED-COUNT
623037             MOVE "** SKIPPED **" TO RPT-JOB-RESULT
623038         WHEN OTHER
623039             ADD 1 TO JOB-FAILED-COUNT
623040             MOVE "*** FAILED ***" TO RPT-JOB-RESULT
623041     END-EVALUATE
623042     MOVE RPT-JOB-DETAIL-LINE TO JOB-LOG-RECORD
623043     WRITE JOB-LOG-RECORD
623044     IF JOB-STEP-RC > JOB-HIGH-RC
623045         MOVE JOB-STEP-RC TO JOB-HIGH-RC
623046     END-IF
623047     IF JOB-TBL-USED < 20
623048         ADD 1 TO JOB-TBL-USED
623049         MOVE JOBCTL-STEP-ID TO JOB-TBL-STEP-ID (JOB-TBL-USED)
623050         MOVE JOB-STEP-RC TO JOB-TBL-RC (JOB-TBL-USED)
623051     END-IF
623052     DISPLAY "Job stream step " RPT-JOB-STEP-ID " ended "
623053             RPT-JOB-RESULT " RC " JOB-STEP-RC " -- "
623054       JOB-STEP-MSG.
623055 9480-EXIT.
623056     EXIT.
623057*
623058*****************************************************************
623059*    9490-END-JOB-STREAM -- RUN LOG TOTALS AND DECK COMPLETE    *
623060*****************************************************************
623061 9490-END-JOB-STREAM.
623062     MOVE SPACES TO JOB-LOG-RECORD
623063     WRITE JOB-LOG-RECORD
623064     MOVE JOB-STEP-COUNT TO RPT-JOB-STEPS
623065     MOVE JOB-OK-COUNT TO RPT-JOB-OK
623066     MOVE JOB-WARNING-COUNT TO RPT-JOB-WARNING
623067     MOVE JOB-FAILED-COUNT TO RPT-JOB-FAILED
623068     MOVE JOB-SKIPPED-COUNT TO RPT-JOB-SKIPPED
623069     MOVE JOB-HIGH-RC TO RPT-JOB-HIGH-RC
623070     MOVE RPT-JOB-TOTAL-LINE TO JOB-LOG-RECORD
623071     WRITE JOB-LOG-RECORD
623072     IF JOB-HIGH-RC > 4
623073         MOVE "*** " TO RPT-JOB-NOTE-FLAG
623074         MOVE "JOB STREAM ENDED IN ERROR -- SEE STEPS MARKED ***"
623075             TO RPT-JOB-NOTE-TEXT
623076     ELSE
623077         MOVE SPACES TO RPT-JOB-NOTE-FLAG
623078         MOVE "JOB STREAM ENDED NORMALLY" TO RPT-JOB-NOTE-TEXT
623079     END-IF
623080     MOVE RPT-JOB-NOTE-LINE TO JOB-LOG-RECORD
623081     WRITE JOB-LOG-RECORD
623082     CLOSE JOB-LOG-FILE
623083     OPEN I-O JOB-CONTROL-FILE
623084     IF JOB-CONTROL-FILE-OK
623085         READ JOB-CONTROL-FILE
623086             AT END
623087                 CONTINUE
623088             NOT AT END
623089                 SET JOBCTL-HDR-COMPLETE TO TRUE
623090                 MOVE JOB-RUN-DATE TO JOBCTL-HDR-RUN-DATE
623091                 MOVE JOB-HIGH-RC TO JOBCTL-HDR-HIGH-RC
623092                 REWRITE JOB-CONTROL-RECORD
623093         END-READ
623094         CLOSE JOB-CONTROL-FILE
623095     END-IF
623096     DISPLAY "The job stream has ended. Steps run: "
623097             JOB-STEP-COUNT " Highest return code: " JOB-HIGH-RC
623098     IF JOB-HIGH-RC > 4
623099         DISPLAY "*** ONE OR MORE STEPS FAILED -- SEE "
623100           "JOBLOG.DAT ***"
623101     END-IF.
623102 9490-EXIT.
623103     EXIT.
623104*
623105*****************************************************************
623106*    9500-MAINTAIN-SERVICE-PLAN -- GOALS FOR AN OPEN CASE       *
623107*                 ADD A GOAL, CHANGE A GOAL'S STATUS, OR LIST   *
623108*                 THE PLAN. ONLY AN OPEN CASE'S PLAN MAY BE     *
623109*                 MAINTAINED. EVERY CHANGE IS AUDITED.          *
623110*****************************************************************
623111 9500-MAINTAIN-SERVICE-PLAN.
623112     DISPLAY "Please enter the case ID:"
623113     ACCEPT PLAN-SEARCH-CASE-ID
623114     OPEN INPUT CASE-FILE
623115     IF NOT CASE-FILE-OK
623116         DISPLAY "Case Not Found."
623117         GO TO 9500-EXIT
623118     END-IF
623119     MOVE PLAN-SEARCH-CASE-ID TO CASE-ID OF CASE-RECORD
623120     READ CASE-FILE
623121         INVALID KEY
623122             DISPLAY "Case Not Found."
623123             CLOSE CASE-FILE
623124             GO TO 9500-EXIT
623125     END-READ
623126     CLOSE CASE-FILE
623127     IF NOT CASE-IS-OPEN
623128         DISPLAY "Case " PLAN-SEARCH-CASE-ID " is closed. Only "
623129                 "an open case's plan may be changed."
623130         GO TO 9500-EXIT
623131     END-IF
623132     DISPLAY "Case " PLAN-SEARCH-CASE-ID "  Client "
623133             CLIENT-ID OF CASE-RECORD "  Case Worker: "
623134             CASE-WORKER-NAME
623135     DISPLAY "----------------------------------------"
623136     DISPLAY "Service Plan Maintenance"
623137     DISPLAY "1. Add a goal"
623138     DISPLAY "2. Change a goal's status"
623139     DISPLAY "3. List the service plan"
623140     DISPLAY "4. Return to the main menu"
623141     DISPLAY "Please enter your selection (1-4):"
623142     ACCEPT MAINT-PLAN-CHOICE
623143     EVALUATE MAINT-PLAN-CHOICE
623144         WHEN 1 PERFORM 9510-ADD-PLAN-GOAL THRU 9510-EXIT
623145         WHEN 2 PERFORM 9520-CHANGE-GOAL-STATUS THRU 9520-EXIT
623146         WHEN 3 PERFORM 9530-LIST-SERVICE-PLAN THRU 9530-EXIT
623147         WHEN 4 CONTINUE
623148         WHEN OTHER
623149             DISPLAY "Invalid selection. Please choose a "
623150                     "number between 1 and 4."
623151     END-EVALUATE.
623152 9500-EXIT.
623153     EXIT.
623154*
623155*****************************************************************
623156*    9510-ADD-PLAN-GOAL -- ADD A GOAL TO THE PLAN               *
623157*                 KEYS A GOAL CODE, DESCRIPTION AND TARGET      *
623158*                 DATE. THE GOAL STARTS ACTIVE. A PLAN ALREADY  *
623159*                 AT TEN GOALS IS REFUSED. AUDITED.             *
623160*****************************************************************
623161 9510-ADD-PLAN-GOAL.
623162     DISPLAY "Please enter the goal code:"
623163     ACCEPT PLAN-NEW-CODE
623164     IF PLAN-NEW-CODE = SPACES
623165         DISPLAY "A goal code is required. The goal was not "
623166                 "added."
623167         GO TO 9510-EXIT
623168     END-IF
623169     DISPLAY "Please enter a short description of the goal:"
623170     ACCEPT PLAN-NEW-DESC
623171     DISPLAY "Please enter the target date (YYYYMMDD):"
623172     ACCEPT PLAN-NEW-TARGET
623173     MOVE PLAN-NEW-TARGET TO VERIFY-DATE
623174     PERFORM 9340-EDIT-SERVICE-DATE THRU 9340-EXIT
623175     IF NOT DATE-IS-VALID
623176         DISPLAY "That is not a valid date. The goal was not "
623177                 "added."
623178         GO TO 9510-EXIT
623179     END-IF
623180     ACCEPT PLAN-TODAY FROM DATE YYYYMMDD
623181     PERFORM 9550-OPEN-PLAN-FOR-ADD THRU 9550-EXIT
623182     MOVE 'N' TO PLAN-FOUND-SW
623183     MOVE PLAN-SEARCH-CASE-ID TO PLAN-CASE-ID
623184     READ SERVICE-PLAN-FILE
623185         INVALID KEY
623186             CONTINUE
623187         NOT INVALID KEY
623188             MOVE 'Y' TO PLAN-FOUND-SW
623189     END-READ
623190     IF NOT PLAN-WAS-FOUND
623191         MOVE PLAN-SEARCH-CASE-ID TO PLAN-CASE-ID
623192         MOVE PLAN-TODAY TO PLAN-CREATED-DATE
623193         MOVE ZERO TO PLAN-GOAL-COUNT
623194         MOVE 1 TO PLAN-SUB
623195         PERFORM UNTIL PLAN-SUB > 10
623196             MOVE SPACES TO PLAN-GOAL-CODE (PLAN-SUB)
623197             MOVE SPACES TO PLAN-GOAL-DESC (PLAN-SUB)
623198             MOVE ZERO TO PLAN-GOAL-TARGET-DATE (PLAN-SUB)
623199             MOVE SPACES TO PLAN-GOAL-STATUS (PLAN-SUB)
623200             MOVE ZERO TO PLAN-GOAL-STATUS-DATE (PLAN-SUB)
623201             ADD 1 TO PLAN-SUB
623202         END-PERFORM
623203     END-IF
623204     IF PLAN-GOAL-COUNT NOT < 10
623205         DISPLAY "The service plan for case " PLAN-SEARCH-CASE-ID
623206                 " already holds ten goals."
623207         CLOSE SERVICE-PLAN-FILE
623208         GO TO 9510-EXIT
623209     END-IF
623210     ADD 1 TO PLAN-GOAL-COUNT
623211     MOVE PLAN-GOAL-COUNT TO PLAN-SUB
623212     MOVE PLAN-NEW-CODE TO PLAN-GOAL-CODE (PLAN-SUB)
623213     MOVE PLAN-NEW-DESC TO PLAN-GOAL-DESC (PLAN-SUB)
623214     MOVE PLAN-NEW-TARGET TO PLAN-GOAL-TARGET-DATE (PLAN-SUB)
623215     SET PLAN-GOAL-IS-ACTIVE (PLAN-SUB) TO TRUE
623216     MOVE PLAN-TODAY TO PLAN-GOAL-STATUS-DATE (PLAN-SUB)
623217     IF PLAN-WAS-FOUND
623218         REWRITE PLAN-RECORD
623219     ELSE
623220         WRITE PLAN-RECORD
623221     END-IF
623222     CLOSE SERVICE-PLAN-FILE
623223     PERFORM 9555-BUILD-PLAN-AUDIT-IMAGE THRU 9555-EXIT
623224     MOVE SPACES TO AUDIT-BEFORE-IMAGE-WS
623225     MOVE PLAN-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
623226     MOVE "GOAL-ADD" TO AUDIT-OPERATION-WS
623227     MOVE PLAN-SEARCH-CASE-ID TO AUDIT-RECORD-ID-WS
623228     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
623229     DISPLAY "Goal " PLAN-GOAL-COUNT " has been added to the "
623230             "service plan.".
623231 9510-EXIT.
623232     EXIT.
623233*
623234*****************************************************************
623235*    9520-CHANGE-GOAL-STATUS -- MARK A GOAL MET, NOT MET,       *
623236*                 WITHDRAWN, OR BACK TO ACTIVE. THE STATUS DATE *
623237*                 IS THE DAY OF THE CHANGE.                     *
623238*****************************************************************
623239 9520-CHANGE-GOAL-STATUS.
623240     PERFORM 9530-LIST-SERVICE-PLAN THRU 9530-EXIT
623241     IF NOT PLAN-WAS-FOUND
623242         GO TO 9520-EXIT
623243     END-IF
623244     DISPLAY "Please enter the goal number to change:"
623245     ACCEPT PLAN-GOAL-NUMBER
623246     DISPLAY "Please enter the new status (A active, M met, "
623247             "N not met, W withdrawn):"
623248     ACCEPT PLAN-NEW-STATUS
623249     IF NOT PLAN-NEW-STATUS-VALID
623250         DISPLAY "That is not a valid goal status. The goal "
623251                 "was not changed."
623252         GO TO 9520-EXIT
623253     END-IF
623254     OPEN I-O SERVICE-PLAN-FILE
623255     IF NOT SERVICE-PLAN-FILE-OK
623256         DISPLAY "No service plan is on file for case "
623257                 PLAN-SEARCH-CASE-ID "."
623258         GO TO 9520-EXIT
623259     END-IF
623260     MOVE PLAN-SEARCH-CASE-ID TO PLAN-CASE-ID
623261     READ SERVICE-PLAN-FILE
623262         INVALID KEY
623263             DISPLAY "No service plan is on file for case "
623264                     PLAN-SEARCH-CASE-ID "."
623265             CLOSE SERVICE-PLAN-FILE
623266             GO TO 9520-EXIT
623267     END-READ
623268     IF PLAN-GOAL-NUMBER = ZERO
623269             OR PLAN-GOAL-NUMBER > PLAN-GOAL-COUNT
623270         DISPLAY "There is no goal " PLAN-GOAL-NUMBER
623271                 " on this plan."
623272         CLOSE SERVICE-PLAN-FILE
623273         GO TO 9520-EXIT
623274     END-IF
623275     MOVE PLAN-GOAL-NUMBER TO PLAN-SUB
623276     IF PLAN-GOAL-STATUS (PLAN-SUB) = PLAN-NEW-STATUS
623277         DISPLAY "The goal already has that status."
623278         CLOSE SERVICE-PLAN-FILE
623279         GO TO 9520-EXIT
623280     END-IF
623281     PERFORM 9555-BUILD-PLAN-AUDIT-IMAGE THRU 9555-EXIT
623282     MOVE PLAN-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE-WS
623283     ACCEPT PLAN-TODAY FROM DATE YYYYMMDD
623284     MOVE PLAN-NEW-STATUS TO PLAN-GOAL-STATUS (PLAN-SUB)
623285     MOVE PLAN-TODAY TO PLAN-GOAL-STATUS-DATE (PLAN-SUB)
623286     REWRITE PLAN-RECORD
623287     CLOSE SERVICE-PLAN-FILE
623288     PERFORM 9555-BUILD-PLAN-AUDIT-IMAGE THRU 9555-EXIT
623289     MOVE PLAN-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
623290     MOVE "GOAL-STATUS" TO AUDIT-OPERATION-WS
623291     MOVE PLAN-SEARCH-CASE-ID TO AUDIT-RECORD-ID-WS
623292     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
623293     DISPLAY "Goal " PLAN-GOAL-NUMBER " has been updated.".
623294 9520-EXIT.
623295     EXIT.
623296*
623297*****************************************************************
623298*    9530-LIST-SERVICE-PLAN -- LIST A CASE'S GOALS              *
623299*                 DISPLAYS EVERY GOAL ON THE PLAN WITH ITS      *
623300*                 TARGET DATE AND STATUS.                       *
623301*****************************************************************
623302 9530-LIST-SERVICE-PLAN.
623303     MOVE 'N' TO PLAN-FOUND-SW
623304     OPEN INPUT SERVICE-PLAN-FILE
623305     IF SERVICE-PLAN-FILE-OK
623306         MOVE PLAN-SEARCH-CASE-ID TO PLAN-CASE-ID
623307         READ SERVICE-PLAN-FILE
623308             INVALID KEY
623309                 CONTINUE
623310             NOT INVALID KEY
623311                 MOVE 'Y' TO PLAN-FOUND-SW
623312         END-READ
623313         CLOSE SERVICE-PLAN-FILE
623314     END-IF
623315     IF NOT PLAN-WAS-FOUND
623316         DISPLAY "No service plan is on file for case "
623317                 PLAN-SEARCH-CASE-ID "."
623318         GO TO 9530-EXIT
623319     END-IF
623320     DISPLAY "Service plan for case " PLAN-CASE-ID
623321             "  started " PLAN-CREATED-DATE
623322     MOVE 1 TO PLAN-SUB
623323     PERFORM UNTIL PLAN-SUB > PLAN-GOAL-COUNT
623324         EVALUATE TRUE
623325             WHEN PLAN-GOAL-IS-ACTIVE (PLAN-SUB)
623326                 MOVE "ACTIVE" TO PLAN-STATUS-TEXT
623327             WHEN PLAN-GOAL-IS-MET (PLAN-SUB)
623328                 MOVE "MET" TO PLAN-STATUS-TEXT
623329             WHEN PLAN-GOAL-IS-NOT-MET (PLAN-SUB)
623330                 MOVE "NOT MET" TO PLAN-STATUS-TEXT
623331             WHEN OTHER
623332                 MOVE "WITHDRAWN" TO PLAN-STATUS-TEXT
623333         END-EVALUATE
623334         DISPLAY "Goal " PLAN-SUB ": " PLAN-GOAL-CODE (PLAN-SUB)
623335                 "  " PLAN-GOAL-DESC (PLAN-SUB)
623336         DISPLAY "  Target: " PLAN-GOAL-TARGET-DATE (PLAN-SUB)
623337                 "  Status: " PLAN-STATUS-TEXT
623338                 " since " PLAN-GOAL-STATUS-DATE (PLAN-SUB)
623339         ADD 1 TO PLAN-SUB
623340     END-PERFORM.
623341 9530-EXIT.
623342     EXIT.
623343*
623344*****************************************************************
623345*    9545-COUNT-ACTIVE-GOALS -- PLAN-SEARCH-CASE-ID IN,         *
623346*                 PLAN-ACTIVE-COUNT OUT. A CASE WITH NO PLAN    *
623347*                 HAS NO ACTIVE GOALS.                          *
623348*****************************************************************
623349 9545-COUNT-ACTIVE-GOALS.
623350     MOVE ZERO TO PLAN-ACTIVE-COUNT
623351     OPEN INPUT SERVICE-PLAN-FILE
623352     IF NOT SERVICE-PLAN-FILE-OK
623353         GO TO 9545-EXIT
623354     END-IF
623355     MOVE PLAN-SEARCH-CASE-ID TO PLAN-CASE-ID
623356     READ SERVICE-PLAN-FILE
623357         INVALID KEY
623358             MOVE ZERO TO PLAN-GOAL-COUNT
623359     END-READ
623360     MOVE 1 TO PLAN-SUB
623361     PERFORM UNTIL PLAN-SUB > PLAN-GOAL-COUNT
623362         IF PLAN-GOAL-IS-ACTIVE (PLAN-SUB)
623363             ADD 1 TO PLAN-ACTIVE-COUNT
623364         END-IF
623365         ADD 1 TO PLAN-SUB
623366     END-PERFORM
623367     CLOSE SERVICE-PLAN-FILE.
623368 9545-EXIT.
623369     EXIT.
623370*
623371*****************************************************************
623372*    9550-OPEN-PLAN-FOR-ADD -- OPEN SERVICE PLANS FOR UPDATE    *
623373*                 CREATES SVCPLAN.DAT ON FIRST USE.             *
623374*****************************************************************
623375 9550-OPEN-PLAN-FOR-ADD.
623376     OPEN I-O SERVICE-PLAN-FILE
623377     IF SERVICE-PLAN-NOT-FOUND
623378         OPEN OUTPUT SERVICE-PLAN-FILE
623379         CLOSE SERVICE-PLAN-FILE
623380         OPEN I-O SERVICE-PLAN-FILE
623381     END-IF.
623382 9550-EXIT.
623383     EXIT.
623384*
623385*****************************************************************
623386*    9555-BUILD-PLAN-AUDIT-IMAGE -- GOAL AUDIT IMAGE            *
623387*                 SERVICE-PLAN-RECORD AND PLAN-SUB IN; PLAN-    *
623388*                 AUDIT-IMAGE OUT FOR ONE GOAL.                 *
623389*****************************************************************
623390 9555-BUILD-PLAN-AUDIT-IMAGE.
623391     MOVE PLAN-CASE-ID TO PLAN-AUDIT-CASE-ID
623392     MOVE PLAN-SUB TO PLAN-AUDIT-GOAL-NO
623393     MOVE PLAN-GOAL-CODE (PLAN-SUB) TO PLAN-AUDIT-CODE
623394     MOVE PLAN-GOAL-TARGET-DATE (PLAN-SUB) TO PLAN-AUDIT-TARGET
623395     MOVE PLAN-GOAL-STATUS (PLAN-SUB) TO PLAN-AUDIT-STATUS
623396     MOVE PLAN-GOAL-STATUS-DATE (PLAN-SUB)
623397         TO PLAN-AUDIT-STATUS-DATE.
623398 9555-EXIT.
623399     EXIT.
623400*
623401*****************************************************************
623402*    9560-OVERDUE-GOALS-REPORT -- SUPERVISOR FOLLOW-UP LIST     *
623403*                 FOR EACH ROSTER ENTRY, EVERY ACTIVE GOAL ON   *
623404*                 THE WORKER'S OPEN CASES WHOSE TARGET DATE HAS *
623405*                 PASSED, WITH THE DAYS OVERDUE.                *
623406*****************************************************************
623407 9560-OVERDUE-GOALS-REPORT.
623408     IF NOT SUPERVISOR-SIGNED-ON
623409         DISPLAY "That option is restricted to supervisors."
623410         GO TO 9560-EXIT
623411     END-IF
623412     OPEN INPUT SERVICE-PLAN-FILE
623413     IF NOT SERVICE-PLAN-FILE-OK
623414         DISPLAY "No service plans are on file."
623415         GO TO 9560-EXIT
623416     END-IF
623417     OPEN INPUT CASEWORKER-FILE
623418     IF NOT CASEWORKER-FILE-OK
623419         DISPLAY "No caseworker roster is on file."
623420         CLOSE SERVICE-PLAN-FILE
623421         GO TO 9560-EXIT
623422     END-IF
623423     ACCEPT PLAN-TODAY FROM DATE YYYYMMDD
623424     MOVE PLAN-TODAY TO VERIFY-DATE
623425     PERFORM 8430-DATE-TO-DAYS THRU 8430-EXIT
623426     MOVE DATE-DAYS-WS TO GOAL-TODAY-DAYS
623427     MOVE ZERO TO GOAL-OVERDUE-TOTAL
623428     OPEN OUTPUT GOAL-REPORT-FILE
623429     MOVE RPT-GOAL-HEADING-1 TO GOAL-REPORT-RECORD
623430     WRITE GOAL-REPORT-RECORD
623431     MOVE RPT-HEADING-2 TO GOAL-REPORT-RECORD
623432     WRITE GOAL-REPORT-RECORD
623433     MOVE PLAN-TODAY TO RPT-GOAL-RUN-DATE
623434     MOVE RPT-GOAL-PARM-LINE TO GOAL-REPORT-RECORD
623435     WRITE GOAL-REPORT-RECORD
623436     MOVE SPACES TO GOAL-REPORT-RECORD
623437     WRITE GOAL-REPORT-RECORD
623438     MOVE 'N' TO CASEWORKER-EOF-SW
623439     READ CASEWORKER-FILE
623440         AT END SET CASEWORKER-EOF-REACHED TO TRUE
623441     END-READ
623442     PERFORM 9565-OVERDUE-FOR-WORKER THRU 9565-EXIT
623443         UNTIL CASEWORKER-EOF-REACHED
623444     MOVE GOAL-OVERDUE-TOTAL TO RPT-GOAL-TOTAL
623445     MOVE RPT-GOAL-TOTAL-LINE TO GOAL-REPORT-RECORD
623446     WRITE GOAL-REPORT-RECORD
623447     CLOSE GOAL-REPORT-FILE
623448     CLOSE CASEWORKER-FILE
623449     CLOSE SERVICE-PLAN-FILE
623450     DISPLAY "The overdue goals report has been generated. "
623451             "Overdue goals: " GOAL-OVERDUE-TOTAL.
623452 9560-EXIT.
623453     EXIT.
623454*
623455*****************************************************************
623456*    9565-OVERDUE-FOR-WORKER -- ONE WORKER'S OVERDUE GOALS      *
623457*                 PRINTS EVERY ACTIVE GOAL PAST ITS TARGET DATE *
623458*                 ON THE WORKER'S OPEN CASES, OR A NONE LINE.   *
623459*****************************************************************
623460 9565-OVERDUE-FOR-WORKER.
623461     MOVE ZERO TO GOAL-WORKER-COUNT
623462     MOVE CASEWORKER-ID OF CASEWORKER-RECORD TO RPT-GOAL-WORKER-ID
623463     MOVE CASEWORKER-NAME TO RPT-GOAL-WORKER-NAME
623464     MOVE RPT-GOAL-WORKER-LINE TO GOAL-REPORT-RECORD
623465     WRITE GOAL-REPORT-RECORD
623466     OPEN INPUT CASE-FILE
623467     IF CASE-FILE-OK
623468         MOVE 'N' TO CASE-EOF-SW
623469         READ CASE-FILE NEXT RECORD
623470             AT END SET CASE-EOF-REACHED TO TRUE
623471         END-READ
623472         PERFORM UNTIL CASE-EOF-REACHED
623473             IF CASEWORKER-ID OF CASE-RECORD =
623474                     CASEWORKER-ID OF CASEWORKER-RECORD
623475                     AND CASE-IS-OPEN
623476                 PERFORM 9570-OVERDUE-FOR-CASE THRU 9570-EXIT
623477             END-IF
623478             READ CASE-FILE NEXT RECORD
623479                 AT END SET CASE-EOF-REACHED TO TRUE
623480             END-READ
623481         END-PERFORM
623482         CLOSE CASE-FILE
623483     END-IF
623484     IF GOAL-WORKER-COUNT = ZERO
623485         MOVE RPT-GOAL-NONE-LINE TO GOAL-REPORT-RECORD
623486     ELSE
623487         MOVE GOAL-WORKER-COUNT TO RPT-GOAL-WORKER-COUNT
623488         MOVE RPT-GOAL-WORKER-TOTAL TO GOAL-REPORT-RECORD
623489     END-IF
623490     WRITE GOAL-REPORT-RECORD
623491     MOVE SPACES TO GOAL-REPORT-RECORD
623492     WRITE GOAL-REPORT-RECORD
623493     READ CASEWORKER-FILE
623494         AT END SET CASEWORKER-EOF-REACHED TO TRUE
623495     END-READ.
623496 9565-EXIT.
623497     EXIT.
623498*
623499*****************************************************************
623500*    9570-OVERDUE-FOR-CASE -- CASE-RECORD HOLDS AN OPEN CASE OF *
623501*                 THE WORKER. SERVICE-PLAN-FILE IS OPEN INPUT.  *
623502*****************************************************************
623503 9570-OVERDUE-FOR-CASE.
623504     MOVE CASE-ID OF CASE-RECORD TO PLAN-CASE-ID
623505     READ SERVICE-PLAN-FILE
623506         INVALID KEY
623507             GO TO 9570-EXIT
623508     END-READ
623509     MOVE 1 TO PLAN-SUB
623510     PERFORM UNTIL PLAN-SUB > PLAN-GOAL-COUNT
623511         IF PLAN-GOAL-IS-ACTIVE (PLAN-SUB)
623512             MOVE PLAN-GOAL-TARGET-DATE (PLAN-SUB) TO VERIFY-DATE
623513             PERFORM 8430-DATE-TO-DAYS THRU 8430-EXIT
623514             IF DATE-DAYS-WS < GOAL-TODAY-DAYS
623515                 MOVE CASE-ID OF CASE-RECORD TO RPT-GOAL-CASE-ID
623516                 MOVE CLIENT-ID OF CASE-RECORD
623517                     TO RPT-GOAL-CLIENT-ID
623518                 MOVE PLAN-GOAL-CODE (PLAN-SUB) TO RPT-GOAL-CODE
623519                 MOVE PLAN-GOAL-TARGET-DATE (PLAN-SUB)
623520                     TO RPT-GOAL-TARGET
623521                 COMPUTE RPT-GOAL-DAYS =
623522                     GOAL-TODAY-DAYS - DATE-DAYS-WS
623523                 MOVE PLAN-GOAL-DESC (PLAN-SUB) TO RPT-GOAL-DESC
623524                 MOVE RPT-GOAL-DETAIL-LINE TO GOAL-REPORT-RECORD
623525                 WRITE GOAL-REPORT-RECORD
623526                 ADD 1 TO GOAL-WORKER-COUNT
623527                 ADD 1 TO GOAL-OVERDUE-TOTAL
623528             END-IF
623529         END-IF
623530         ADD 1 TO PLAN-SUB
623531     END-PERFORM.
623532 9570-EXIT.
623533     EXIT.
623534*
623535*****************************************************************
623536*    9580-OUTCOME-SUMMARY -- CLOSED CASES BY CLOSING OUTCOME    *
623537*                 FOR THE KEYED CLOSING-DATE RANGE. CLOSED      *
623538*                 CASES STILL ON THE CASE FILE AND CASES MOVED  *
623539*                 TO THE CASE ARCHIVE ARE BOTH COUNTED, SO A    *
623540*                 RETENTION RUN DOES NOT CHANGE LAST YEAR'S     *
623541*                 FIGURES. CASES CLOSED BEFORE OUTCOMES WERE    *
623542*                 KEPT ARE SHOWN AS NOT RECORDED.               *
623543*****************************************************************
623544 9580-OUTCOME-SUMMARY.
623545     DISPLAY "Please enter the first closing date (YYYYMMDD):"
623546     ACCEPT OUTCOME-FROM-DATE
623547     MOVE OUTCOME-FROM-DATE TO VERIFY-DATE
623548     PERFORM 9340-EDIT-SERVICE-DATE THRU 9340-EXIT
623549     IF NOT DATE-IS-VALID
623550         DISPLAY "That is not a valid date."
623551         GO TO 9580-EXIT
623552     END-IF
623553     DISPLAY "Please enter the last closing date (YYYYMMDD):"
623554     ACCEPT OUTCOME-TO-DATE
623555     MOVE OUTCOME-TO-DATE TO VERIFY-DATE
623556     PERFORM 9340-EDIT-SERVICE-DATE THRU 9340-EXIT
623557     IF NOT DATE-IS-VALID
623558             OR OUTCOME-FROM-DATE > OUTCOME-TO-DATE
623559         DISPLAY "That is not a valid date range."
623560         GO TO 9580-EXIT
623561     END-IF
623562     MOVE ZERO TO OUTCOME-TOTAL-COUNT
623563     MOVE ZERO TO OUTCOME-ARCHIVED-COUNT
623564     MOVE 1 TO OUTCOME-SUB
623565     PERFORM UNTIL OUTCOME-SUB > 11
623566         MOVE ZERO TO OUTCOME-CASE-COUNT (OUTCOME-SUB)
623567         ADD 1 TO OUTCOME-SUB
623568     END-PERFORM
623569     OPEN INPUT CASE-FILE
623570     IF CASE-FILE-OK
623571         MOVE 'N' TO CASE-EOF-SW
623572         READ CASE-FILE NEXT RECORD
623573             AT END SET CASE-EOF-REACHED TO TRUE
623574         END-READ
623575         PERFORM UNTIL CASE-EOF-REACHED
623576             IF CASE-IS-CLOSED
623577                     AND CASE-CLOSED-DATE NOT < OUTCOME-FROM-DATE
623578                     AND CASE-CLOSED-DATE NOT > OUTCOME-TO-DATE
623579                 MOVE CASE-CLOSING-OUTCOME TO CLOSE-OUTCOME-CODE
623580                 PERFORM 9585-TALLY-OUTCOME THRU 9585-EXIT
623581             END-IF
623582             READ CASE-FILE NEXT RECORD
623583                 AT END SET CASE-EOF-REACHED TO TRUE
623584             END-READ
623585         END-PERFORM
623586         CLOSE CASE-FILE
623587     END-IF
623588     OPEN INPUT CASE-ARCHIVE-FILE
623589     IF NOT CASE-ARCHIVE-NOT-FOUND
623590         MOVE 'N' TO CASE-EOF-SW
623591         READ CASE-ARCHIVE-FILE
623592             AT END SET CASE-EOF-REACHED TO TRUE
623593         END-READ
623594         PERFORM UNTIL CASE-EOF-REACHED
623595             MOVE SPACES TO ARCH-CASE-WS
623596             MOVE CASE-ARCHIVE-RECORD TO ARCH-CASE-WS
623597             IF ARCH-CASE-CLOSED-DATE NUMERIC
623598                     AND ARCH-CASE-CLOSED-DATE
623599                         NOT < OUTCOME-FROM-DATE
623600                     AND ARCH-CASE-CLOSED-DATE
623601                         NOT > OUTCOME-TO-DATE
623602                 MOVE ARCH-CASE-CLOSING-OUTCOME
623603                     TO CLOSE-OUTCOME-CODE
623604                 PERFORM 9585-TALLY-OUTCOME THRU 9585-EXIT
623605                 ADD 1 TO OUTCOME-ARCHIVED-COUNT
623606             END-IF
623607             READ CASE-ARCHIVE-FILE
623608                 AT END SET CASE-EOF-REACHED TO TRUE
623609             END-READ
623610         END-PERFORM
623611         CLOSE CASE-ARCHIVE-FILE
623612     END-IF
623613     OPEN OUTPUT OUTCOME-REPORT-FILE
623614     MOVE RPT-OUTCOME-HEADING-1 TO OUTCOME-REPORT-RECORD
623615     WRITE OUTCOME-REPORT-RECORD
623616     MOVE RPT-HEADING-2 TO OUTCOME-REPORT-RECORD
623617     WRITE OUTCOME-REPORT-RECORD
623618     MOVE OUTCOME-FROM-DATE TO RPT-OUTCOME-FROM
623619     MOVE OUTCOME-TO-DATE TO RPT-OUTCOME-TO
623620     MOVE RPT-OUTCOME-PARM-LINE TO OUTCOME-REPORT-RECORD
623621     WRITE OUTCOME-REPORT-RECORD
623622     MOVE SPACES TO OUTCOME-REPORT-RECORD
623623     WRITE OUTCOME-REPORT-RECORD
623624     MOVE 1 TO OUTCOME-SUB
623625     PERFORM UNTIL OUTCOME-SUB > 11
623626         IF OUTCOME-SUB > 10
623627             MOVE SPACES TO RPT-OUTCOME-CODE
623628             MOVE "NOT RECORDED" TO RPT-OUTCOME-DESC
623629         ELSE
623630             MOVE OUTCOME-CODE (OUTCOME-SUB) TO RPT-OUTCOME-CODE
623631             MOVE OUTCOME-DESC (OUTCOME-SUB) TO RPT-OUTCOME-DESC
623632         END-IF
623633         MOVE OUTCOME-CASE-COUNT (OUTCOME-SUB)
623634             TO RPT-OUTCOME-COUNT
623635         IF OUTCOME-TOTAL-COUNT > ZERO
623636             COMPUTE RPT-OUTCOME-PCT ROUNDED =
623637                 OUTCOME-CASE-COUNT (OUTCOME-SUB) * 100
623638                     / OUTCOME-TOTAL-COUNT
623639         ELSE
623640             MOVE ZERO TO RPT-OUTCOME-PCT
623641         END-IF
623642         MOVE RPT-OUTCOME-DETAIL-LINE TO OUTCOME-REPORT-RECORD
623643         WRITE OUTCOME-REPORT-RECORD
623644         ADD 1 TO OUTCOME-SUB
623645     END-PERFORM
623646     MOVE SPACES TO OUTCOME-REPORT-RECORD
623647     WRITE OUTCOME-REPORT-RECORD
623648     MOVE OUTCOME-TOTAL-COUNT TO RPT-OUTCOME-TOTAL
623649     MOVE OUTCOME-ARCHIVED-COUNT TO RPT-OUTCOME-ARCHIVED
623650     MOVE RPT-OUTCOME-TOTAL-LINE TO OUTCOME-REPORT-RECORD
623651     WRITE OUTCOME-REPORT-RECORD
623652     CLOSE OUTCOME-REPORT-FILE
623653     DISPLAY "The outcome summary has been generated. Cases "
623654             "closed in the period: " OUTCOME-TOTAL-COUNT.
623655 9580-EXIT.
623656     EXIT.
623657*
623658*****************************************************************
623659*    9585-TALLY-OUTCOME -- COUNT ONE CLOSED CASE                *
623660*                 ADDS THE CASE TO ITS OUTCOME ROW. A CASE WITH *
623661*                 NO VALID OUTCOME IS COUNTED ON THE NOT        *
623662*                 RECORDED ROW.                                 *
623663*****************************************************************
623664 9585-TALLY-OUTCOME.
623665     ADD 1 TO OUTCOME-TOTAL-COUNT
623666     PERFORM 7525-FIND-OUTCOME THRU 7525-EXIT
623667     IF OUTCOME-IS-VALID
623668         ADD 1 TO OUTCOME-CASE-COUNT (OUTCOME-SUB)
623669     ELSE
623670         ADD 1 TO OUTCOME-CASE-COUNT (11)
623671     END-IF.
623672 9585-EXIT.
623673     EXIT.
623674*
623675*****************************************************************
623676*    9600-BILLING-EXTRACT -- MONTHLY STATE CLAIM FILE            *
623677*                 SELECTS UNBILLED SERVICES IN A KEYED DATE     *
623678*                 RANGE, JOINS THE CLIENT NAME, AND WRITES THE  *
623679*                 STATE CLAIM INTERFACE FILE -- HEADER (RUN     *
623680*                 DATE, COUNTY), ONE DETAIL PER SERVICE, AND A  *
623681*                 TRAILER WITH THE DETAIL COUNT AND A HASH      *
623682*                 TOTAL OF SERVICE DATES. EACH EXTRACTED        *
623683*                 SERVICE IS FLAGGED BILLED SO THE NEXT RUN     *
623700*                 DOES NOT BILL IT TWICE. VOIDS QUEUED SINCE    *
623714*                 THE LAST RUN GO FIRST ('V' DETAILS, 9605);    *
623728*                 A QUEUED REPLACEMENT GOES AS AN 'R' DETAIL    *
623742*                 WHATEVER ITS DATE. VOIDED SERVICES ARE NEVER  *
623756*                 BILLED. EACH RUN TAKES THE NEXT CLAIM BATCH   *
623770*                 CONTROL NUMBER FOR THE HEADER AND POSTS EVERY *
623784*                 BILLED DETAIL TO THE RECEIVABLE LEDGER.       *
623800*****************************************************************
623900 9600-BILLING-EXTRACT.
623950     IF NOT JOB-STREAM-ACTIVE
624000         DISPLAY "Please enter the first service date to bill "
624100                 "(YYYYMMDD):"
624200         ACCEPT EXTRACT-FROM-DATE
624250     END-IF
624300     MOVE EXTRACT-FROM-DATE TO VERIFY-DATE
624400     PERFORM 9340-EDIT-SERVICE-DATE THRU 9340-EXIT
624500     IF NOT DATE-IS-VALID
624600         DISPLAY "That is not a valid date. The extract was "
624700                 "not run."
624733         MOVE 8 TO JOB-STEP-RC
624766         MOVE "FIRST BILLING DATE IS NOT VALID" TO JOB-STEP-MSG
624800         GO TO 9600-EXIT
624900     END-IF
624950     IF NOT JOB-STREAM-ACTIVE
625000         DISPLAY "Please enter the last service date to bill "
625100                 "(YYYYMMDD):"
625200         ACCEPT EXTRACT-TO-DATE
625250     END-IF
625300     MOVE EXTRACT-TO-DATE TO VERIFY-DATE
625400     PERFORM 9340-EDIT-SERVICE-DATE THRU 9340-EXIT
625500     IF NOT DATE-IS-VALID
625600         DISPLAY "That is not a valid date. The extract was "
625700                 "not run."
625733         MOVE 8 TO JOB-STEP-RC
625766         MOVE "LAST BILLING DATE IS NOT VALID" TO JOB-STEP-MSG
625800         GO TO 9600-EXIT
625900     END-IF
626000     IF EXTRACT-FROM-DATE > EXTRACT-TO-DATE
626100         DISPLAY "The first date is after the last date. "
626200                 "The extract was not run."
626233         MOVE 8 TO JOB-STEP-RC
626266         MOVE "FIRST BILLING DATE AFTER THE LAST" TO JOB-STEP-MSG
626300         GO TO 9600-EXIT
626400     END-IF
626450     IF NOT JOB-STREAM-ACTIVE
626500         DISPLAY "Please enter the county code:"
626600         ACCEPT EXTRACT-COUNTY-CODE
626633     END-IF
626666     PERFORM 9602-ASSIGN-CLAIM-BATCH THRU 9602-EXIT
626700     MOVE ZERO TO EXTRACT-DETAIL-COUNT
626800     MOVE ZERO TO EXTRACT-SKIPPED-COUNT
626900     MOVE ZERO TO EXTRACT-NOCLIENT-COUNT
627000     MOVE ZERO TO EXTRACT-INELIG-COUNT
627033     MOVE ZERO TO EXTRACT-VOID-COUNT
627066     MOVE ZERO TO EXTRACT-REPL-COUNT
627100     MOVE ZERO TO EXTRACT-DATE-HASH
627200     OPEN OUTPUT CLAIM-FILE
627300     ACCEPT CLAIM-HDR-RUN-DATE FROM DATE YYYYMMDD
627400     MOVE EXTRACT-COUNTY-CODE TO CLAIM-HDR-COUNTY
627450     MOVE CLAIM-BATCH-NO TO CLAIM-HDR-BATCH-NO
627500     MOVE CLAIM-HEADER-LINE TO CLAIM-RECORD
627600     WRITE CLAIM-RECORD
627633     PERFORM 9620-OPEN-LEDGER THRU 9620-EXIT
627666     PERFORM 9605-SEND-PENDING-VOIDS THRU 9605-EXIT
627700     OPEN I-O SERVICE-FILE
627800     IF SERVICE-FILE-OK
627900         MOVE 'N' TO SERVICE-EOF-SW
628100             AT END SET SERVICE-EOF-REACHED TO TRUE
628200         END-READ
628300         PERFORM UNTIL SERVICE-EOF-REACHED
628450             IF SERVICE-IS-ACTIVE
628600                     AND SERVICE-NOT-BILLED
628625                     AND (SERVICE-REPL-PENDING
628650                       OR (SERVICE-DATE >= EXTRACT-FROM-DATE
628675                       AND SERVICE-DATE <= EXTRACT-TO-DATE))
628700                 PERFORM 9610-WRITE-CLAIM-DETAIL THRU 9610-EXIT
628800             END-IF
628900             READ SERVICE-FILE NEXT RECORD
629600     END-IF
629700     MOVE EXTRACT-DETAIL-COUNT TO CLAIM-TRL-DETAIL-COUNT
629800     MOVE EXTRACT-DATE-HASH TO CLAIM-TRL-DATE-HASH
629833     MOVE EXTRACT-VOID-COUNT TO CLAIM-TRL-VOID-COUNT
629866     MOVE EXTRACT-REPL-COUNT TO CLAIM-TRL-REPL-COUNT
629900     MOVE CLAIM-TRAILER-LINE TO CLAIM-RECORD
630000     WRITE CLAIM-RECORD
630100     CLOSE CLAIM-FILE
630150     CLOSE LEDGER-FILE
630200     MOVE "BILLING-EXTR" TO AUDIT-OPERATION-WS
630300     MOVE ZERO TO AUDIT-RECORD-ID-WS
630400     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
630500     DISPLAY "The billing extract is complete. Services "
630600             "billed: " EXTRACT-DETAIL-COUNT
630614     DISPLAY "Claim batch control number: " CLAIM-BATCH-NO
630628     IF EXTRACT-VOID-COUNT > ZERO
630642             OR EXTRACT-REPL-COUNT > ZERO
630656         DISPLAY "Of those, void details: " EXTRACT-VOID-COUNT
630670                 "  replacement details: " EXTRACT-REPL-COUNT
630684     END-IF
630700     IF EXTRACT-SKIPPED-COUNT > ZERO
630800         DISPLAY "Services skipped (type not on the "
630900                 "service-type table): " EXTRACT-SKIPPED-COUNT
631900     END-IF.
632000 9600-EXIT.
632100     EXIT.
632101*
632102*****************************************************************
632103*    9602-ASSIGN-CLAIM-BATCH -- NEXT BATCH CONTROL NUMBER       *
632104*                 CLAIMCTL.DAT HOLDS ONE RECORD, THE LAST       *
632105*                 NUMBER ISSUED. IT IS BUMPED AND REWRITTEN     *
632106*                 BEFORE THE CLAIM FILE IS OPENED SO NO TWO     *
632107*                 RUNS SHARE A NUMBER.                          *
632108*****************************************************************
632109 9602-ASSIGN-CLAIM-BATCH.
632110     MOVE ZERO TO CLAIM-BATCH-NO
632111     OPEN INPUT CLAIM-CONTROL-FILE
632112     IF CLAIM-CONTROL-FILE-OK
632113         READ CLAIM-CONTROL-FILE
632114             AT END
632115                 CONTINUE
632116             NOT AT END
632117                 MOVE CLAIM-CTL-LAST-BATCH TO CLAIM-BATCH-NO
632118         END-READ
632119         CLOSE CLAIM-CONTROL-FILE
632120     END-IF
632121     ADD 1 TO CLAIM-BATCH-NO
632122         ON SIZE ERROR MOVE 1 TO CLAIM-BATCH-NO
632123     END-ADD
632124     MOVE CLAIM-BATCH-NO TO CLAIM-CTL-LAST-BATCH
632125     ACCEPT CLAIM-CTL-LAST-DATE FROM DATE YYYYMMDD
632126     OPEN OUTPUT CLAIM-CONTROL-FILE
632127     WRITE CLAIM-CONTROL-RECORD
632128     CLOSE CLAIM-CONTROL-FILE.
632129 9602-EXIT.
632130     EXIT.
632131*
632132*****************************************************************
632133*    9605-SEND-PENDING-VOIDS -- VOID DETAILS FOR THE STATE       *
632134*                 A VOIDED SERVICE THE STATE HAS ALREADY BEEN   *
632135*                 BILLED FOR GOES OUT AS A 'V' DETAIL CARRYING  *
632136*                 THE ORIGINAL VALUES, WHATEVER ITS DATE. IT    *
632137*                 COUNTS IN THE TRAILER DETAIL COUNT AND HASH   *
632138*                 LIKE ANY OTHER DETAIL, AND IS MARKED SENT SO  *
632139*                 IT IS NOT VOIDED TWICE.                       *
632140*****************************************************************
632141 9605-SEND-PENDING-VOIDS.
632142     OPEN I-O SERVICE-FILE
632143     IF NOT SERVICE-FILE-OK
632144         GO TO 9605-EXIT
632145     END-IF
632146     MOVE 'N' TO SERVICE-EOF-SW
632147     READ SERVICE-FILE NEXT RECORD
632148         AT END SET SERVICE-EOF-REACHED TO TRUE
632149     END-READ
632150     PERFORM UNTIL SERVICE-EOF-REACHED
632151         IF SERVICE-IS-VOIDED
632152                 AND SERVICE-VOID-PENDING
632153             PERFORM 9615-WRITE-CLAIM-VOID THRU 9615-EXIT
632154         END-IF
632155         READ SERVICE-FILE NEXT RECORD
632156             AT END SET SERVICE-EOF-REACHED TO TRUE
632157         END-READ
632158     END-PERFORM
632159     CLOSE SERVICE-FILE.
632160 9605-EXIT.
632161     EXIT.
632200*
632300*****************************************************************
632400*    9610-WRITE-CLAIM-DETAIL -- ONE CLAIM DETAIL PER SERVICE     *
637100     MOVE SERVICE-TYPE TO CLAIM-DTL-SERVICE-TYPE
637200     MOVE SVC-TYPE-RATE-WS TO CLAIM-DTL-UNIT-RATE
637300     MOVE VERIFY-CLIENT-NAME TO CLAIM-DTL-CLIENT-NAME
637310     IF SERVICE-REPL-PENDING
637320         SET CLAIM-DTL-IS-REPLACEMENT TO TRUE
637330         MOVE SERVICE-LINK-ID TO CLAIM-DTL-ORIG-SERVICE-ID
637340         ADD 1 TO EXTRACT-REPL-COUNT
637350         SET SERVICE-ADJ-NONE TO TRUE
637360     ELSE
637370         SET CLAIM-DTL-IS-ORIGINAL TO TRUE
637380         MOVE ZERO TO CLAIM-DTL-ORIG-SERVICE-ID
637390     END-IF
637400     MOVE CLAIM-DETAIL-LINE TO CLAIM-RECORD
637500     WRITE CLAIM-RECORD
637550     PERFORM 9625-WRITE-LEDGER-ENTRY THRU 9625-EXIT
637600     ADD 1 TO EXTRACT-DETAIL-COUNT
637700     ADD SERVICE-DATE TO EXTRACT-DATE-HASH
637800     SET SERVICE-IS-BILLED TO TRUE
638000     REWRITE SERVICE-RECORD.
638100 9610-EXIT.
638200     EXIT.
638201*
638202*****************************************************************
638203*    9615-WRITE-CLAIM-VOID -- ONE VOID DETAIL                    *
638204*                 SERVICE-RECORD HOLDS THE VOIDED SERVICE. THE  *
638205*                 VOID IS SENT EVEN IF THE TYPE OR CLIENT HAS   *
638206*                 SINCE LEFT THE FILES -- THE RATE OR NAME IS   *
638207*                 THEN SENT EMPTY.                              *
638208*****************************************************************
638209 9615-WRITE-CLAIM-VOID.
638210     MOVE ZERO TO SVC-TYPE-RATE-WS
638211     MOVE SERVICE-TYPE TO SERVICE-TYPE-LOOKUP
638212     IF LOOKUP-SVC-TYPE-REST = SPACES
638213         MOVE LOOKUP-SVC-TYPE-CODE TO NEW-SVC-TYPE-CODE
638214         PERFORM 7415-FIND-SERVICE-TYPE THRU 7415-EXIT
638215     END-IF
638216     MOVE CLIENT-ID OF SERVICE-RECORD TO VERIFY-CLIENT-ID
638217     PERFORM 3300-CHECK-CLIENT-EXISTS THRU 3300-EXIT
638218     SET CLAIM-DTL-IS-VOID TO TRUE
638219     MOVE SERVICE-ID TO CLAIM-DTL-SERVICE-ID
638220     MOVE CLIENT-ID OF SERVICE-RECORD TO CLAIM-DTL-CLIENT-ID
638221     MOVE SERVICE-DATE TO CLAIM-DTL-SERVICE-DATE
638222     MOVE SERVICE-TYPE TO CLAIM-DTL-SERVICE-TYPE
638223     MOVE SVC-TYPE-RATE-WS TO CLAIM-DTL-UNIT-RATE
638224     MOVE VERIFY-CLIENT-NAME TO CLAIM-DTL-CLIENT-NAME
638225     MOVE ZERO TO CLAIM-DTL-ORIG-SERVICE-ID
638226     MOVE CLAIM-DETAIL-LINE TO CLAIM-RECORD
638227     WRITE CLAIM-RECORD
638228     PERFORM 9630-WITHDRAW-LEDGER-ENTRY THRU 9630-EXIT
638229     ADD 1 TO EXTRACT-DETAIL-COUNT
638230     ADD 1 TO EXTRACT-VOID-COUNT
638231     ADD SERVICE-DATE TO EXTRACT-DATE-HASH
638232     SET SERVICE-VOID-CLAIMED TO TRUE
638233     REWRITE SERVICE-RECORD.
638234 9615-EXIT.
638235     EXIT.
638236*
638237*****************************************************************
638238*    9620-OPEN-LEDGER -- OPEN THE RECEIVABLE LEDGER             *
638239*                 CREATES CLMLEDGR.DAT ON FIRST USE.            *
638240*****************************************************************
638241 9620-OPEN-LEDGER.
638242     OPEN I-O LEDGER-FILE
638243     IF LEDGER-FILE-NOT-FOUND
638244         OPEN OUTPUT LEDGER-FILE
638245         CLOSE LEDGER-FILE
638246         OPEN I-O LEDGER-FILE
638247     END-IF.
638248 9620-EXIT.
638249     EXIT.
638250*
638251*****************************************************************
638252*    9625-WRITE-LEDGER-ENTRY -- OPEN A RECEIVABLE               *
638253*                 SERVICE-RECORD AND CLAIM-DETAIL-LINE HOLD THE *
638254*                 DETAIL JUST WRITTEN. THE BILLED AMOUNT IS THE *
638255*                 TABLE UNIT RATE THE DETAIL WENT OUT AT. IT IS *
638256*                 SPENT AGAINST THE FUNDING SOURCE AND RELEASED *
638257*                 FROM THE AUTHORIZATION'S COMMITMENT.          *
638258*****************************************************************
638259 9625-WRITE-LEDGER-ENTRY.
638260     MOVE CLAIM-BATCH-NO TO LEDGER-BATCH-NO
638261     MOVE SERVICE-ID TO LEDGER-SERVICE-ID
638262     MOVE SERVICE-ID TO LEDGER-SVC-REF
638263     MOVE CLIENT-ID OF SERVICE-RECORD TO LEDGER-CLIENT-ID
638264     MOVE SERVICE-DATE TO LEDGER-SERVICE-DATE
638265     MOVE CLAIM-DTL-SERVICE-TYPE TO LEDGER-SVC-TYPE
638266     MOVE CLAIM-DTL-RECORD-TYPE TO LEDGER-DETAIL-TYPE
638267     MOVE CLAIM-HDR-RUN-DATE TO LEDGER-CLAIM-DATE
638268     MOVE CLAIM-DTL-UNIT-RATE TO LEDGER-BILLED-AMOUNT
638269     SET LEDGER-IS-OPEN TO TRUE
638270     MOVE ZERO TO LEDGER-PAID-DATE
638271     MOVE ZERO TO LEDGER-PAID-AMOUNT
638272     MOVE ZERO TO LEDGER-VARIANCE
638273     MOVE SPACES TO LEDGER-DENIAL-REASON
638274     WRITE LEDGER-RECORD
638275         INVALID KEY
638276             DISPLAY "Service " SERVICE-ID " is already on the "
638277                     "ledger for batch " CLAIM-BATCH-NO "."
638278         NOT INVALID KEY
638279             MOVE LEDGER-BILLED-AMOUNT TO FUND-BILLED-AMOUNT
638280             SET FUND-LIQUIDATE-COMMITMENT TO TRUE
638281             PERFORM 9950-POST-BILLED-AMOUNT THRU 9950-EXIT
638282     END-WRITE.
638283 9625-EXIT.
638284     EXIT.
638285*
638286*****************************************************************
638287*    9630-WITHDRAW-LEDGER-ENTRY -- CLOSE OUT A VOIDED CLAIM     *
638288*                 SERVICE-RECORD HOLDS THE VOIDED SERVICE. ITS  *
638289*                 OPEN OR PAID LEDGER ENTRY, IF ANY, IS MARKED  *
638290*                 VOIDED SO IT DROPS OUT OF THE RECEIVABLES.    *
638291*                 AN OPEN ENTRY'S BILLED AMOUNT GOES BACK FROM  *
638292*                 SPENT TO COMMITTED. A PAID ENTRY'S PAID       *
638293*                 AMOUNT COMES OFF SPENT ONLY: ITS SHORT-PAY    *
638294*                 VARIANCE LEFT SPENT AT REMITTANCE, AND THE    *
638295*                 COMMITMENT WAS RELEASED WHEN IT WAS BILLED.   *
638296*****************************************************************
638297 9630-WITHDRAW-LEDGER-ENTRY.
638298     MOVE 'N' TO LEDGER-EOF-SW
638299     MOVE SERVICE-ID TO LEDGER-SVC-REF
638300     START LEDGER-FILE KEY IS = LEDGER-SVC-REF
638301         INVALID KEY SET LEDGER-EOF-REACHED TO TRUE
638302     END-START
638303     IF NOT LEDGER-EOF-REACHED
638304         READ LEDGER-FILE NEXT RECORD
638305             AT END SET LEDGER-EOF-REACHED TO TRUE
638306         END-READ
638307     END-IF
638308     PERFORM UNTIL LEDGER-EOF-REACHED
638309         IF LEDGER-SVC-REF NOT = SERVICE-ID
638310             SET LEDGER-EOF-REACHED TO TRUE
638311         ELSE
638312             IF LEDGER-IS-OPEN
638313                 SET LEDGER-IS-VOIDED TO TRUE
638314                 REWRITE LEDGER-RECORD
638315                 COMPUTE FUND-BILLED-AMOUNT =
638316                     ZERO - LEDGER-BILLED-AMOUNT
638317                 SET FUND-LIQUIDATE-COMMITMENT TO TRUE
638318                 PERFORM 9950-POST-BILLED-AMOUNT THRU 9950-EXIT
638319                 SET LEDGER-EOF-REACHED TO TRUE
638320             ELSE
638321                 IF LEDGER-IS-PAID
638322                     SET LEDGER-IS-VOIDED TO TRUE
638323                     REWRITE LEDGER-RECORD
638324                     COMPUTE FUND-BILLED-AMOUNT =
638325                         ZERO - LEDGER-PAID-AMOUNT
638326                     MOVE 'N' TO FUND-LIQUIDATE-SW
638327                     PERFORM 9950-POST-BILLED-AMOUNT
638328                         THRU 9950-EXIT
638329                     SET LEDGER-EOF-REACHED TO TRUE
638330                 ELSE
638331                     READ LEDGER-FILE NEXT RECORD
638332                         AT END SET LEDGER-EOF-REACHED TO TRUE
638333                     END-READ
638334                 END-IF
638335             END-IF
638336         END-IF
638337     END-PERFORM.
638338 9630-EXIT.
638339     EXIT.
638340*
638400*****************************************************************
638500*    9650-REMIT-POSTING -- POST THE STATE RETURN FILE           *
638600*                 READS THE STATE REMITTANCE RETURN FILE AND    *
639000*                 RE-QUEUES THE SERVICE UNBILLED SO THE NEXT    *
639100*                 EXTRACT CAN REBILL IT AFTER CORRECTION. A     *
639200*                 POSTING REPORT CARRIES PAID, DENIED, AND      *
639300*                 UNMATCHED COUNTS AND DOLLAR TOTALS. THE       *
639325*                 RETURN HEADER NAMES THE CLAIM BATCH; EACH     *
639350*                 DETAIL IS POSTED TO THAT BATCH'S LEDGER ENTRY *
639375*                 WITH THE DATE PAID, AMOUNT, AND VARIANCE.     *
639400*****************************************************************
639500 9650-REMIT-POSTING.
639600     DISPLAY "Beginning remittance posting from "
640000     MOVE ZERO TO REMIT-UNMATCHED-COUNT
640100     MOVE ZERO TO REMIT-PAID-TOTAL
640200     MOVE ZERO TO REMIT-DENIED-TOTAL
640220     MOVE ZERO TO REMIT-SHORT-COUNT
640240     MOVE ZERO TO REMIT-SHORT-TOTAL
640260     MOVE ZERO TO REMIT-BATCH-NO
640280     ACCEPT REMIT-POST-DATE FROM DATE YYYYMMDD
640300     OPEN INPUT REMIT-FILE
640400     IF REMIT-FILE-NOT-FOUND
640500         DISPLAY "No remittance return file was found."
640533         MOVE 4 TO JOB-STEP-RC
640566         MOVE "NO REMITTANCE RETURN FILE TO POST" TO JOB-STEP-MSG
640600         GO TO 9650-EXIT
640700     END-IF
640800     OPEN I-O SERVICE-FILE
641000         DISPLAY "No service records are on file. The run "
641100                 "was not started."
641200         CLOSE REMIT-FILE
641233         MOVE 8 TO JOB-STEP-RC
641266         MOVE "NO SERVICE FILE ON FILE" TO JOB-STEP-MSG
641300         GO TO 9650-EXIT
641400     END-IF
641416     MOVE 'N' TO LEDGER-ON-FILE-SW
641432     OPEN I-O LEDGER-FILE
641448     IF LEDGER-FILE-OK
641464         SET LEDGER-IS-ON-FILE TO TRUE
641480     END-IF
641500     OPEN OUTPUT REMIT-REPORT-FILE
641600     MOVE RPT-REMIT-HEADING-1 TO REMIT-REPORT-RECORD
641700     WRITE REMIT-REPORT-RECORD
642400         AT END SET REMIT-EOF-REACHED TO TRUE
642500     END-READ
642600     PERFORM UNTIL REMIT-EOF-REACHED
642625         IF REMIT-IS-HEADER
642650             PERFORM 9655-TAKE-REMIT-HEADER THRU 9655-EXIT
642675         END-IF
642700         IF REMIT-IS-DETAIL
642800             PERFORM 9660-POST-ONE-DETAIL THRU 9660-EXIT
642900         END-IF
643300     END-PERFORM
643400     CLOSE REMIT-FILE
643500     CLOSE SERVICE-FILE
643525     IF LEDGER-IS-ON-FILE
643550         CLOSE LEDGER-FILE
643575     END-IF
643600     MOVE SPACES TO REMIT-REPORT-RECORD
643700     WRITE REMIT-REPORT-RECORD
643800     MOVE REMIT-PAID-COUNT TO RPT-REMIT-PAID-COUNT
644300     MOVE REMIT-DENIED-TOTAL TO RPT-REMIT-DENIED-TOTAL
644400     MOVE RPT-REMIT-DENIED-LINE TO REMIT-REPORT-RECORD
644500     WRITE REMIT-REPORT-RECORD
644520     MOVE REMIT-SHORT-COUNT TO RPT-REMIT-SHORT-COUNT
644540     MOVE REMIT-SHORT-TOTAL TO RPT-REMIT-SHORT-TOTAL
644560     MOVE RPT-REMIT-SHORT-LINE TO REMIT-REPORT-RECORD
644580     WRITE REMIT-REPORT-RECORD
644600     MOVE REMIT-UNMATCHED-COUNT TO RPT-REMIT-UNMATCHED
644700     MOVE RPT-REMIT-UNMATCHED-LINE TO REMIT-REPORT-RECORD
644800     WRITE REMIT-REPORT-RECORD
645200     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
645300     DISPLAY "Remittance posting complete. Paid: "
645400             REMIT-PAID-COUNT " Denied: " REMIT-DENIED-COUNT
645500             " Unmatched: " REMIT-UNMATCHED-COUNT
645520     IF REMIT-SHORT-COUNT > ZERO
645540         DISPLAY "Short-paid: " REMIT-SHORT-COUNT
645560                 " Variance: " REMIT-SHORT-TOTAL
645580     END-IF.
645600 9650-EXIT.
645700     EXIT.
645703*
645706*****************************************************************
645709*    9655-TAKE-REMIT-HEADER -- BATCH AND PAID DATE FOR THE      *
645712*                 DETAILS THAT FOLLOW. A HEADER WITH NO BATCH   *
645715*                 NUMBER (A RETURN FOR A CLAIM FILE WRITTEN     *
645718*                 BEFORE BATCH NUMBERS) POSTS BY SERVICE ALONE. *
645721*****************************************************************
645724 9655-TAKE-REMIT-HEADER.
645727     IF REMIT-HDR-BATCH-NO NUMERIC
645730         MOVE REMIT-HDR-BATCH-NO TO REMIT-BATCH-NO
645733     ELSE
645736         MOVE ZERO TO REMIT-BATCH-NO
645739     END-IF
645742     IF REMIT-HDR-PAID-DATE NUMERIC
645745             AND REMIT-HDR-PAID-DATE NOT = ZERO
645748         MOVE REMIT-HDR-PAID-DATE TO REMIT-POST-DATE
645751     END-IF
645754     MOVE REMIT-BATCH-NO TO RPT-REMIT-BATCH
645757     MOVE REMIT-POST-DATE TO RPT-REMIT-PAID-DATE
645760     MOVE RPT-REMIT-BATCH-LINE TO REMIT-REPORT-RECORD
645763     WRITE REMIT-REPORT-RECORD
645766     MOVE SPACES TO REMIT-REPORT-RECORD
645769     WRITE REMIT-REPORT-RECORD.
645772 9655-EXIT.
645775     EXIT.
645800*
645900*****************************************************************
646000*    9660-POST-ONE-DETAIL -- POST ONE RETURNED CLAIM DETAIL     *
646300*                 COUNTED UNMATCHED AND LEFT ALONE. A DENIED    *
646400*                 SERVICE IS PRICED OFF THE SERVICE-TYPE TABLE  *
646500*                 THE SAME WAY THE EXTRACT PRICED THE CLAIM.    *
646514*                 WHEN THE RETURN NAMES A BATCH, THE SERVICE    *
646528*                 MUST BE OPEN ON THAT BATCH'S LEDGER ENTRY TO  *
646542*                 MATCH. A SHORT OR OVER PAYMENT ADJUSTS THE    *
646556*                 FUNDING SOURCE'S SPENT AMOUNT; A DENIAL MOVES *
646570*                 THE BILLED AMOUNT BACK TO COMMITTED UNTIL THE *
646584*                 SERVICE IS REBILLED.                          *
646600*****************************************************************
646700 9660-POST-ONE-DETAIL.
646800     MOVE 'N' TO REMIT-MATCH-SW
647500                 SET REMIT-DETAIL-MATCHED TO TRUE
647600             END-IF
647700     END-READ
647711     MOVE 'N' TO LEDGER-FOUND-SW
647722     IF REMIT-DETAIL-MATCHED AND LEDGER-IS-ON-FILE
647733         PERFORM 9665-FIND-LEDGER-ENTRY THRU 9665-EXIT
647744         IF NOT LEDGER-ENTRY-FOUND
647755                 AND REMIT-BATCH-NO NOT = ZERO
647766             MOVE 'N' TO REMIT-MATCH-SW
647777         END-IF
647788     END-IF
647800     MOVE REMIT-SERVICE-ID TO RPT-REMIT-SERVICE-ID
647900     MOVE REMIT-CLIENT-ID TO RPT-REMIT-CLIENT-ID
648000     MOVE SPACES TO RPT-REMIT-REASON
648100     MOVE ZERO TO RPT-REMIT-AMOUNT
648150     MOVE ZERO TO RPT-REMIT-VARIANCE
648200     EVALUATE TRUE
648300         WHEN NOT REMIT-DETAIL-MATCHED
648400             MOVE "UNMATCHED" TO RPT-REMIT-DISP
649100             SET SERVICE-IS-PAID TO TRUE
649200             MOVE SPACES TO SERVICE-DENIAL-REASON
649300             REWRITE SERVICE-RECORD
649304             IF LEDGER-ENTRY-FOUND
649308                 SET LEDGER-IS-PAID TO TRUE
649312                 MOVE REMIT-POST-DATE TO LEDGER-PAID-DATE
649316                 MOVE REMIT-PAID-AMOUNT TO LEDGER-PAID-AMOUNT
649320                 COMPUTE LEDGER-VARIANCE =
649324                     LEDGER-BILLED-AMOUNT - REMIT-PAID-AMOUNT
649328                 MOVE LEDGER-VARIANCE TO RPT-REMIT-VARIANCE
649332                 IF LEDGER-VARIANCE > ZERO
649336                     ADD 1 TO REMIT-SHORT-COUNT
649340                     ADD LEDGER-VARIANCE TO REMIT-SHORT-TOTAL
649344                 END-IF
649348                 REWRITE LEDGER-RECORD
649352                 IF LEDGER-VARIANCE NOT = ZERO
649356                     COMPUTE FUND-BILLED-AMOUNT =
649360                         ZERO - LEDGER-VARIANCE
649364                     MOVE 'N' TO FUND-LIQUIDATE-SW
649368                     PERFORM 9950-POST-BILLED-AMOUNT
649372                         THRU 9950-EXIT
649376                 END-IF
649380             END-IF
649400         WHEN REMIT-DENIED
649500             MOVE "DENIED   " TO RPT-REMIT-DISP
649600             MOVE REMIT-DENIAL-REASON TO RPT-REMIT-REASON
649800             PERFORM 9670-PRICE-DENIED-SERVICE THRU 9670-EXIT
649900             MOVE 'N' TO SERVICE-BILLED-FLAG
650000             MOVE REMIT-DENIAL-REASON TO SERVICE-DENIAL-REASON
650016*            A DENIED SERVICE VOIDED BEFORE ITS VOID WENT OUT
650032*            HAS NOTHING LEFT TO VOID.
650048             IF SERVICE-VOID-PENDING
650064                 SET SERVICE-ADJ-NONE TO TRUE
650080             END-IF
650100             REWRITE SERVICE-RECORD
650107             IF LEDGER-ENTRY-FOUND
650114                 SET LEDGER-IS-DENIED TO TRUE
650121                 MOVE REMIT-POST-DATE TO LEDGER-PAID-DATE
650128                 MOVE ZERO TO LEDGER-PAID-AMOUNT
650135                 MOVE LEDGER-BILLED-AMOUNT TO LEDGER-VARIANCE
650142                 MOVE REMIT-DENIAL-REASON TO LEDGER-DENIAL-REASON
650149                 REWRITE LEDGER-RECORD
650156                 COMPUTE FUND-BILLED-AMOUNT =
650163                     ZERO - LEDGER-BILLED-AMOUNT
650170                 SET FUND-LIQUIDATE-COMMITMENT TO TRUE
650177                 PERFORM 9950-POST-BILLED-AMOUNT THRU 9950-EXIT
650184             END-IF
650200         WHEN OTHER
650300             MOVE "UNKNOWN  " TO RPT-REMIT-DISP
650400             ADD 1 TO REMIT-UNMATCHED-COUNT
650700     WRITE REMIT-REPORT-RECORD.
650800 9660-EXIT.
650900     EXIT.
650902*
650904*****************************************************************
650906*    9665-FIND-LEDGER-ENTRY -- THE OPEN ENTRY FOR A RETURNED    *
650908*                 DETAIL. BY BATCH AND SERVICE WHEN THE HEADER  *
650910*                 GAVE A BATCH, OTHERWISE THE SERVICE'S OPEN    *
650912*                 ENTRY BY THE SERVICE ALTERNATE KEY. LEAVES    *
650914*                 THE ENTRY IN LEDGER-RECORD FOR THE REWRITE.   *
650916*****************************************************************
650918 9665-FIND-LEDGER-ENTRY.
650920     MOVE 'N' TO LEDGER-FOUND-SW
650922     IF REMIT-BATCH-NO NOT = ZERO
650924         MOVE REMIT-BATCH-NO TO LEDGER-BATCH-NO
650926         MOVE REMIT-SERVICE-ID TO LEDGER-SERVICE-ID
650928         READ LEDGER-FILE
650930             INVALID KEY
650932                 CONTINUE
650934             NOT INVALID KEY
650936                 IF LEDGER-IS-OPEN
650938                     SET LEDGER-ENTRY-FOUND TO TRUE
650940                 END-IF
650942         END-READ
650944         GO TO 9665-EXIT
650946     END-IF
650948     MOVE 'N' TO LEDGER-EOF-SW
650950     MOVE REMIT-SERVICE-ID TO LEDGER-SVC-REF
650952     START LEDGER-FILE KEY IS = LEDGER-SVC-REF
650954         INVALID KEY SET LEDGER-EOF-REACHED TO TRUE
650956     END-START
650958     IF NOT LEDGER-EOF-REACHED
650960         READ LEDGER-FILE NEXT RECORD
650962             AT END SET LEDGER-EOF-REACHED TO TRUE
650964         END-READ
650966     END-IF
650968     PERFORM UNTIL LEDGER-EOF-REACHED
650970         IF LEDGER-SVC-REF NOT = REMIT-SERVICE-ID
650972             SET LEDGER-EOF-REACHED TO TRUE
650974         ELSE
650976             IF LEDGER-IS-OPEN
650978                 SET LEDGER-ENTRY-FOUND TO TRUE
650980                 SET LEDGER-EOF-REACHED TO TRUE
650982             ELSE
650984                 READ LEDGER-FILE NEXT RECORD
650986                     AT END SET LEDGER-EOF-REACHED TO TRUE
650988                 END-READ
650990             END-IF
650992         END-IF
650994     END-PERFORM.
650996 9665-EXIT.
650998     EXIT.
651000*
651100*****************************************************************
651200*    9670-PRICE-DENIED-SERVICE -- RATE FOR THE DENIED TOTAL     *
652900     END-IF.
653000 9670-EXIT.
653100     EXIT.
653101*
653102*****************************************************************
653103*    9680-AGED-RECEIVABLES -- MONTH-END CLAIMS RECEIVABLE       *
653104*                 WALKS THE LEDGER IN BATCH ORDER AND AGES      *
653105*                 EVERY ENTRY THAT WAS BILLED BUT NOT YET PAID  *
653106*                 OR DENIED ON THE KEYED AS-OF DATE (SO A PAST  *
653107*                 MONTH-END CAN BE RERUN) FROM ITS CLAIM DATE   *
653108*                 INTO 0-30, 31-60, 61-90 AND 90+ DAY           *
653109*                 BUCKETS. PRINTS ONE LINE PER BATCH AND        *
653110*                 SERVICE TYPE, THEN THE SERVICE-TYPE TOTALS    *
653111*                 ACROSS ALL BATCHES AND THE GRAND TOTAL.       *
653112*****************************************************************
653113 9680-AGED-RECEIVABLES.
653114     DISPLAY "Please enter the as-of date (YYYYMMDD, or 0 "
653115             "for today):"
653116     ACCEPT AR-AS-OF-DATE
653117     IF AR-AS-OF-DATE = ZERO
653118         ACCEPT AR-AS-OF-DATE FROM DATE YYYYMMDD
653119     END-IF
653120     MOVE AR-AS-OF-DATE TO VERIFY-DATE
653121     PERFORM 9340-EDIT-SERVICE-DATE THRU 9340-EXIT
653122     IF NOT DATE-IS-VALID
653123         DISPLAY "That is not a valid date. The report was "
653124                 "not run."
653125         GO TO 9680-EXIT
653126     END-IF
653127     OPEN INPUT LEDGER-FILE
653128     IF NOT LEDGER-FILE-OK
653129         DISPLAY "No claims ledger is on file."
653130         GO TO 9680-EXIT
653131     END-IF
653132     PERFORM 8430-DATE-TO-DAYS THRU 8430-EXIT
653133     MOVE DATE-DAYS-WS TO AR-AS-OF-DAYS
653134     MOVE ZERO TO AR-BT-USED
653135     MOVE ZERO TO AR-TT-USED
653136     MOVE ZERO TO AR-TOTAL-COUNT
653137     MOVE ZERO TO AR-PREV-BATCH
653138     MOVE ZERO TO AR-PREV-CLAIM-DATE
653139     MOVE 1 TO AR-BUCKET-SUB
653140     PERFORM UNTIL AR-BUCKET-SUB > 4
653141         MOVE ZERO TO AR-TOTAL-AMOUNT (AR-BUCKET-SUB)
653142         ADD 1 TO AR-BUCKET-SUB
653143     END-PERFORM
653144     OPEN OUTPUT AR-REPORT-FILE
653145     MOVE RPT-AR-HEADING-1 TO AR-REPORT-RECORD
653146     WRITE AR-REPORT-RECORD
653147     MOVE RPT-HEADING-2 TO AR-REPORT-RECORD
653148     WRITE AR-REPORT-RECORD
653149     MOVE AR-AS-OF-DATE TO RPT-AR-AS-OF
653150     MOVE RPT-AR-PARM-LINE TO AR-REPORT-RECORD
653151     WRITE AR-REPORT-RECORD
653152     MOVE SPACES TO AR-REPORT-RECORD
653153     WRITE AR-REPORT-RECORD
653154     MOVE RPT-AR-COLUMN-LINE TO AR-REPORT-RECORD
653155     WRITE AR-REPORT-RECORD
653156     MOVE 'N' TO LEDGER-EOF-SW
653157     READ LEDGER-FILE NEXT RECORD
653158         AT END SET LEDGER-EOF-REACHED TO TRUE
653159     END-READ
653160     PERFORM UNTIL LEDGER-EOF-REACHED
653161         IF LEDGER-CLAIM-DATE <= AR-AS-OF-DATE
653162                 AND (LEDGER-IS-OPEN
653163                  OR ((LEDGER-IS-PAID OR LEDGER-IS-DENIED)
653164                      AND LEDGER-PAID-DATE > AR-AS-OF-DATE))
653165             IF LEDGER-BATCH-NO NOT = AR-PREV-BATCH
653166                 PERFORM 9690-PRINT-BATCH-LINES THRU 9690-EXIT
653167                 PERFORM 9682-START-BATCH THRU 9682-EXIT
653168             END-IF
653169             PERFORM 9685-AGE-ONE-ENTRY THRU 9685-EXIT
653170         END-IF
653171         READ LEDGER-FILE NEXT RECORD
653172             AT END SET LEDGER-EOF-REACHED TO TRUE
653173         END-READ
653174     END-PERFORM
653175     CLOSE LEDGER-FILE
653176     PERFORM 9690-PRINT-BATCH-LINES THRU 9690-EXIT
653177     MOVE SPACES TO AR-REPORT-RECORD
653178     WRITE AR-REPORT-RECORD
653179     MOVE 1 TO AR-TT-SUB
653180     PERFORM UNTIL AR-TT-SUB > AR-TT-USED
653181         MOVE AR-TT-TYPE (AR-TT-SUB) TO RPT-AR-TT-TYPE
653182         MOVE AR-TT-COUNT (AR-TT-SUB) TO RPT-AR-TT-COUNT
653183         MOVE 1 TO AR-BUCKET-SUB
653184         PERFORM UNTIL AR-BUCKET-SUB > 4
653185             MOVE AR-TT-AMOUNT (AR-TT-SUB AR-BUCKET-SUB) TO
653186                 RPT-AR-TT-AMOUNT (AR-BUCKET-SUB)
653187             ADD 1 TO AR-BUCKET-SUB
653188         END-PERFORM
653189         MOVE RPT-AR-TYPE-LINE TO AR-REPORT-RECORD
653190         WRITE AR-REPORT-RECORD
653191         ADD 1 TO AR-TT-SUB
653192     END-PERFORM
653193     MOVE SPACES TO AR-REPORT-RECORD
653194     WRITE AR-REPORT-RECORD
653195     MOVE AR-TOTAL-COUNT TO RPT-AR-TOT-COUNT
653196     MOVE 1 TO AR-BUCKET-SUB
653197     PERFORM UNTIL AR-BUCKET-SUB > 4
653198         MOVE AR-TOTAL-AMOUNT (AR-BUCKET-SUB) TO
653199             RPT-AR-TOT-AMOUNT (AR-BUCKET-SUB)
653200         ADD 1 TO AR-BUCKET-SUB
653201     END-PERFORM
653202     MOVE RPT-AR-TOTAL-LINE TO AR-REPORT-RECORD
653203     WRITE AR-REPORT-RECORD
653204     CLOSE AR-REPORT-FILE
653205     DISPLAY "The aged receivables report has been written to "
653206             "ARAGING.DAT. Open claims: " AR-TOTAL-COUNT.
653207 9680-EXIT.
653208     EXIT.
653209*
653210*****************************************************************
653211*    9682-START-BATCH -- NEW BATCH ON THE LEDGER WALK           *
653212*                 LEDGER-RECORD HOLDS THE FIRST OPEN ENTRY OF   *
653213*                 THE BATCH. EVERY ENTRY IN A BATCH SHARES ITS  *
653214*                 CLAIM DATE, SO THE BUCKET IS SET HERE ONCE.   *
653215*****************************************************************
653216 9682-START-BATCH.
653217     MOVE LEDGER-BATCH-NO TO AR-PREV-BATCH
653218     MOVE LEDGER-CLAIM-DATE TO AR-PREV-CLAIM-DATE
653219     MOVE ZERO TO AR-BT-USED
653220     MOVE LEDGER-CLAIM-DATE TO VERIFY-DATE
653221     PERFORM 8430-DATE-TO-DAYS THRU 8430-EXIT
653222     MOVE DATE-DAYS-WS TO AR-CLAIM-DAYS
653223     COMPUTE AR-AGE-DAYS = AR-AS-OF-DAYS - AR-CLAIM-DAYS
653224     EVALUATE TRUE
653225         WHEN AR-AGE-DAYS <= 30
653226             MOVE 1 TO AR-BUCKET-SUB
653227         WHEN AR-AGE-DAYS <= 60
653228             MOVE 2 TO AR-BUCKET-SUB
653229         WHEN AR-AGE-DAYS <= 90
653230             MOVE 3 TO AR-BUCKET-SUB
653231         WHEN OTHER
653232             MOVE 4 TO AR-BUCKET-SUB
653233     END-EVALUATE.
653234 9682-EXIT.
653235     EXIT.
653236*
653237*****************************************************************
653238*    9685-AGE-ONE-ENTRY -- ADD AN OPEN ENTRY TO THE BATCH AND   *
653239*                 SERVICE-TYPE ACCUMULATORS. AR-BUCKET-SUB      *
653240*                 HOLDS THE BATCH'S BUCKET FROM 9682.           *
653241*****************************************************************
653242 9685-AGE-ONE-ENTRY.
653243     MOVE 1 TO AR-BT-SUB
653244     MOVE 'N' TO AR-TYPE-FOUND-SW
653245     PERFORM UNTIL AR-BT-SUB > AR-BT-USED
653246             OR AR-TYPE-WAS-FOUND
653247         IF AR-BT-TYPE (AR-BT-SUB) = LEDGER-SVC-TYPE
653248             SET AR-TYPE-WAS-FOUND TO TRUE
653249         ELSE
653250             ADD 1 TO AR-BT-SUB
653251         END-IF
653252     END-PERFORM
653253     IF AR-BT-SUB > 50
653254         MOVE 50 TO AR-BT-SUB
653255     ELSE
653256         IF AR-BT-SUB > AR-BT-USED
653257             MOVE AR-BT-SUB TO AR-BT-USED
653258             MOVE LEDGER-SVC-TYPE TO AR-BT-TYPE (AR-BT-SUB)
653259             MOVE ZERO TO AR-BT-COUNT (AR-BT-SUB)
653260             MOVE ZERO TO AR-BT-AMOUNT (AR-BT-SUB)
653261         END-IF
653262     END-IF
653263     ADD 1 TO AR-BT-COUNT (AR-BT-SUB)
653264     ADD LEDGER-BILLED-AMOUNT TO AR-BT-AMOUNT (AR-BT-SUB)
653265     MOVE 1 TO AR-TT-SUB
653266     MOVE 'N' TO AR-TYPE-FOUND-SW
653267     PERFORM UNTIL AR-TT-SUB > AR-TT-USED
653268             OR AR-TYPE-WAS-FOUND
653269         IF AR-TT-TYPE (AR-TT-SUB) = LEDGER-SVC-TYPE
653270             SET AR-TYPE-WAS-FOUND TO TRUE
653271         ELSE
653272             ADD 1 TO AR-TT-SUB
653273         END-IF
653274     END-PERFORM
653275     IF AR-TT-SUB > 50
653276         MOVE 50 TO AR-TT-SUB
653277     ELSE
653278         IF AR-TT-SUB > AR-TT-USED
653279             MOVE AR-TT-SUB TO AR-TT-USED
653280             MOVE LEDGER-SVC-TYPE TO AR-TT-TYPE (AR-TT-SUB)
653281             MOVE ZERO TO AR-TT-COUNT (AR-TT-SUB)
653282             MOVE ZERO TO AR-TT-AMOUNT (AR-TT-SUB 1)
653283             MOVE ZERO TO AR-TT-AMOUNT (AR-TT-SUB 2)
653284             MOVE ZERO TO AR-TT-AMOUNT (AR-TT-SUB 3)
653285             MOVE ZERO TO AR-TT-AMOUNT (AR-TT-SUB 4)
653286         END-IF
653287     END-IF
653288     ADD 1 TO AR-TT-COUNT (AR-TT-SUB)
653289     ADD LEDGER-BILLED-AMOUNT TO
653290         AR-TT-AMOUNT (AR-TT-SUB AR-BUCKET-SUB)
653291     ADD 1 TO AR-TOTAL-COUNT
653292     ADD LEDGER-BILLED-AMOUNT TO AR-TOTAL-AMOUNT (AR-BUCKET-SUB).
653293 9685-EXIT.
653294     EXIT.
653295*
653296*****************************************************************
653297*    9690-PRINT-BATCH-LINES -- ONE LINE PER SERVICE TYPE FOR    *
653298*                 THE BATCH JUST FINISHED, WITH ITS AMOUNT IN   *
653299*                 THE BATCH'S AGE BUCKET. NOTHING TO PRINT      *
653300*                 BEFORE THE FIRST BATCH.                       *
653301*****************************************************************
653302 9690-PRINT-BATCH-LINES.
653303     IF AR-BT-USED = ZERO
653304         GO TO 9690-EXIT
653305     END-IF
653306     MOVE 1 TO AR-BT-SUB
653307     PERFORM UNTIL AR-BT-SUB > AR-BT-USED
653308         MOVE AR-PREV-BATCH TO RPT-AR-BATCH
653309         MOVE AR-PREV-CLAIM-DATE TO RPT-AR-CLAIM-DATE
653310         MOVE AR-BT-TYPE (AR-BT-SUB) TO RPT-AR-SVC-TYPE
653311         MOVE AR-BT-COUNT (AR-BT-SUB) TO RPT-AR-COUNT
653312         MOVE ZERO TO RPT-AR-AMOUNT (1)
653313         MOVE ZERO TO RPT-AR-AMOUNT (2)
653314         MOVE ZERO TO RPT-AR-AMOUNT (3)
653315         MOVE ZERO TO RPT-AR-AMOUNT (4)
653316         MOVE AR-BT-AMOUNT (AR-BT-SUB) TO
653317             RPT-AR-AMOUNT (AR-BUCKET-SUB)
653318         MOVE RPT-AR-DETAIL-LINE TO AR-REPORT-RECORD
653319         WRITE AR-REPORT-RECORD
653320         ADD 1 TO AR-BT-SUB
653321     END-PERFORM
653322     MOVE ZERO TO AR-BT-USED.
653323 9690-EXIT.
653324     EXIT.
653325*
653326*****************************************************************
653400*    9700-ARCHIVE-PURGE -- RETENTION RUN FOR AGED CLOSED CASES   *
653500*                 COPIES CLOSED CASES WITH A CLOSED DATE OLDER  *
653600*                 THAN THE KEYED NUMBER OF YEARS, AND THEIR     *
654200 9700-ARCHIVE-PURGE.
654300     IF NOT SUPERVISOR-SIGNED-ON
654400         DISPLAY "That option is restricted to supervisors."
654433         MOVE 8 TO JOB-STEP-RC
654466         MOVE "BATCH OPERATOR IS NOT A SUPERVISOR" TO JOB-STEP-MSG
654500         GO TO 9700-EXIT
654600     END-IF
654650     IF NOT JOB-STREAM-ACTIVE
654700         DISPLAY "Please enter the retention period in years "
654800                 "(closed cases older than this are archived):"
654900         ACCEPT RETENTION-YEARS
654950     END-IF
655000     IF RETENTION-YEARS = ZERO
655100         DISPLAY "The retention period must be at least one "
655200                 "year. The archive run was not started."
655225         MOVE 8 TO JOB-STEP-RC
655250         MOVE "RETENTION PERIOD MUST BE AT LEAST ONE YEAR"
655275             TO JOB-STEP-MSG
655300         GO TO 9700-EXIT
655400     END-IF
655500     ACCEPT ARCHIVE-RUN-DATE FROM DATE YYYYMMDD
669200*                 ARCHIVE AND DELETES IT FROM THE ACTIVE FILE.  *
669300*                 AN UNBILLED SERVICE IS HELD BACK ON THE       *
669400*                 ACTIVE FILE AND COUNTED ON THE MANIFEST SO    *
669500*                 THE BILLING EXTRACT CAN STILL PICK IT UP, AS  *
669525*                 IS ONE WITH A VOID OR REPLACEMENT DETAIL      *
669550*                 STILL TO SEND. A VOIDED SERVICE WITH NOTHING  *
669575*                 LEFT TO SEND IS ARCHIVED.                     *
669600*****************************************************************
669700 9720-ARCHIVE-CLIENT-SERVICES.
669800     OPEN I-O SERVICE-FILE
671200                     NOT = TARGET-CLIENT-ID
671300                 SET SERVICE-EOF-REACHED TO TRUE
671400             ELSE
671500                 IF (SERVICE-NOT-BILLED AND SERVICE-IS-ACTIVE)
671533                         OR SERVICE-VOID-PENDING
671566                         OR SERVICE-REPL-PENDING
671600                     ADD 1 TO ARCHIVE-HELD-COUNT
671700                 ELSE
671800                     MOVE SERVICE-RECORD TO
681700     CLOSE RESTORE-LOG-FILE.
681800 9735-EXIT.
681900     EXIT.
681901*
681902*****************************************************************
681903*    9800-GENERATE-NOTICES -- CLIENT CORRESPONDENCE RUN         *
681904*                 PRINTS A LETTER TO NOTICES.DAT FOR EACH EVENT *
681905*                 THE SYSTEM ALREADY KNOWS ABOUT -- COVERAGE    *
681906*                 OR AN AUTHORIZATION ENDING WITHIN THE KEYED   *
681907*                 DAYS AHEAD, A CASE CLOSED OR A REFERRAL       *
681908*                 DECLINED WITHIN THE KEYED DAYS BACK. EACH     *
681909*                 LETTER IS FILED ON THE CORRESPONDENCE HISTORY *
681910*                 AND AN EVENT ALREADY ON THE HISTORY IS NOT    *
681911*                 MAILED AGAIN, SO THE RUN CAN BE REPEATED.     *
681912*****************************************************************
681913 9800-GENERATE-NOTICES.
681914     DISPLAY "Please enter the number of days ahead to look "
681915             "for coverage and authorizations ending:"
681916     ACCEPT NOTICE-AHEAD-DAYS
681917     DISPLAY "Please enter the number of days back to look "
681918             "for case closings and declined referrals:"
681919     ACCEPT NOTICE-BACK-DAYS
681920     ACCEPT NOTICE-RUN-DATE FROM DATE YYYYMMDD
681921     MOVE NOTICE-RUN-DATE TO VERIFY-DATE
681922     PERFORM 8430-DATE-TO-DAYS THRU 8430-EXIT
681923     MOVE DATE-DAYS-WS TO NOTICE-TODAY-DAYS
681924     COMPUTE NOTICE-AHEAD-LIMIT =
681925         NOTICE-TODAY-DAYS + NOTICE-AHEAD-DAYS
681926     COMPUTE NOTICE-BACK-LIMIT =
681927         NOTICE-TODAY-DAYS - NOTICE-BACK-DAYS
681928     MOVE ZERO TO NOTICE-SENT-COUNT
681929     MOVE ZERO TO NOTICE-DUP-COUNT
681930     MOVE ZERO TO NOTICE-NOCLIENT-COUNT
681931     MOVE ZERO TO NOTICE-TYPE-COUNT (1)
681932     MOVE ZERO TO NOTICE-TYPE-COUNT (2)
681933     MOVE ZERO TO NOTICE-TYPE-COUNT (3)
681934     MOVE ZERO TO NOTICE-TYPE-COUNT (4)
681935     OPEN I-O CORR-HIST-FILE
681936     IF CORR-FILE-NOT-FOUND
681937         OPEN OUTPUT CORR-HIST-FILE
681938         CLOSE CORR-HIST-FILE
681939         OPEN I-O CORR-HIST-FILE
681940     END-IF
681941     OPEN OUTPUT NOTICE-PRINT-FILE
681942     PERFORM 9810-COVERAGE-NOTICES THRU 9810-EXIT
681943     PERFORM 9820-CLOSING-NOTICES THRU 9820-EXIT
681944     PERFORM 9830-DECLINE-NOTICES THRU 9830-EXIT
681945     PERFORM 9840-AUTH-NOTICES THRU 9840-EXIT
681946     CLOSE NOTICE-PRINT-FILE
681947     CLOSE CORR-HIST-FILE
681948     MOVE "NOTICE-RUN" TO AUDIT-OPERATION-WS
681949     MOVE ZERO TO AUDIT-RECORD-ID-WS
681950     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
681951     DISPLAY "The notice run is complete. Letters printed: "
681952             NOTICE-SENT-COUNT
681953     DISPLAY "  Coverage ending: " NOTICE-TYPE-COUNT (1)
681954             "  Case closed: " NOTICE-TYPE-COUNT (2)
681955     DISPLAY "  Referral declined: " NOTICE-TYPE-COUNT (3)
681956             "  Authorization ending: " NOTICE-TYPE-COUNT (4)
681957     IF NOTICE-DUP-COUNT > ZERO
681958         DISPLAY "Already mailed and not repeated: "
681959                 NOTICE-DUP-COUNT
681960     END-IF
681961     IF NOTICE-NOCLIENT-COUNT > ZERO
681962         DISPLAY "Events skipped (client not on the client "
681963                 "file): " NOTICE-NOCLIENT-COUNT
681964     END-IF.
681965 9800-EXIT.
681966     EXIT.
681967*
681968*****************************************************************
681969*    9810-COVERAGE-NOTICES -- COVERAGE ENDING LETTERS           *
681970*                 ONE LETTER TO EACH CLIENT WHOSE ELIGIBILITY   *
681971*                 ENDS IN THE NOTICE WINDOW.                    *
681972*****************************************************************
681973 9810-COVERAGE-NOTICES.
681974     OPEN INPUT CLIENT-FILE
681975     IF NOT CLIENT-FILE-OK
681976         GO TO 9810-EXIT
681977     END-IF
681978     MOVE 1 TO NOTICE-TYPE-SUB
681979     MOVE 'N' TO CLIENT-EOF-SW
681980     READ CLIENT-FILE NEXT RECORD
681981         AT END SET CLIENT-EOF-REACHED TO TRUE
681982     END-READ
681983     PERFORM UNTIL CLIENT-EOF-REACHED
681984         IF CLIENT-ELIG-END-DATE NUMERIC
681985                 AND CLIENT-ELIG-END-DATE > ZERO
681986             MOVE CLIENT-ELIG-END-DATE TO VERIFY-DATE
681987             PERFORM 8430-DATE-TO-DAYS THRU 8430-EXIT
681988             IF DATE-DAYS-WS >= NOTICE-TODAY-DAYS
681989                     AND DATE-DAYS-WS <= NOTICE-AHEAD-LIMIT
681990                 MOVE CLIENT-ID OF CLIENT-RECORD
681991                     TO NOTICE-CLIENT-ID
681992                 MOVE ZERO TO NOTICE-REF-ID
681993                 MOVE CLIENT-ELIG-END-DATE TO NOTICE-EVENT-DATE
681994                 MOVE CLIENT-NAME TO NOTICE-NAME
681995                 MOVE CLIENT-ADDRESS TO NOTICE-ADDRESS-WS
681996                 MOVE SPACES TO NOTICE-DETAIL
681997                 PERFORM 9850-ISSUE-NOTICE THRU 9850-EXIT
681998             END-IF
681999         END-IF
682000         READ CLIENT-FILE NEXT RECORD
682001             AT END SET CLIENT-EOF-REACHED TO TRUE
682002         END-READ
682003     END-PERFORM
682004     CLOSE CLIENT-FILE.
682005 9810-EXIT.
682006     EXIT.
682007*
682008*****************************************************************
682009*    9820-CLOSING-NOTICES -- CASE CLOSED LETTERS                *
682010*                 ONE LETTER FOR EACH CASE CLOSED IN THE NOTICE *
682011*                 WINDOW.                                       *
682012*****************************************************************
682013 9820-CLOSING-NOTICES.
682014     OPEN INPUT CASE-FILE
682015     IF NOT CASE-FILE-OK
682016         GO TO 9820-EXIT
682017     END-IF
682018     OPEN INPUT CLIENT-FILE
682019     MOVE 2 TO NOTICE-TYPE-SUB
682020     MOVE 'N' TO CASE-EOF-SW
682021     READ CASE-FILE NEXT RECORD
682022         AT END SET CASE-EOF-REACHED TO TRUE
682023     END-READ
682024     PERFORM UNTIL CASE-EOF-REACHED
682025         IF CASE-IS-CLOSED
682026                 AND CASE-CLOSED-DATE NUMERIC
682027                 AND CASE-CLOSED-DATE > ZERO
682028             MOVE CASE-CLOSED-DATE TO VERIFY-DATE
682029             PERFORM 8430-DATE-TO-DAYS THRU 8430-EXIT
682030             IF DATE-DAYS-WS <= NOTICE-TODAY-DAYS
682031                     AND DATE-DAYS-WS >= NOTICE-BACK-LIMIT
682032                 MOVE CLIENT-ID OF CASE-RECORD TO NOTICE-CLIENT-ID
682033                 PERFORM 9845-FETCH-NOTICE-CLIENT THRU 9845-EXIT
682034                 IF CLIENT-EXISTS
682035                     MOVE CASE-ID OF CASE-RECORD TO NOTICE-REF-ID
682036                     MOVE CASE-CLOSED-DATE TO NOTICE-EVENT-DATE
682037                     MOVE SPACES TO NOTICE-DETAIL
682038                     PERFORM 9850-ISSUE-NOTICE THRU 9850-EXIT
682039                 END-IF
682040             END-IF
682041         END-IF
682042         READ CASE-FILE NEXT RECORD
682043             AT END SET CASE-EOF-REACHED TO TRUE
682044         END-READ
682045     END-PERFORM
682046     CLOSE CLIENT-FILE
682047     CLOSE CASE-FILE.
682048 9820-EXIT.
682049     EXIT.
682050*
682051*****************************************************************
682052*    9830-DECLINE-NOTICES -- REFERRALS DECLINED                 *
682053*                 A DECLINED REFERRAL NEVER BECAME A CLIENT, SO *
682054*                 THE LETTER GOES TO THE NAME AND ADDRESS ON    *
682055*                 THE REFERRAL AND CARRIES THE DECLINE REASON.  *
682056*****************************************************************
682057 9830-DECLINE-NOTICES.
682058     OPEN INPUT REFERRAL-FILE
682059     IF NOT REFERRAL-FILE-OK
682060         GO TO 9830-EXIT
682061     END-IF
682062     MOVE 3 TO NOTICE-TYPE-SUB
682063     MOVE 'N' TO REFERRAL-EOF-SW
682064     READ REFERRAL-FILE NEXT RECORD
682065         AT END SET REFERRAL-EOF-REACHED TO TRUE
682066     END-READ
682067     PERFORM UNTIL REFERRAL-EOF-REACHED
682068         IF REFERRAL-IS-DECLINED
682069                 AND REFERRAL-DISP-DATE NUMERIC
682070                 AND REFERRAL-DISP-DATE > ZERO
682071             MOVE REFERRAL-DISP-DATE TO VERIFY-DATE
682072             PERFORM 8430-DATE-TO-DAYS THRU 8430-EXIT
682073             IF DATE-DAYS-WS <= NOTICE-TODAY-DAYS
682074                     AND DATE-DAYS-WS >= NOTICE-BACK-LIMIT
682075                 MOVE ZERO TO NOTICE-CLIENT-ID
682076                 MOVE REFERRAL-ID TO NOTICE-REF-ID
682077                 MOVE REFERRAL-DISP-DATE TO NOTICE-EVENT-DATE
682078                 MOVE REFERRAL-CLIENT-NAME TO NOTICE-NAME
682079                 MOVE REFERRAL-CLIENT-ADDRESS TO NOTICE-ADDRESS-WS
682080                 MOVE REFERRAL-DECLINE-REASON TO NOTICE-DETAIL
682081                 PERFORM 9850-ISSUE-NOTICE THRU 9850-EXIT
682082             END-IF
682083         END-IF
682084         READ REFERRAL-FILE NEXT RECORD
682085             AT END SET REFERRAL-EOF-REACHED TO TRUE
682086         END-READ
682087     END-PERFORM
682088     CLOSE REFERRAL-FILE.
682089 9830-EXIT.
682090     EXIT.
682091*
682092*****************************************************************
682093*    9840-AUTH-NOTICES -- AUTHORIZATION ENDING LETTERS          *
682094*                 ONE LETTER FOR EACH AUTHORIZATION THAT ENDS   *
682095*                 IN THE NOTICE WINDOW.                         *
682096*****************************************************************
682097 9840-AUTH-NOTICES.
682098     OPEN INPUT AUTH-FILE
682099     IF NOT AUTH-FILE-OK
682100         GO TO 9840-EXIT
682101     END-IF
682102     OPEN INPUT CLIENT-FILE
682103     MOVE 4 TO NOTICE-TYPE-SUB
682104     MOVE 'N' TO AUTH-EOF-SW
682105     READ AUTH-FILE NEXT RECORD
682106         AT END SET AUTH-EOF-REACHED TO TRUE
682107     END-READ
682108     PERFORM UNTIL AUTH-EOF-REACHED
682109         IF AUTH-EFF-TO-DATE NUMERIC
682110                 AND AUTH-EFF-TO-DATE > ZERO
682111             MOVE AUTH-EFF-TO-DATE TO VERIFY-DATE
682112             PERFORM 8430-DATE-TO-DAYS THRU 8430-EXIT
682113             IF DATE-DAYS-WS >= NOTICE-TODAY-DAYS
682114                     AND DATE-DAYS-WS <= NOTICE-AHEAD-LIMIT
682115                 MOVE CLIENT-ID OF AUTH-RECORD TO NOTICE-CLIENT-ID
682116                 PERFORM 9845-FETCH-NOTICE-CLIENT THRU 9845-EXIT
682117                 IF CLIENT-EXISTS
682118                     MOVE AUTH-ID TO NOTICE-REF-ID
682119                     MOVE AUTH-EFF-TO-DATE TO NOTICE-EVENT-DATE
682120                     MOVE AUTH-SVC-TYPE TO NOTICE-DETAIL
682121                     PERFORM 9850-ISSUE-NOTICE THRU 9850-EXIT
682122                 END-IF
682123             END-IF
682124         END-IF
682125         READ AUTH-FILE NEXT RECORD
682126             AT END SET AUTH-EOF-REACHED TO TRUE
682127         END-READ
682128     END-PERFORM
682129     CLOSE CLIENT-FILE
682130     CLOSE AUTH-FILE.
682131 9840-EXIT.
682132     EXIT.
682133*
682134*****************************************************************
682135*    9845-FETCH-NOTICE-CLIENT -- NAME AND ADDRESS FOR A LETTER  *
682136*                 CLIENT-FILE IS ALREADY OPEN. NOTICE-CLIENT-ID *
682137*                 IN; CLIENT-EXISTS, NOTICE-NAME AND            *
682138*                 NOTICE-ADDRESS-WS OUT.                        *
682139*****************************************************************
682140 9845-FETCH-NOTICE-CLIENT.
682141     MOVE 'N' TO CLIENT-EXISTS-SW
682142     MOVE NOTICE-CLIENT-ID TO CLIENT-ID OF CLIENT-RECORD
682143     READ CLIENT-FILE
682144         INVALID KEY
682145             ADD 1 TO NOTICE-NOCLIENT-COUNT
682146         NOT INVALID KEY
682147             SET CLIENT-EXISTS TO TRUE
682148             MOVE CLIENT-NAME TO NOTICE-NAME
682149             MOVE CLIENT-ADDRESS TO NOTICE-ADDRESS-WS
682150     END-READ.
682151 9845-EXIT.
682152     EXIT.
682153*
682154*****************************************************************
682155*    9850-ISSUE-NOTICE -- ONE LETTER FOR ONE EVENT              *
682156*                 NOTICE-TYPE-SUB PICKS THE TEMPLATE. THE       *
682157*                 CALLER FILLS THE NOTICE- FIELDS. AN EVENT     *
682158*                 ALREADY ON THE CORRESPONDENCE HISTORY IS      *
682159*                 COUNTED AND PASSED OVER.                      *
682160*****************************************************************
682161 9850-ISSUE-NOTICE.
682162     MOVE 'N' TO CORR-FOUND-SW
682163     MOVE NOTICE-CLIENT-ID TO CORR-CLIENT-ID
682164     MOVE NOTICE-TPL-CODE (NOTICE-TYPE-SUB) TO CORR-NOTICE-TYPE
682165     MOVE NOTICE-REF-ID TO CORR-REF-ID
682166     MOVE NOTICE-EVENT-DATE TO CORR-EVENT-DATE
682167     READ CORR-HIST-FILE
682168         INVALID KEY
682169             CONTINUE
682170         NOT INVALID KEY
682171             MOVE 'Y' TO CORR-FOUND-SW
682172     END-READ
682173     IF CORR-ENTRY-FOUND
682174         ADD 1 TO NOTICE-DUP-COUNT
682175         GO TO 9850-EXIT
682176     END-IF
682177     PERFORM 9855-PRINT-LETTER THRU 9855-EXIT
682178     MOVE NOTICE-CLIENT-ID TO CORR-CLIENT-ID
682179     MOVE NOTICE-TPL-CODE (NOTICE-TYPE-SUB) TO CORR-NOTICE-TYPE
682180     MOVE NOTICE-REF-ID TO CORR-REF-ID
682181     MOVE NOTICE-EVENT-DATE TO CORR-EVENT-DATE
682182     MOVE NOTICE-RUN-DATE TO CORR-SENT-DATE
682183     MOVE SIGNED-ON-OPERATOR-ID TO CORR-SENT-BY
682184     MOVE NOTICE-NAME TO CORR-ADDRESSEE
682185     MOVE NOTICE-ADDRESS-WS TO CORR-ADDRESS
682186     MOVE NOTICE-DETAIL TO CORR-DETAIL
682187     WRITE CORR-RECORD
682188         INVALID KEY
682189             DISPLAY "Correspondence history entry not written "
682190                     "for client " NOTICE-CLIENT-ID
682191     END-WRITE
682192     ADD 1 TO NOTICE-SENT-COUNT
682193     ADD 1 TO NOTICE-TYPE-COUNT (NOTICE-TYPE-SUB).
682194 9850-EXIT.
682195     EXIT.
682196*
682197*****************************************************************
682198*    9855-PRINT-LETTER -- LAY OUT ONE LETTER ON NOTICES.DAT     *
682199*                 LETTERHEAD, DATE, ADDRESS BLOCK, SUBJECT,     *
682200*                 TEMPLATE BODY, THE EVENT DETAIL, AND THE      *
682201*                 COMMON CLOSING. EACH LETTER STARTS WITH A     *
682202*                 SEPARATOR RECORD CARRYING THE LETTER NUMBER   *
682203*                 AND CLIENT, WHERE THE MAIL RUN SPLITS THE     *
682204*                 FILE. SPACING IS BY BLANK RECORDS.            *
682205*****************************************************************
682206 9855-PRINT-LETTER.
682207     ADD 1 TO NOTICE-SENT-COUNT GIVING NOTICE-SEP-NUMBER
682208     MOVE NOTICE-CLIENT-ID TO NOTICE-SEP-CLIENT
682209     MOVE NOTICE-SEPARATOR-LINE TO NOTICE-PRINT-RECORD
682210     WRITE NOTICE-PRINT-RECORD
682211     MOVE NOTICE-LETTERHEAD-1 TO NOTICE-PRINT-RECORD
682212     WRITE NOTICE-PRINT-RECORD
682213     MOVE NOTICE-LETTERHEAD-2 TO NOTICE-PRINT-RECORD
682214     WRITE NOTICE-PRINT-RECORD
682215     PERFORM 9862-PUT-BLANK-LINE THRU 9862-EXIT
682216     PERFORM 9862-PUT-BLANK-LINE THRU 9862-EXIT
682217     MOVE NOTICE-RUN-DATE TO VERIFY-DATE
682218     PERFORM 9865-EDIT-NOTICE-DATE THRU 9865-EXIT
682219     MOVE NOTICE-DATE-EDIT TO NOTICE-DATED
682220     MOVE NOTICE-DATED-LINE TO NOTICE-LINE-TEXT
682221     PERFORM 9860-PUT-LETTER-LINE THRU 9860-EXIT
682222     PERFORM 9862-PUT-BLANK-LINE THRU 9862-EXIT
682223     MOVE NOTICE-NAME TO NOTICE-LINE-TEXT
682224     PERFORM 9860-PUT-LETTER-LINE THRU 9860-EXIT
682225     MOVE NOTICE-ADDRESS-1 TO NOTICE-LINE-TEXT
682226     PERFORM 9860-PUT-LETTER-LINE THRU 9860-EXIT
682227     IF NOTICE-ADDRESS-2 NOT = SPACES
682228         MOVE NOTICE-ADDRESS-2 TO NOTICE-LINE-TEXT
682229         PERFORM 9860-PUT-LETTER-LINE THRU 9860-EXIT
682230     END-IF
682231     MOVE NOTICE-TPL-SUBJECT (NOTICE-TYPE-SUB) TO NOTICE-SUBJECT
682232     MOVE NOTICE-SUBJECT-LINE TO NOTICE-LINE-TEXT
682233     PERFORM 9862-PUT-BLANK-LINE THRU 9862-EXIT
682234     PERFORM 9860-PUT-LETTER-LINE THRU 9860-EXIT
682235     MOVE NOTICE-NAME TO NOTICE-GREETING
682236     MOVE NOTICE-GREETING-LINE TO NOTICE-LINE-TEXT
682237     PERFORM 9862-PUT-BLANK-LINE THRU 9862-EXIT
682238     PERFORM 9860-PUT-LETTER-LINE THRU 9860-EXIT
682239     PERFORM 9862-PUT-BLANK-LINE THRU 9862-EXIT
682240     MOVE 1 TO NOTICE-BODY-SUB
682241     PERFORM UNTIL NOTICE-BODY-SUB > 4
682242         MOVE NOTICE-TPL-BODY (NOTICE-TYPE-SUB, NOTICE-BODY-SUB)
682243             TO NOTICE-LINE-TEXT
682244         PERFORM 9860-PUT-LETTER-LINE THRU 9860-EXIT
682245         ADD 1 TO NOTICE-BODY-SUB
682246     END-PERFORM
682247     PERFORM 9862-PUT-BLANK-LINE THRU 9862-EXIT
682248     MOVE NOTICE-EVENT-DATE TO VERIFY-DATE
682249     PERFORM 9865-EDIT-NOTICE-DATE THRU 9865-EXIT
682250     MOVE NOTICE-TPL-DATE-LABEL (NOTICE-TYPE-SUB)
682251         TO NOTICE-EVT-DATE-LABEL
682252     MOVE NOTICE-DATE-EDIT TO NOTICE-EVT-DATE
682253     MOVE NOTICE-TPL-REF-LABEL (NOTICE-TYPE-SUB)
682254         TO NOTICE-EVT-REF-LABEL
682255     IF NOTICE-EVT-REF-LABEL = SPACES
682256         MOVE SPACES TO NOTICE-EVT-REF
682257     ELSE
682258         MOVE NOTICE-REF-ID TO NOTICE-EVT-REF
682259     END-IF
682260     MOVE NOTICE-EVENT-LINE TO NOTICE-LINE-TEXT
682261     PERFORM 9860-PUT-LETTER-LINE THRU 9860-EXIT
682262     IF NOTICE-TPL-EXTRA-LABEL (NOTICE-TYPE-SUB) NOT = SPACES
682263         MOVE NOTICE-TPL-EXTRA-LABEL (NOTICE-TYPE-SUB)
682264             TO NOTICE-EXTRA-LABEL
682265         MOVE NOTICE-DETAIL TO NOTICE-EXTRA-TEXT
682266         MOVE NOTICE-EXTRA-LINE TO NOTICE-LINE-TEXT
682267         PERFORM 9860-PUT-LETTER-LINE THRU 9860-EXIT
682268     END-IF
682269     PERFORM 9862-PUT-BLANK-LINE THRU 9862-EXIT
682270     MOVE 1 TO NOTICE-CLOSE-SUB
682271     PERFORM UNTIL NOTICE-CLOSE-SUB > 6
682272         MOVE NOTICE-CLOSING-LINE (NOTICE-CLOSE-SUB)
682273             TO NOTICE-LINE-TEXT
682274         PERFORM 9860-PUT-LETTER-LINE THRU 9860-EXIT
682275         ADD 1 TO NOTICE-CLOSE-SUB
682276     END-PERFORM.
682277 9855-EXIT.
682278     EXIT.
682279*
682280*****************************************************************
682281*    9860-PUT-LETTER-LINE -- ONE LETTER LINE                    *
682282*                 WRITES NOTICE-LINE, INDENTED TO THE LETTER    *
682283*                 MARGIN.                                       *
682284*****************************************************************
682285 9860-PUT-LETTER-LINE.
682286     WRITE NOTICE-PRINT-RECORD FROM NOTICE-LINE.
682287 9860-EXIT.
682288     EXIT.
682289*
682290*****************************************************************
682291*    9862-PUT-BLANK-LINE -- ONE BLANK LINE                      *
682292*                 WRITES A BLANK RECORD FOR LETTER SPACING.     *
682293*****************************************************************
682294 9862-PUT-BLANK-LINE.
682295     MOVE SPACES TO NOTICE-PRINT-RECORD
682296     WRITE NOTICE-PRINT-RECORD.
682297 9862-EXIT.
682298     EXIT.
682299*
682300*****************************************************************
682301*    9865-EDIT-NOTICE-DATE -- DATE FOR A LETTER                 *
682302*                 VERIFY-DATE IN; NOTICE-DATE-EDIT OUT AS       *
682303*                 MM/DD/YYYY.                                   *
682304*****************************************************************
682305 9865-EDIT-NOTICE-DATE.
682306     MOVE VERIFY-DATE-MONTH TO NOTICE-DATE-MM
682307     MOVE VERIFY-DATE-DAY TO NOTICE-DATE-DD
682308     MOVE VERIFY-DATE-YEAR TO NOTICE-DATE-YYYY.
682309 9865-EXIT.
682310     EXIT.
682311*
682312 9900-WRITE-BATCH-SUMMARY.
682313     OPEN OUTPUT BATCH-SUMMARY-FILE
682314     MOVE RPT-BATCH-HEADING-LINE TO BATCH-SUMMARY-RECORD
682400     WRITE BATCH-SUMMARY-RECORD
682500     MOVE TRAN-ACCEPTED-COUNT TO RPT-BATCH-ACCEPTED
682600     MOVE RPT-BATCH-ACCEPTED-LINE TO BATCH-SUMMARY-RECORD
683400             TRAN-REJECTED-COUNT.
683500 9900-EXIT.
683600     EXIT.
683818*
684036*****************************************************************
684254*    9910-MAINTAIN-FUNDING -- FUNDING SOURCE MAINTENANCE        *
684472*                 ADD A FUNDING SOURCE FOR A FISCAL YEAR,       *
684690*                 CHANGE ITS ALLOCATION, OR NAME THE SERVICE    *
684908*                 TYPES IT PAYS FOR. COMMITTED AND SPENT ARE    *
685126*                 KEPT BY THE AUTHORIZATION, EXTRACT AND        *
685344*                 REMITTANCE RUNS AND ARE NEVER KEYED.          *
685562*****************************************************************
685780 9910-MAINTAIN-FUNDING.
685998     IF NOT SUPERVISOR-SIGNED-ON
686216         DISPLAY "That option is restricted to supervisors."
686434         GO TO 9910-EXIT
686652     END-IF
686870     DISPLAY "----------------------------------------"
687088     DISPLAY "Funding Source Maintenance"
687306     DISPLAY "1. Add a funding source"
687524     DISPLAY "2. Change a source's allocation"
687742     DISPLAY "3. Add a service type to a source"
687960     DISPLAY "4. Remove a service type from a source"
688178     DISPLAY "5. List the sources for a fiscal year"
688396     DISPLAY "6. Return to the main menu"
688614     DISPLAY "Please enter your selection (1-6):"
688832     ACCEPT FUND-MAINT-CHOICE
689050     EVALUATE FUND-MAINT-CHOICE
689268         WHEN 1 PERFORM 9912-ADD-FUND-SOURCE THRU 9912-EXIT
689486         WHEN 2 PERFORM 9914-CHANGE-ALLOCATION THRU 9914-EXIT
689704         WHEN 3 PERFORM 9916-ADD-FUND-TYPE THRU 9916-EXIT
689922         WHEN 4 PERFORM 9918-REMOVE-FUND-TYPE THRU 9918-EXIT
690140         WHEN 5 PERFORM 9920-LIST-FUND-SOURCES THRU 9920-EXIT
690358         WHEN 6 CONTINUE
690576         WHEN OTHER
690794             DISPLAY "Invalid selection. Please choose a "
691012                     "number between 1 and 6."
691230     END-EVALUATE.
691448 9910-EXIT.
691666     EXIT.
691884*
692102*****************************************************************
692320*    9912-ADD-FUND-SOURCE -- NEW FUNDING SOURCE                 *
692538*                 KEYS A SOURCE AND FISCAL YEAR, ITS NAME,      *
692756*                 CATEGORY AND ALLOCATION. NOTHING IS COMMITTED *
692974*                 OR SPENT YET. AUDITED AS FUND-ADD.            *
693192*****************************************************************
693410 9912-ADD-FUND-SOURCE.
693628     PERFORM 9925-KEY-FUND-SOURCE THRU 9925-EXIT
693846     IF NOT FUND-KEY-IS-VALID
694064         GO TO 9912-EXIT
694282     END-IF
694500     DISPLAY "Please enter the source name:"
694718     ACCEPT FUND-NEW-NAME
694936     DISPLAY "Please enter the category (S state block grant, "
695154             "C county levy, F federal program):"
695372     ACCEPT FUND-NEW-CATEGORY
695590     IF NOT FUND-NEW-CATEGORY-VALID
695808         DISPLAY "The category must be S, C or F. The source "
696026                 "was not added."
696244         GO TO 9912-EXIT
696462     END-IF
696680     DISPLAY "Please enter the annual allocation as eleven "
696898             "digits with two implied decimals "
697116             "(00012500000 = 125000.00):"
697334     ACCEPT FUND-ALLOC-ENTRY
697552     IF FUND-ALLOC-ENTRY NOT NUMERIC
697770         DISPLAY "The allocation must be eleven digits with "
697988                 "no decimal point. The source was not added."
698206         GO TO 9912-EXIT
698424     END-IF
698642     MOVE FUND-NEW-CODE TO FUND-CODE
698860     MOVE FUND-NEW-YEAR TO FUND-FISCAL-YEAR
699078     MOVE FUND-NEW-NAME TO FUND-NAME
699296     MOVE FUND-NEW-CATEGORY TO FUND-CATEGORY
699514     MOVE FUND-ALLOC-ENTRY-NUM TO FUND-ALLOCATION
699732     MOVE ZERO TO FUND-COMMITTED
699950     MOVE ZERO TO FUND-SPENT
700168     MOVE SPACES TO FUND-SVC-TYPES
700386     PERFORM 9930-OPEN-FUND-FOR-ADD THRU 9930-EXIT
700604     WRITE FUND-RECORD
700822         INVALID KEY
701040             DISPLAY "Funding source " FUND-NEW-CODE
701258                     " is already on file for fiscal year "
701476                     FUND-NEW-YEAR "."
701694         NOT INVALID KEY
701912             PERFORM 9932-BUILD-FUND-AUDIT-IMAGE THRU 9932-EXIT
702130             MOVE FUND-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
702348             MOVE "FUND-ADD" TO AUDIT-OPERATION-WS
702566             MOVE ZERO TO AUDIT-RECORD-ID-WS
702784             PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
703002             DISPLAY "The funding source has been added. Use "
703220                     "option 3 to name the service types it "
703438                     "pays for."
703656     END-WRITE
703874     CLOSE FUND-SOURCE-FILE.
704092 9912-EXIT.
704310     EXIT.
704528*
704746*****************************************************************
704964*    9914-CHANGE-ALLOCATION -- CHANGE AN ALLOCATION             *
705182*                 REPLACES THE ANNUAL ALLOCATION AND SHOWS THE  *
705400*                 NEW REMAINING BALANCE. AUDITED AS FUND-ALLOC. *
705618*****************************************************************
705836 9914-CHANGE-ALLOCATION.
706054     PERFORM 9925-KEY-FUND-SOURCE THRU 9925-EXIT
706272     IF NOT FUND-KEY-IS-VALID
706490         GO TO 9914-EXIT
706708     END-IF
706926     PERFORM 9927-READ-FUND-FOR-UPDATE THRU 9927-EXIT
707144     IF NOT FUND-WAS-FOUND
707362         GO TO 9914-EXIT
707580     END-IF
707798     MOVE FUND-ALLOCATION TO FUND-DISPLAY-ALLOCATION
708016     DISPLAY "Current allocation: " FUND-DISPLAY-ALLOCATION
708234     DISPLAY "Please enter the new allocation as eleven "
708452             "digits with two implied decimals:"
708670     ACCEPT FUND-ALLOC-ENTRY
708888     IF FUND-ALLOC-ENTRY NOT NUMERIC
709106         DISPLAY "The allocation must be eleven digits with "
709324                 "no decimal point. It was not changed."
709542         CLOSE FUND-SOURCE-FILE
709760         GO TO 9914-EXIT
709978     END-IF
710196     PERFORM 9932-BUILD-FUND-AUDIT-IMAGE THRU 9932-EXIT
710414     MOVE FUND-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE-WS
710632     MOVE FUND-ALLOC-ENTRY-NUM TO FUND-ALLOCATION
710850     REWRITE FUND-RECORD
711068     PERFORM 9932-BUILD-FUND-AUDIT-IMAGE THRU 9932-EXIT
711286     MOVE FUND-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
711504     CLOSE FUND-SOURCE-FILE
711722     MOVE "FUND-ALLOC" TO AUDIT-OPERATION-WS
711940     MOVE ZERO TO AUDIT-RECORD-ID-WS
712158     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
712376     COMPUTE FUND-REMAINING =
712594         FUND-ALLOCATION - FUND-COMMITTED - FUND-SPENT
712812     MOVE FUND-REMAINING TO FUND-DISPLAY-REMAINING
713030     DISPLAY "The allocation has been changed. Remaining "
713248             "balance: " FUND-DISPLAY-REMAINING.
713466 9914-EXIT.
713684     EXIT.
713902*
714120*****************************************************************
714338*    9916-ADD-FUND-TYPE -- NAME A TYPE THE SOURCE PAYS FOR      *
714556*                 THE TYPE MUST BE ON THE ACTIVE SERVICE-TYPE   *
714774*                 TABLE AND NOT ALREADY PAID BY ANY SOURCE IN   *
714992*                 THE SAME FISCAL YEAR. AUTHORIZATIONS ADDED    *
715210*                 BEFORE THE TYPE WAS NAMED STAY UNCOMMITTED.   *
715428*****************************************************************
715646 9916-ADD-FUND-TYPE.
715864     PERFORM 9925-KEY-FUND-SOURCE THRU 9925-EXIT
716082     IF NOT FUND-KEY-IS-VALID
716300         GO TO 9916-EXIT
716518     END-IF
716736     DISPLAY "Please enter the service-type code it pays for:"
716954     ACCEPT FUND-NEW-SVC-TYPE
717172     MOVE FUND-NEW-SVC-TYPE TO NEW-SERVICE-TYPE
717390     PERFORM 5150-LOOKUP-SERVICE-TYPE THRU 5150-EXIT
717608     IF NOT SERVICE-TYPE-IS-VALID
717826         DISPLAY "Service type " FUND-NEW-SVC-TYPE
718044                 " is not on the active service-type table."
718262         GO TO 9916-EXIT
718480     END-IF
718698     MOVE FUND-NEW-SVC-TYPE TO FUND-POST-SVC-TYPE
718916     MOVE FUND-NEW-YEAR TO FUND-POST-YEAR
719134     PERFORM 9935-FIND-FUND-FOR-TYPE THRU 9935-EXIT
719352     IF FUND-WAS-FOUND
719570         DISPLAY "Service type " FUND-NEW-SVC-TYPE
719788                 " is already paid by source " FUND-CODE
720006                 " in fiscal year " FUND-NEW-YEAR "."
720224         GO TO 9916-EXIT
720442     END-IF
720660     PERFORM 9927-READ-FUND-FOR-UPDATE THRU 9927-EXIT
720878     IF NOT FUND-WAS-FOUND
721096         GO TO 9916-EXIT
721314     END-IF
721532     MOVE 1 TO FUND-TYPE-SUB
721750     PERFORM UNTIL FUND-TYPE-SUB > 10
721968             OR FUND-SVC-TYPE (FUND-TYPE-SUB) = SPACES
722186         ADD 1 TO FUND-TYPE-SUB
722404     END-PERFORM
722622     IF FUND-TYPE-SUB > 10
722840         DISPLAY "Source " FUND-CODE " already pays for ten "
723058                 "service types. The type was not added."
723276         CLOSE FUND-SOURCE-FILE
723494         GO TO 9916-EXIT
723712     END-IF
723930     PERFORM 9932-BUILD-FUND-AUDIT-IMAGE THRU 9932-EXIT
724148     MOVE FUND-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE-WS
724366     MOVE FUND-NEW-SVC-TYPE TO FUND-SVC-TYPE (FUND-TYPE-SUB)
724584     REWRITE FUND-RECORD
724802     PERFORM 9932-BUILD-FUND-AUDIT-IMAGE THRU 9932-EXIT
725020     MOVE FUND-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
725238     CLOSE FUND-SOURCE-FILE
725456     MOVE "FUND-SVC-ADD" TO AUDIT-OPERATION-WS
725674     MOVE ZERO TO AUDIT-RECORD-ID-WS
725892     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
726110     DISPLAY "Service type " FUND-NEW-SVC-TYPE
726328             " is now paid from source " FUND-NEW-CODE ".".
726546 9916-EXIT.
726764     EXIT.
726982*
727200*****************************************************************
727418*    9918-REMOVE-FUND-TYPE -- STOP A SOURCE PAYING A TYPE       *
727636*                 AMOUNTS ALREADY COMMITTED OR SPENT FOR THE    *
727854*                 TYPE STAY ON THE SOURCE.                      *
728072*****************************************************************
728290 9918-REMOVE-FUND-TYPE.
728508     PERFORM 9925-KEY-FUND-SOURCE THRU 9925-EXIT
728726     IF NOT FUND-KEY-IS-VALID
728944         GO TO 9918-EXIT
729162     END-IF
729380     DISPLAY "Please enter the service-type code to remove:"
729598     ACCEPT FUND-NEW-SVC-TYPE
729816     PERFORM 9927-READ-FUND-FOR-UPDATE THRU 9927-EXIT
730034     IF NOT FUND-WAS-FOUND
730252         GO TO 9918-EXIT
730470     END-IF
730688     MOVE 1 TO FUND-TYPE-SUB
730906     PERFORM UNTIL FUND-TYPE-SUB > 10
731124             OR FUND-SVC-TYPE (FUND-TYPE-SUB) = FUND-NEW-SVC-TYPE
731342         ADD 1 TO FUND-TYPE-SUB
731560     END-PERFORM
731778     IF FUND-TYPE-SUB > 10 OR FUND-NEW-SVC-TYPE = SPACES
731996         DISPLAY "Source " FUND-CODE " does not pay for "
732214                 "service type " FUND-NEW-SVC-TYPE "."
732432         CLOSE FUND-SOURCE-FILE
732650         GO TO 9918-EXIT
732868     END-IF
733086     PERFORM 9932-BUILD-FUND-AUDIT-IMAGE THRU 9932-EXIT
733304     MOVE FUND-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE-WS
733522     MOVE SPACES TO FUND-SVC-TYPE (FUND-TYPE-SUB)
733740     REWRITE FUND-RECORD
733958     PERFORM 9932-BUILD-FUND-AUDIT-IMAGE THRU 9932-EXIT
734176     MOVE FUND-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
734394     CLOSE FUND-SOURCE-FILE
734612     MOVE "FUND-SVC-DEL" TO AUDIT-OPERATION-WS
734830     MOVE ZERO TO AUDIT-RECORD-ID-WS
735048     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
735266     DISPLAY "Service type " FUND-NEW-SVC-TYPE
735484             " has been removed from source " FUND-NEW-CODE ".".
735702 9918-EXIT.
735920     EXIT.
736138*
736356*****************************************************************
736574*    9920-LIST-FUND-SOURCES -- LIST A FISCAL YEAR               *
736792*                 DISPLAYS EVERY SOURCE FOR THE KEYED YEAR WITH *
737010*                 ITS BALANCES.                                 *
737228*****************************************************************
737446 9920-LIST-FUND-SOURCES.
737664     DISPLAY "Please enter the fiscal year to list (YYYY):"
737882     ACCEPT FUND-YEAR-ENTRY
738100     IF FUND-YEAR-ENTRY NOT NUMERIC
738318         DISPLAY "That is not a valid fiscal year."
738536         GO TO 9920-EXIT
738754     END-IF
738972     OPEN INPUT FUND-SOURCE-FILE
739190     IF NOT FUND-SOURCE-FILE-OK
739408         DISPLAY "No funding sources are on file."
739626         GO TO 9920-EXIT
739844     END-IF
740062     MOVE 'N' TO FUND-EOF-SW
740280     MOVE 'N' TO FUND-FOUND-SW
740498     READ FUND-SOURCE-FILE NEXT RECORD
740716         AT END SET FUND-EOF-REACHED TO TRUE
740934     END-READ
741152     PERFORM UNTIL FUND-EOF-REACHED
741370         IF FUND-FISCAL-YEAR = FUND-YEAR-ENTRY-NUM
741588             PERFORM 9922-SHOW-FUND-SOURCE THRU 9922-EXIT
741806             SET FUND-WAS-FOUND TO TRUE
742024         END-IF
742242         READ FUND-SOURCE-FILE NEXT RECORD
742460             AT END SET FUND-EOF-REACHED TO TRUE
742678         END-READ
742896     END-PERFORM
743114     IF NOT FUND-WAS-FOUND
743332         DISPLAY "No funding sources are on file for fiscal "
743550                 "year " FUND-YEAR-ENTRY "."
743768     END-IF
743986     CLOSE FUND-SOURCE-FILE.
744204 9920-EXIT.
744422     EXIT.
744640*
744858*****************************************************************
745076*    9922-SHOW-FUND-SOURCE -- DISPLAY ONE SOURCE                *
745294*                 FUND-SOURCE-RECORD IN. SHOWS THE ALLOCATION,  *
745512*                 COMMITTED, SPENT AND REMAINING AMOUNTS AND    *
745730*                 THE TYPES IT PAYS FOR.                        *
745948*****************************************************************
746166 9922-SHOW-FUND-SOURCE.
746384     COMPUTE FUND-REMAINING =
746602         FUND-ALLOCATION - FUND-COMMITTED - FUND-SPENT
746820     MOVE FUND-ALLOCATION TO FUND-DISPLAY-ALLOCATION
747038     MOVE FUND-COMMITTED TO FUND-DISPLAY-COMMITTED
747256     MOVE FUND-SPENT TO FUND-DISPLAY-SPENT
747474     MOVE FUND-REMAINING TO FUND-DISPLAY-REMAINING
747692     DISPLAY "Source " FUND-CODE " " FUND-NAME
747910             " category " FUND-CATEGORY
748128     DISPLAY "    allocation " FUND-DISPLAY-ALLOCATION
748346             " committed " FUND-DISPLAY-COMMITTED
748564     DISPLAY "    spent " FUND-DISPLAY-SPENT
748782             " remaining " FUND-DISPLAY-REMAINING
749000     DISPLAY "    pays for " FUND-SVC-TYPES.
749218 9922-EXIT.
749436     EXIT.
749654*
749872*****************************************************************
750090*    9925-KEY-FUND-SOURCE -- KEY A SOURCE AND YEAR              *
750308*                 FUND-NEW-CODE AND FUND-NEW-YEAR OUT; FUND-    *
750526*                 KEY-IS-VALID WHEN BOTH ARE USABLE.            *
750744*****************************************************************
750962 9925-KEY-FUND-SOURCE.
751180     MOVE 'N' TO FUND-KEY-VALID-SW
751398     DISPLAY "Please enter the funding source code:"
751616     ACCEPT FUND-NEW-CODE
751834     IF FUND-NEW-CODE = SPACES
752052         DISPLAY "A funding source code is required."
752270         GO TO 9925-EXIT
752488     END-IF
752706     DISPLAY "Please enter the fiscal year (YYYY):"
752924     ACCEPT FUND-YEAR-ENTRY
753142     IF FUND-YEAR-ENTRY NOT NUMERIC
753360             OR FUND-YEAR-ENTRY-NUM < 1900
753578         DISPLAY "That is not a valid fiscal year."
753796         GO TO 9925-EXIT
754014     END-IF
754232     MOVE FUND-YEAR-ENTRY-NUM TO FUND-NEW-YEAR
754450     SET FUND-KEY-IS-VALID TO TRUE.
754668 9925-EXIT.
754886     EXIT.
755104*
755322*****************************************************************
755540*    9927-READ-FUND-FOR-UPDATE -- READ A SOURCE FOR UPDATE      *
755758*                 OPENS FUNDSRC.DAT I-O AND READS THE KEYED     *
755976*                 SOURCE. THE FILE IS LEFT OPEN ONLY WHEN FUND- *
756194*                 WAS-FOUND.                                    *
756412*****************************************************************
756630 9927-READ-FUND-FOR-UPDATE.
756848     MOVE 'N' TO FUND-FOUND-SW
757066     OPEN I-O FUND-SOURCE-FILE
757284     IF NOT FUND-SOURCE-FILE-OK
757502         DISPLAY "No funding sources are on file."
757720         GO TO 9927-EXIT
757938     END-IF
758156     MOVE FUND-NEW-CODE TO FUND-CODE
758374     MOVE FUND-NEW-YEAR TO FUND-FISCAL-YEAR
758592     READ FUND-SOURCE-FILE
758810         INVALID KEY
759028             DISPLAY "Funding source " FUND-NEW-CODE
759246                     " is not on file for fiscal year "
759464                     FUND-NEW-YEAR "."
759682             CLOSE FUND-SOURCE-FILE
759900         NOT INVALID KEY
760118             SET FUND-WAS-FOUND TO TRUE
760336     END-READ.
760554 9927-EXIT.
760772     EXIT.
760990*
761208*****************************************************************
761426*    9930-OPEN-FUND-FOR-ADD -- OPEN FUNDING SOURCES FOR UPDATE  *
761644*                 CREATES FUNDSRC.DAT ON FIRST USE.             *
761862*****************************************************************
762080 9930-OPEN-FUND-FOR-ADD.
762298     OPEN I-O FUND-SOURCE-FILE
762516     IF FUND-SOURCE-FILE-NOT-FOUND
762734         OPEN OUTPUT FUND-SOURCE-FILE
762952         CLOSE FUND-SOURCE-FILE
763170         OPEN I-O FUND-SOURCE-FILE
763388     END-IF.
763606 9930-EXIT.
763824     EXIT.
764042*
764260*****************************************************************
764478*    9932-BUILD-FUND-AUDIT-IMAGE -- FUNDING SOURCE AUDIT IMAGE  *
764696*                 FUND-SOURCE-RECORD IN; FUND-AUDIT-IMAGE OUT.  *
764914*****************************************************************
765132 9932-BUILD-FUND-AUDIT-IMAGE.
765350     MOVE FUND-CODE TO FUND-AUD-CODE
765568     MOVE FUND-FISCAL-YEAR TO FUND-AUD-YEAR
765786     MOVE FUND-CATEGORY TO FUND-AUD-CATEGORY
766004     MOVE FUND-ALLOCATION TO FUND-AUD-ALLOCATION
766222     MOVE FUND-COMMITTED TO FUND-AUD-COMMITTED
766440     MOVE FUND-SPENT TO FUND-AUD-SPENT
766658     MOVE FUND-SVC-TYPES TO FUND-AUD-SVC-TYPES
766876     MOVE ZERO TO FUND-AUD-AUTH-AMOUNT.
767094 9932-EXIT.
767312     EXIT.
767530*
767748*****************************************************************
767966*    9935-FIND-FUND-FOR-TYPE -- SOURCE THAT PAYS A TYPE         *
768184*                 LOOKS UP THE SOURCE PAYING FUND-POST-SVC-TYPE *
768402*                 IN FISCAL YEAR FUND-POST-YEAR. ON A MATCH     *
768620*                 FUND-WAS-FOUND IS SET AND FUND-RECORD HOLDS   *
768838*                 THE SOURCE.                                   *
769056*****************************************************************
769274 9935-FIND-FUND-FOR-TYPE.
769492     MOVE 'N' TO FUND-FOUND-SW
769710     OPEN INPUT FUND-SOURCE-FILE
769928     IF NOT FUND-SOURCE-FILE-OK
770146         GO TO 9935-EXIT
770364     END-IF
770582     PERFORM 9937-SCAN-FUND-FILE THRU 9937-EXIT
770800     CLOSE FUND-SOURCE-FILE.
771018 9935-EXIT.
771236     EXIT.
771454*
771672*****************************************************************
771890*    9937-SCAN-FUND-FILE -- READ THE OPEN FILE FOR THE SOURCE   *
772108*****************************************************************
772326 9937-SCAN-FUND-FILE.
772544     MOVE 'N' TO FUND-EOF-SW
772762     MOVE 'N' TO FUND-FOUND-SW
772980     READ FUND-SOURCE-FILE NEXT RECORD
773198         AT END SET FUND-EOF-REACHED TO TRUE
773416     END-READ
773634     PERFORM UNTIL FUND-EOF-REACHED
773852         IF FUND-FISCAL-YEAR = FUND-POST-YEAR
774070             MOVE 1 TO FUND-TYPE-SUB
774288             PERFORM UNTIL FUND-TYPE-SUB > 10
774506                     OR FUND-SVC-TYPE (FUND-TYPE-SUB)
774724                         = FUND-POST-SVC-TYPE
774942                 ADD 1 TO FUND-TYPE-SUB
775160             END-PERFORM
775378             IF FUND-TYPE-SUB NOT > 10
775596                 SET FUND-WAS-FOUND TO TRUE
775814                 SET FUND-EOF-REACHED TO TRUE
776032             END-IF
776250         END-IF
776468         IF NOT FUND-EOF-REACHED
776686             READ FUND-SOURCE-FILE NEXT RECORD
776904                 AT END SET FUND-EOF-REACHED TO TRUE
777122             END-READ
777340         END-IF
777558     END-PERFORM.
777776 9937-EXIT.
777994     EXIT.
778212*
778430*****************************************************************
778648*    9940-POST-TO-FUND -- ADJUST A SOURCE'S BALANCES            *
778866*                 ADDS FUND-COMMIT-DELTA AND FUND-SPENT-DELTA   *
779084*                 (EITHER MAY BE NEGATIVE) TO THE SOURCE PAYING *
779302*                 FUND-POST-SVC-TYPE IN FUND-POST-YEAR. NEITHER *
779520*                 BALANCE GOES BELOW ZERO, SO BILLING AN        *
779738*                 AUTHORIZATION WRITTEN BEFORE ITS TYPE HAD A   *
779956*                 SOURCE RELEASES NOTHING. A TYPE NO SOURCE     *
780174*                 PAYS FOR IS NOT TRACKED.                      *
780392*****************************************************************
780610 9940-POST-TO-FUND.
780828     OPEN I-O FUND-SOURCE-FILE
781046     IF NOT FUND-SOURCE-FILE-OK
781264         MOVE 'N' TO FUND-FOUND-SW
781482         GO TO 9940-EXIT
781700     END-IF
781918     PERFORM 9937-SCAN-FUND-FILE THRU 9937-EXIT
782136     IF FUND-WAS-FOUND
782354         COMPUTE FUND-NEW-BALANCE =
782572             FUND-COMMITTED + FUND-COMMIT-DELTA
782790         IF FUND-NEW-BALANCE < ZERO
783008             MOVE ZERO TO FUND-NEW-BALANCE
783226         END-IF
783444         MOVE FUND-NEW-BALANCE TO FUND-COMMITTED
783662         COMPUTE FUND-NEW-BALANCE =
783880             FUND-SPENT + FUND-SPENT-DELTA
784098         IF FUND-NEW-BALANCE < ZERO
784316             MOVE ZERO TO FUND-NEW-BALANCE
784534         END-IF
784752         MOVE FUND-NEW-BALANCE TO FUND-SPENT
784970         REWRITE FUND-RECORD
785188     END-IF
785406     CLOSE FUND-SOURCE-FILE.
785624 9940-EXIT.
785842     EXIT.
786060*
786278*****************************************************************
786496*    9945-FISCAL-YEAR -- FISCAL YEAR OF FUND-POST-DATE          *
786714*****************************************************************
786932 9945-FISCAL-YEAR.
787150     MOVE FUND-POST-DATE-YEAR TO FUND-POST-YEAR
787368     IF FUND-FY-START-MONTH > 01
787586             AND FUND-POST-DATE-MONTH NOT < FUND-FY-START-MONTH
787804         ADD 1 TO FUND-POST-YEAR
788022     END-IF.
788240 9945-EXIT.
788458     EXIT.
788676*
788894*****************************************************************
789112*    9950-POST-BILLED-AMOUNT -- BILLING AGAINST A SOURCE        *
789330*                 LEDGER-RECORD HOLDS THE ENTRY AND SERVICE-    *
789548*                 RECORD THE SERVICE. FUND-BILLED-AMOUNT        *
789766*                 (NEGATIVE TO TAKE IT BACK) IS SPENT AGAINST   *
789984*                 THE SOURCE FOR THE SERVICE TYPE AND SERVICE   *
790202*                 DATE. WITH FUND-LIQUIDATE-COMMITMENT SET, THE *
790420*                 SAME AMOUNT COMES OFF THE COMMITMENT OF THE   *
790638*                 SOURCE THE SERVICE'S AUTHORIZATION WAS        *
790856*                 COMMITTED AGAINST.                            *
791074*****************************************************************
791292 9950-POST-BILLED-AMOUNT.
791510     MOVE LEDGER-SVC-TYPE TO FUND-POST-SVC-TYPE
791728     MOVE LEDGER-SERVICE-DATE TO FUND-POST-DATE
791946     PERFORM 9945-FISCAL-YEAR THRU 9945-EXIT
792164     MOVE ZERO TO FUND-COMMIT-DELTA
792382     MOVE FUND-BILLED-AMOUNT TO FUND-SPENT-DELTA
792600     PERFORM 9940-POST-TO-FUND THRU 9940-EXIT
792818     IF NOT FUND-LIQUIDATE-COMMITMENT
793036         GO TO 9950-EXIT
793254     END-IF
793472     IF SERVICE-AUTH-ID NOT NUMERIC
793690             OR SERVICE-AUTH-ID = ZERO
793908         GO TO 9950-EXIT
794126     END-IF
794344     OPEN INPUT AUTH-FILE
794562     IF NOT AUTH-FILE-OK
794780         GO TO 9950-EXIT
794998     END-IF
795216     MOVE 'N' TO FUND-FOUND-SW
795434     MOVE SERVICE-AUTH-ID TO AUTH-ID
795652     READ AUTH-FILE
795870         INVALID KEY
796088             CONTINUE
796306         NOT INVALID KEY
796524             SET FUND-WAS-FOUND TO TRUE
796742             MOVE AUTH-SVC-TYPE TO FUND-POST-SVC-TYPE
796960             MOVE AUTH-EFF-FROM-DATE TO FUND-POST-DATE
797178     END-READ
797396     CLOSE AUTH-FILE
797614     IF NOT FUND-WAS-FOUND
797832         GO TO 9950-EXIT
798050     END-IF
798268     PERFORM 9945-FISCAL-YEAR THRU 9945-EXIT
798486     COMPUTE FUND-COMMIT-DELTA = ZERO - FUND-BILLED-AMOUNT
798704     MOVE ZERO TO FUND-SPENT-DELTA
798922     PERFORM 9940-POST-TO-FUND THRU 9940-EXIT.
799140 9950-EXIT.
799358     EXIT.
799576*
799794*****************************************************************
800012*    9955-CHECK-FUND-BALANCE -- CAN THE SOURCE COVER IT         *
800230*                 CALLED FROM 8210 BEFORE A NEW AUTHORIZATION   *
800448*                 IS WRITTEN. PRICES THE UNITS AT THE TABLE     *
800666*                 RATE 5150 RETURNED AND FINDS THE SOURCE       *
800884*                 PAYING THE TYPE IN THE FISCAL YEAR OF THE     *
801102*                 FIRST EFFECTIVE DATE. AN AMOUNT OVER THE      *
801320*                 SOURCE'S REMAINING BALANCE IS ONLY ADDED WHEN *
801538*                 THE SUPERVISOR (8200 IS RESTRICTED TO         *
801756*                 SUPERVISORS) OVERRIDES THE WARNING. CLEARS    *
801974*                 FUND-AUTH-CLEARED WHEN NOT.                   *
802192*****************************************************************
802410 9955-CHECK-FUND-BALANCE.
802628     MOVE 'Y' TO FUND-AUTH-CLEARED-SW
802846     MOVE 'N' TO FUND-OVERRIDE-SW
803064     COMPUTE FUND-AUTH-AMOUNT = NEW-AUTH-UNITS * SVC-TYPE-RATE-WS
803282     MOVE NEW-AUTH-SVC-TYPE TO FUND-POST-SVC-TYPE
803500     MOVE NEW-AUTH-FROM-DATE TO FUND-POST-DATE
803718     PERFORM 9945-FISCAL-YEAR THRU 9945-EXIT
803936     PERFORM 9935-FIND-FUND-FOR-TYPE THRU 9935-EXIT
804154     IF NOT FUND-WAS-FOUND
804372         DISPLAY "No funding source pays for service type "
804590                 NEW-AUTH-SVC-TYPE " in fiscal year "
804808                 FUND-POST-YEAR "."
805026         DISPLAY "The authorization will not be committed "
805244                 "against a budget."
805462         GO TO 9955-EXIT
805680     END-IF
805898     COMPUTE FUND-REMAINING =
806116         FUND-ALLOCATION - FUND-COMMITTED - FUND-SPENT
806334     IF FUND-AUTH-AMOUNT NOT > FUND-REMAINING
806552         GO TO 9955-EXIT
806770     END-IF
806988     MOVE FUND-AUTH-AMOUNT TO FUND-DISPLAY-AMOUNT
807206     MOVE FUND-REMAINING TO FUND-DISPLAY-REMAINING
807424     DISPLAY "WARNING: this authorization commits "
807642             FUND-DISPLAY-AMOUNT " against funding source "
807860             FUND-CODE
808078     DISPLAY "for fiscal year " FUND-POST-YEAR
808296             ", which has only " FUND-DISPLAY-REMAINING
808514             " remaining."
808732     DISPLAY "Override the funding limit and add the "
808950             "authorization? (Y/N):"
809168     ACCEPT FUND-OVERRIDE-ANSWER
809386     IF FUND-OVERRIDE-ANSWER NOT = 'Y'
809604         MOVE 'N' TO FUND-AUTH-CLEARED-SW
809822         DISPLAY "The authorization was not added."
810040         GO TO 9955-EXIT
810258     END-IF
810476     SET FUND-OVERRIDDEN TO TRUE.
810694 9955-EXIT.
810912     EXIT.
811130*
811348*****************************************************************
811566*    9960-COMMIT-AUTHORIZATION -- ENCUMBER THE NEW UNITS        *
811784*                 CALLED FROM 8210 ONCE THE AUTHORIZATION IS    *
812002*                 WRITTEN. COMMITS FUND-AUTH-AMOUNT AGAINST THE *
812220*                 SOURCE 9955 FOUND. AN OVERRIDDEN OVERRUN IS   *
812438*                 AUDITED WITH THE SOURCE BEFORE AND AFTER THE  *
812656*                 COMMITMENT.                                   *
812874*****************************************************************
813092 9960-COMMIT-AUTHORIZATION.
813310     IF FUND-AUTH-AMOUNT = ZERO
813528         GO TO 9960-EXIT
813746     END-IF
813964     IF FUND-OVERRIDDEN
814182         PERFORM 9932-BUILD-FUND-AUDIT-IMAGE THRU 9932-EXIT
814400         MOVE FUND-AUTH-AMOUNT TO FUND-AUD-AUTH-AMOUNT
814618         MOVE FUND-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE-WS
814836     END-IF
815054     MOVE NEW-AUTH-SVC-TYPE TO FUND-POST-SVC-TYPE
815272     MOVE NEW-AUTH-FROM-DATE TO FUND-POST-DATE
815490     PERFORM 9945-FISCAL-YEAR THRU 9945-EXIT
815708     MOVE FUND-AUTH-AMOUNT TO FUND-COMMIT-DELTA
815926     MOVE ZERO TO FUND-SPENT-DELTA
816144     PERFORM 9940-POST-TO-FUND THRU 9940-EXIT
816362     IF NOT FUND-WAS-FOUND
816580         MOVE SPACES TO AUDIT-BEFORE-IMAGE-WS
816798         GO TO 9960-EXIT
817016     END-IF
817234     COMPUTE FUND-REMAINING =
817452         FUND-ALLOCATION - FUND-COMMITTED - FUND-SPENT
817670     MOVE FUND-AUTH-AMOUNT TO FUND-DISPLAY-AMOUNT
817888     MOVE FUND-REMAINING TO FUND-DISPLAY-REMAINING
818106     DISPLAY "Committed " FUND-DISPLAY-AMOUNT " against source "
818324             FUND-CODE ". Remaining: " FUND-DISPLAY-REMAINING
818542     IF FUND-OVERRIDDEN
818760         PERFORM 9932-BUILD-FUND-AUDIT-IMAGE THRU 9932-EXIT
818978         MOVE FUND-AUTH-AMOUNT TO FUND-AUD-AUTH-AMOUNT
819196         MOVE FUND-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
819414         MOVE "FUND-OVRIDE" TO AUDIT-OPERATION-WS
819632         MOVE NEW-AUTH-ID TO AUDIT-RECORD-ID-WS
819850         PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
820068         DISPLAY "The funding override has been logged."
820286     END-IF.
820504 9960-EXIT.
820722     EXIT.
820940*
821158*****************************************************************
821376*    9970-BUDGET-STATUS-REPORT -- MONTHLY BUDGET STATUS         *
821594*                 ONE LINE PER FUNDING SOURCE FOR THE FISCAL    *
821812*                 YEAR WITH ITS ALLOCATION, COMMITTED, SPENT    *
822030*                 AND REMAINING BALANCES AS OF THE RUN AND THE  *
822248*                 SHARE OF THE ALLOCATION USED, FOLLOWED BY THE *
822466*                 TYPES IT PAYS FOR. A SOURCE PAST ITS          *
822684*                 ALLOCATION IS FLAGGED OVER. FISCAL YEAR ZERO  *
822902*                 REPORTS THE CURRENT FISCAL YEAR.              *
823120*****************************************************************
823338 9970-BUDGET-STATUS-REPORT.
823556     IF NOT JOB-STREAM-ACTIVE
823774         DISPLAY "Please enter the fiscal year to report "
823992                 "(YYYY, or 0000 for the current year):"
824210         ACCEPT FUND-YEAR-ENTRY
824428         IF FUND-YEAR-ENTRY NOT NUMERIC
824646             DISPLAY "That is not a valid fiscal year. The "
824864                     "report was not run."
825082             GO TO 9970-EXIT
825300         END-IF
825518         MOVE FUND-YEAR-ENTRY-NUM TO BUDGET-YEAR
825736     END-IF
825954     ACCEPT BUDGET-TODAY FROM DATE YYYYMMDD
826172     IF BUDGET-YEAR = ZERO
826390         MOVE BUDGET-TODAY TO FUND-POST-DATE
826608         PERFORM 9945-FISCAL-YEAR THRU 9945-EXIT
826826         MOVE FUND-POST-YEAR TO BUDGET-YEAR
827044     END-IF
827262     MOVE ZERO TO BUDGET-SOURCE-COUNT
827480     MOVE ZERO TO BUDGET-OVER-COUNT
827698     MOVE ZERO TO BUDGET-TOTAL-ALLOCATION
827916     MOVE ZERO TO BUDGET-TOTAL-COMMITTED
828134     MOVE ZERO TO BUDGET-TOTAL-SPENT
828352     MOVE ZERO TO BUDGET-TOTAL-REMAINING
828570     OPEN INPUT FUND-SOURCE-FILE
828788     IF NOT FUND-SOURCE-FILE-OK
829006         DISPLAY "No funding sources are on file. The report "
829224                 "was not run."
829442         MOVE 8 TO JOB-STEP-RC
829660         MOVE "NO FUNDING SOURCE FILE ON FILE" TO JOB-STEP-MSG
829878         GO TO 9970-EXIT
830096     END-IF
830314     OPEN OUTPUT BUDGET-REPORT-FILE
830532     MOVE RPT-BUDGET-HEADING-1 TO BUDGET-REPORT-RECORD
830750     WRITE BUDGET-REPORT-RECORD
830968     MOVE RPT-HEADING-2 TO BUDGET-REPORT-RECORD
831186     WRITE BUDGET-REPORT-RECORD
831404     MOVE BUDGET-YEAR TO RPT-BUDGET-YEAR
831622     MOVE BUDGET-TODAY TO RPT-BUDGET-AS-OF
831840     MOVE FUND-FY-START-MONTH TO RPT-BUDGET-START-MONTH
832058     MOVE RPT-BUDGET-PARM-LINE TO BUDGET-REPORT-RECORD
832276     WRITE BUDGET-REPORT-RECORD
832494     MOVE SPACES TO BUDGET-REPORT-RECORD
832712     WRITE BUDGET-REPORT-RECORD
832930     MOVE RPT-BUDGET-COLUMN-LINE TO BUDGET-REPORT-RECORD
833148     WRITE BUDGET-REPORT-RECORD
833366     MOVE 'N' TO FUND-EOF-SW
833584     READ FUND-SOURCE-FILE NEXT RECORD
833802         AT END SET FUND-EOF-REACHED TO TRUE
834020     END-READ
834238     PERFORM UNTIL FUND-EOF-REACHED
834456         IF FUND-FISCAL-YEAR = BUDGET-YEAR
834674             PERFORM 9975-BUDGET-SOURCE-LINE THRU 9975-EXIT
834892         END-IF
835110         READ FUND-SOURCE-FILE NEXT RECORD
835328             AT END SET FUND-EOF-REACHED TO TRUE
835546         END-READ
835764     END-PERFORM
835982     CLOSE FUND-SOURCE-FILE
836200     IF BUDGET-SOURCE-COUNT = ZERO
836418         MOVE RPT-BUDGET-NONE-LINE TO BUDGET-REPORT-RECORD
836636         WRITE BUDGET-REPORT-RECORD
836854     END-IF
837072     MOVE SPACES TO BUDGET-REPORT-RECORD
837290     WRITE BUDGET-REPORT-RECORD
837508     MOVE BUDGET-TOTAL-ALLOCATION TO RPT-BUDGET-TOT-ALLOCATION
837726     MOVE BUDGET-TOTAL-COMMITTED TO RPT-BUDGET-TOT-COMMITTED
837944     MOVE BUDGET-TOTAL-SPENT TO RPT-BUDGET-TOT-SPENT
838162     MOVE BUDGET-TOTAL-REMAINING TO RPT-BUDGET-TOT-REMAINING
838380     MOVE RPT-BUDGET-TOTAL-LINE TO BUDGET-REPORT-RECORD
838598     WRITE BUDGET-REPORT-RECORD
838816     MOVE BUDGET-OVER-COUNT TO RPT-BUDGET-OVER-COUNT
839034     MOVE RPT-BUDGET-OVER-LINE TO BUDGET-REPORT-RECORD
839252     WRITE BUDGET-REPORT-RECORD
839470     CLOSE BUDGET-REPORT-FILE
839688     MOVE "BUDGET-RPT" TO AUDIT-OPERATION-WS
839906     MOVE ZERO TO AUDIT-RECORD-ID-WS
840124     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
840342     DISPLAY "Budget status report written to BUDGTRPT.DAT. "
840560             "Sources: " BUDGET-SOURCE-COUNT
840778             " Over allocation: " BUDGET-OVER-COUNT.
840996 9970-EXIT.
841214     EXIT.
841432*
841650*****************************************************************
841868*    9975-BUDGET-SOURCE-LINE -- ONE SOURCE ON THE REPORT        *
842086*                 PRINTS THE BALANCES, PERCENT USED AND SERVICE *
842304*                 TYPES, FLAGS A SOURCE WHOSE COMMITMENTS AND   *
842522*                 SPENDING EXCEED ITS ALLOCATION, AND ADDS TO   *
842740*                 THE TOTALS.                                   *
842958*****************************************************************
843176 9975-BUDGET-SOURCE-LINE.
843394     ADD 1 TO BUDGET-SOURCE-COUNT
843612     COMPUTE FUND-REMAINING =
843830         FUND-ALLOCATION - FUND-COMMITTED - FUND-SPENT
844048     ADD FUND-ALLOCATION TO BUDGET-TOTAL-ALLOCATION
844266     ADD FUND-COMMITTED TO BUDGET-TOTAL-COMMITTED
844484     ADD FUND-SPENT TO BUDGET-TOTAL-SPENT
844702     ADD FUND-REMAINING TO BUDGET-TOTAL-REMAINING
844920     IF FUND-ALLOCATION > ZERO
845138         COMPUTE BUDGET-PCT-USED ROUNDED =
845356             (FUND-COMMITTED + FUND-SPENT) * 100
845574                 / FUND-ALLOCATION
845792             ON SIZE ERROR MOVE 99999 TO BUDGET-PCT-USED
846010         END-COMPUTE
846228     ELSE
846446         MOVE ZERO TO BUDGET-PCT-USED
846664     END-IF
846882     MOVE FUND-CODE TO RPT-BUDGET-CODE
847100     MOVE FUND-NAME TO RPT-BUDGET-NAME
847318     MOVE FUND-CATEGORY TO RPT-BUDGET-CATEGORY
847536     MOVE FUND-ALLOCATION TO RPT-BUDGET-ALLOCATION
847754     MOVE FUND-COMMITTED TO RPT-BUDGET-COMMITTED
847972     MOVE FUND-SPENT TO RPT-BUDGET-SPENT
848190     MOVE FUND-REMAINING TO RPT-BUDGET-REMAINING
848408     MOVE BUDGET-PCT-USED TO RPT-BUDGET-PCT
848626     IF FUND-REMAINING < ZERO
848844         MOVE "OVER" TO RPT-BUDGET-FLAG
849062         ADD 1 TO BUDGET-OVER-COUNT
849280     ELSE
849498         MOVE SPACES TO RPT-BUDGET-FLAG
849716     END-IF
849934     MOVE RPT-BUDGET-DETAIL-LINE TO BUDGET-REPORT-RECORD
850152     WRITE BUDGET-REPORT-RECORD
850370     MOVE SPACES TO RPT-BUDGET-TYPE-AREA
850588     MOVE 1 TO FUND-TYPE-SUB
850806     PERFORM UNTIL FUND-TYPE-SUB > 10
851024         MOVE FUND-SVC-TYPE (FUND-TYPE-SUB)
851242             TO RPT-BUDGET-TYPE (FUND-TYPE-SUB)
851460         ADD 1 TO FUND-TYPE-SUB
851678     END-PERFORM
851896     MOVE RPT-BUDGET-TYPES-LINE TO BUDGET-REPORT-RECORD
852114     WRITE BUDGET-REPORT-RECORD.
852332 9975-EXIT.
852550     EXIT.
852768*
852986*****************************************************************
853204*    9980-SET-BUDGET-YEAR -- FISCAL YEAR FOR STEP 44            *
853422*                 TAKES THE FISCAL YEAR (YYYY) FROM THE CARD.   *
853640*                 WITH NO YEAR CARDED THE RUN REPORTS THE       *
853858*                 CURRENT FISCAL YEAR.                          *
854076*****************************************************************
854294 9980-SET-BUDGET-YEAR.
854512     IF JOBCTL-BUDGET-YEAR = SPACES
854730             OR JOBCTL-BUDGET-YEAR = ZEROS
854948         MOVE ZERO TO BUDGET-YEAR
855166         GO TO 9980-EXIT
855384     END-IF
855602     IF JOBCTL-BUDGET-YEAR NOT NUMERIC
855820         MOVE 8 TO JOB-STEP-RC
856038         MOVE "FISCAL YEAR ON THE CARD IS NOT NUMERIC"
856256             TO JOB-STEP-MSG
856474         GO TO 9980-EXIT
856692     END-IF
856910     MOVE JOBCTL-BUDGET-YEAR TO BUDGET-YEAR.
857128 9980-EXIT.
857346     EXIT.
857564*
857782*****************************************************************
858000*    9981-MAINTAIN-CONFIDENTIALITY -- RESTRICTED CLIENTS        *
858218*                 RESTRICT A CLIENT OR LIFT A RESTRICTION, AND  *
858436*                 KEEP THE LIST OF OPERATORS CLEARED TO SEE A   *
858654*                 RESTRICTED CLIENT. EVERY CHANGE IS AUDITED.   *
858872*****************************************************************
859090 9981-MAINTAIN-CONFIDENTIALITY.
859308     IF NOT SUPERVISOR-SIGNED-ON
859526         DISPLAY "That option is restricted to supervisors."
859744         GO TO 9981-EXIT
859962     END-IF
860180     DISPLAY "----------------------------------------"
860398     DISPLAY "Client Confidentiality"
860616     DISPLAY "1. Restrict a client or lift a restriction"
860834     DISPLAY "2. Clear an operator to see a restricted client"
861052     DISPLAY "3. Withdraw an operator's access"
861270     DISPLAY "4. List the operators cleared for a client"
861488     DISPLAY "5. Return to the main menu"
861706     DISPLAY "Please enter your selection (1-5):"
861924     ACCEPT CONF-MAINT-CHOICE
862142     EVALUATE CONF-MAINT-CHOICE
862360         WHEN 1 PERFORM 9982-SET-RESTRICTION THRU 9982-EXIT
862578         WHEN 2 PERFORM 9983-GRANT-ACCESS THRU 9983-EXIT
862796         WHEN 3 PERFORM 9984-REVOKE-ACCESS THRU 9984-EXIT
863014         WHEN 4 PERFORM 9985-LIST-ACCESS THRU 9985-EXIT
863232         WHEN 5 CONTINUE
863450         WHEN OTHER
863668             DISPLAY "Invalid selection. Please choose a "
863886                     "number between 1 and 5."
864104     END-EVALUATE.
864322 9981-EXIT.
864540     EXIT.
864758*
864976*****************************************************************
865194*    9982-SET-RESTRICTION -- RESTRICT OR LIFT A RESTRICTION     *
865412*                 A RESTRICTED CLIENT IS LIFTED AFTER A         *
865630*                 CONFIRMATION; ANY OTHER CLIENT IS RESTRICTED  *
865848*                 WITH A REASON. THE ACCESS LIST IS LEFT AS IT  *
866066*                 STANDS, SO RESTRICTING THE CLIENT AGAIN       *
866284*                 RESTORES THE SAME CLEARANCES.                 *
866502*****************************************************************
866720 9982-SET-RESTRICTION.
866938     DISPLAY "Please enter the client ID:"
867156     ACCEPT CONF-CLIENT-ID
867374     OPEN I-O CLIENT-FILE
867592     IF CLIENT-FILE-NOT-FOUND
867810         DISPLAY "Client Not Found."
868028         GO TO 9982-EXIT
868246     END-IF
868464     MOVE CONF-CLIENT-ID TO CLIENT-ID OF CLIENT-RECORD
868682     READ CLIENT-FILE
868900         INVALID KEY
869118             DISPLAY "Client Not Found."
869336             CLOSE CLIENT-FILE
869554             GO TO 9982-EXIT
869772     END-READ
869990     DISPLAY "Client: " CLIENT-NAME
870208     MOVE SPACES TO CONF-AUD-OPERATOR
870426     MOVE ZERO TO CONF-AUD-GRANT-DATE
870644     MOVE CONF-CLIENT-ID TO CONF-AUD-CLIENT-ID
870862     MOVE CLIENT-RESTRICT-FLAG TO CONF-AUD-FLAG
871080     MOVE CLIENT-RESTRICT-REASON TO CONF-AUD-REASON
871298     MOVE CONF-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE-WS
871516     IF CLIENT-IS-RESTRICTED
871734         DISPLAY "The client is restricted, reason "
871952                 CLIENT-RESTRICT-REASON "."
872170         DISPLAY "Lift the restriction? (Y/N):"
872388         ACCEPT CONF-ANSWER
872606         IF CONF-ANSWER NOT = 'Y'
872824             DISPLAY "The restriction was not changed."
873042             MOVE SPACES TO AUDIT-BEFORE-IMAGE-WS
873260             CLOSE CLIENT-FILE
873478             GO TO 9982-EXIT
873696         END-IF
873914         MOVE SPACES TO CLIENT-RESTRICT-FLAG
874132         MOVE SPACES TO CLIENT-RESTRICT-REASON
874350         MOVE "RESTRICT-OFF" TO AUDIT-OPERATION-WS
874568     ELSE
874786         DISPLAY "Please enter the reason (D domestic violence, "
875004                 "S staff relative, P protective services):"
875222         ACCEPT CONF-NEW-REASON
875440         IF NOT CONF-NEW-REASON-VALID
875658             DISPLAY "The reason must be D, S or P. The client "
875876                     "was not restricted."
876094             MOVE SPACES TO AUDIT-BEFORE-IMAGE-WS
876312             CLOSE CLIENT-FILE
876530             GO TO 9982-EXIT
876748         END-IF
876966         MOVE 'R' TO CLIENT-RESTRICT-FLAG
877184         MOVE CONF-NEW-REASON TO CLIENT-RESTRICT-REASON
877402         MOVE "RESTRICT-ON" TO AUDIT-OPERATION-WS
877620     END-IF
877838     REWRITE CLIENT-RECORD
878056     MOVE CLIENT-RESTRICT-FLAG TO CONF-AUD-FLAG
878274     MOVE CLIENT-RESTRICT-REASON TO CONF-AUD-REASON
878492     MOVE CONF-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
878710     CLOSE CLIENT-FILE
878928     MOVE CONF-CLIENT-ID TO AUDIT-RECORD-ID-WS
879146     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
879364     IF CONF-AUD-FLAG = 'R'
879582         DISPLAY "The client is now restricted. Use option 2 "
879800                 "to clear the operators who may see it."
880018     ELSE
880236         DISPLAY "The restriction has been lifted."
880454     END-IF.
880672 9982-EXIT.
880890     EXIT.
881108*
881326*****************************************************************
881544*    9983-GRANT-ACCESS -- CLEAR AN OPERATOR FOR A CLIENT        *
881762*                 THE CLIENT MUST BE RESTRICTED AND THE         *
881980*                 OPERATOR ACTIVE ON THE OPERATOR FILE.         *
882198*                 SUPERVISORS NEED NO CLEARANCE.                *
882416*****************************************************************
882634 9983-GRANT-ACCESS.
882852     PERFORM 9986-KEY-ACCESS-ENTRY THRU 9986-EXIT
883070     IF NOT CONF-KEY-IS-VALID
883288         GO TO 9983-EXIT
883506     END-IF
883724     IF VERIFY-CLIENT-RESTRICT NOT = 'R'
883942         DISPLAY "Client " CONF-CLIENT-ID " is not restricted. "
884160                 "Restrict the client first."
884378         GO TO 9983-EXIT
884596     END-IF
884814     PERFORM 9987-FIND-GRANTEE THRU 9987-EXIT
885032     IF NOT CONF-WAS-FOUND
885250         DISPLAY "Operator " CONF-NEW-OPERATOR " is not on the "
885468                 "active operator file."
885686         GO TO 9983-EXIT
885904     END-IF
886122     MOVE CONF-CLIENT-ID TO CLNTACC-CLIENT-ID
886340     MOVE CONF-NEW-OPERATOR TO CLNTACC-OPERATOR-ID
886558     ACCEPT CLNTACC-GRANT-DATE FROM DATE YYYYMMDD
886776     MOVE SIGNED-ON-OPERATOR-ID TO CLNTACC-GRANTED-BY
886994     PERFORM 9991-OPEN-ACCESS-FOR-ADD THRU 9991-EXIT
887212     WRITE CLNTACC-RECORD
887430         INVALID KEY
887648             DISPLAY "Operator " CONF-NEW-OPERATOR " is already "
887866                     "cleared for client " CONF-CLIENT-ID "."
888084         NOT INVALID KEY
888302             PERFORM 9992-BUILD-CONF-AUDIT-IMAGE THRU 9992-EXIT
888520             MOVE CONF-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE-WS
888738             MOVE "ACCESS-GRANT" TO AUDIT-OPERATION-WS
888956             MOVE CONF-CLIENT-ID TO AUDIT-RECORD-ID-WS
889174             PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
889392             DISPLAY "Operator " CONF-NEW-OPERATOR " may now see "
889610                     "client " CONF-CLIENT-ID "."
889828     END-WRITE
890046     CLOSE CLIENT-ACCESS-FILE.
890264 9983-EXIT.
890482     EXIT.
890700*
890918*****************************************************************
891136*    9984-REVOKE-ACCESS -- WITHDRAW A CLEARANCE                 *
891354*                 DELETES THE OPERATOR'S ENTRY FOR THE CLIENT.  *
891572*                 AUDITED AS ACCESS-REVOK.                      *
891790*****************************************************************
892008 9984-REVOKE-ACCESS.
892226     PERFORM 9986-KEY-ACCESS-ENTRY THRU 9986-EXIT
892444     IF NOT CONF-KEY-IS-VALID
892662         GO TO 9984-EXIT
892880     END-IF
893098     OPEN I-O CLIENT-ACCESS-FILE
893316     IF NOT CLIENT-ACCESS-FILE-OK
893534         DISPLAY "No operators are cleared for restricted "
893752                 "clients."
893970         GO TO 9984-EXIT
894188     END-IF
894406     MOVE CONF-CLIENT-ID TO CLNTACC-CLIENT-ID
894624     MOVE CONF-NEW-OPERATOR TO CLNTACC-OPERATOR-ID
894842     READ CLIENT-ACCESS-FILE
895060         INVALID KEY
895278             DISPLAY "Operator " CONF-NEW-OPERATOR " is not "
895496                     "cleared for client " CONF-CLIENT-ID "."
895714             CLOSE CLIENT-ACCESS-FILE
895932             GO TO 9984-EXIT
896150     END-READ
896368     PERFORM 9992-BUILD-CONF-AUDIT-IMAGE THRU 9992-EXIT
896586     MOVE CONF-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE-WS
896804     DELETE CLIENT-ACCESS-FILE RECORD
897022     CLOSE CLIENT-ACCESS-FILE
897240     MOVE "ACCESS-REVOK" TO AUDIT-OPERATION-WS
897458     MOVE CONF-CLIENT-ID TO AUDIT-RECORD-ID-WS
897676     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
897894     DISPLAY "Operator " CONF-NEW-OPERATOR " may no longer see "
898112             "client " CONF-CLIENT-ID ".".
898330 9984-EXIT.
898548     EXIT.
898766*
898984*****************************************************************
899202*    9985-LIST-ACCESS -- WHO IS CLEARED FOR A CLIENT            *
899420*                 SHOWS WHETHER THE CLIENT IS RESTRICTED AND    *
899638*                 LISTS EVERY OPERATOR CLEARED FOR IT.          *
899856*****************************************************************
900074 9985-LIST-ACCESS.
900292     DISPLAY "Please enter the client ID:"
900510     ACCEPT CONF-CLIENT-ID
900728     MOVE CONF-CLIENT-ID TO VERIFY-CLIENT-ID
900946     PERFORM 3300-CHECK-CLIENT-EXISTS THRU 3300-EXIT
901164     IF NOT CLIENT-EXISTS
901382         DISPLAY "Client Not Found."
901600         GO TO 9985-EXIT
901818     END-IF
902036     DISPLAY "Client: " VERIFY-CLIENT-NAME
902254     IF VERIFY-CLIENT-RESTRICT = 'R'
902472         DISPLAY "The client is restricted."
902690     ELSE
902908         DISPLAY "The client is not restricted."
903126     END-IF
903344     MOVE ZERO TO CONF-GRANT-COUNT
903562     OPEN INPUT CLIENT-ACCESS-FILE
903780     IF CLIENT-ACCESS-FILE-OK
903998         MOVE 'N' TO CONF-EOF-SW
904216         MOVE CONF-CLIENT-ID TO CLNTACC-CLIENT-ID
904434         MOVE SPACES TO CLNTACC-OPERATOR-ID
904652         START CLIENT-ACCESS-FILE KEY IS NOT LESS THAN CLNTACC-KEY
904870             INVALID KEY SET CONF-EOF-REACHED TO TRUE
905088         END-START
905306         IF NOT CONF-EOF-REACHED
905524             READ CLIENT-ACCESS-FILE NEXT RECORD
905742                 AT END SET CONF-EOF-REACHED TO TRUE
905960             END-READ
906178         END-IF
906396         PERFORM UNTIL CONF-EOF-REACHED
906614             IF CLNTACC-CLIENT-ID NOT = CONF-CLIENT-ID
906832                 SET CONF-EOF-REACHED TO TRUE
907050             ELSE
907268                 DISPLAY "  Operator " CLNTACC-OPERATOR-ID
907486                         "  cleared " CLNTACC-GRANT-DATE
907704                         "  by " CLNTACC-GRANTED-BY
907922                 ADD 1 TO CONF-GRANT-COUNT
908140                 READ CLIENT-ACCESS-FILE NEXT RECORD
908358                     AT END SET CONF-EOF-REACHED TO TRUE
908576                 END-READ
908794             END-IF
909012         END-PERFORM
909230         CLOSE CLIENT-ACCESS-FILE
909448     END-IF
909666     IF CONF-GRANT-COUNT = ZERO
909884         DISPLAY "  No operators are cleared for this client."
910102     END-IF.
910320 9985-EXIT.
910538     EXIT.
910756*
910974*****************************************************************
911192*    9986-KEY-ACCESS-ENTRY -- KEY A CLIENT AND OPERATOR         *
911410*                 CONF-CLIENT-ID AND CONF-NEW-OPERATOR OUT;     *
911628*                 CONF-KEY-IS-VALID WHEN THE CLIENT IS ON FILE  *
911846*                 AND AN OPERATOR WAS KEYED.                    *
912064*****************************************************************
912282 9986-KEY-ACCESS-ENTRY.
912500     MOVE 'N' TO CONF-KEY-VALID-SW
912718     DISPLAY "Please enter the client ID:"
912936     ACCEPT CONF-CLIENT-ID
913154     MOVE CONF-CLIENT-ID TO VERIFY-CLIENT-ID
913372     PERFORM 3300-CHECK-CLIENT-EXISTS THRU 3300-EXIT
913590     IF NOT CLIENT-EXISTS
913808         DISPLAY "Client Not Found."
914026         GO TO 9986-EXIT
914244     END-IF
914462     DISPLAY "Please enter the operator ID:"
914680     ACCEPT CONF-NEW-OPERATOR
914898     IF CONF-NEW-OPERATOR = SPACES
915116         DISPLAY "An operator ID is required."
915334         GO TO 9986-EXIT
915552     END-IF
915770     SET CONF-KEY-IS-VALID TO TRUE.
915988 9986-EXIT.
916206     EXIT.
916424*
916642*****************************************************************
916860*    9987-FIND-GRANTEE -- IS THE OPERATOR ACTIVE                *
917078*                 LOOKS UP CONF-NEW-OPERATOR WITHOUT DISTURBING *
917296*                 THE SIGNED-ON IDENTITY.                       *
917514*****************************************************************
917732 9987-FIND-GRANTEE.
917950     MOVE 'N' TO CONF-FOUND-SW
918168     OPEN INPUT OPERATOR-FILE
918386     IF NOT OPERATOR-FILE-OK
918604         GO TO 9987-EXIT
918822     END-IF
919040     MOVE 'N' TO OPERATOR-EOF-SW
919258     READ OPERATOR-FILE
919476         AT END SET OPERATOR-EOF-REACHED TO TRUE
919694     END-READ
919912     PERFORM UNTIL OPERATOR-EOF-REACHED
920130         IF OPERATOR-ID = CONF-NEW-OPERATOR
920348                 AND OPERATOR-IS-ACTIVE
920566             SET CONF-WAS-FOUND TO TRUE
920784             SET OPERATOR-EOF-REACHED TO TRUE
921002         ELSE
921220             READ OPERATOR-FILE
921438                 AT END SET OPERATOR-EOF-REACHED TO TRUE
921656             END-READ
921874         END-IF
922092     END-PERFORM
922310     CLOSE OPERATOR-FILE.
922528 9987-EXIT.
922746     EXIT.
922964*
923182*****************************************************************
923400*    9988-CHECK-CLIENT-ACCESS -- MAY THE OPERATOR SEE IT        *
923618*                 CALLERS STAGE CONF-CLIENT-ID,                 *
923836*                 CONF-CLIENT-FLAG AND CONF-FUNCTION. AN        *
924054*                 UNRESTRICTED CLIENT IS ALWAYS ALLOWED AND NOT *
924272*                 LOGGED. A RESTRICTED CLIENT IS ALLOWED TO A   *
924490*                 SUPERVISOR OR AN OPERATOR ON ITS ACCESS LIST  *
924708*                 AND REFUSED TO ANYONE ELSE; EITHER WAY THE    *
924926*                 VIEW IS LOGGED.                               *
925144*****************************************************************
925362 9988-CHECK-CLIENT-ACCESS.
925580     SET CONF-ACCESS-ALLOWED TO TRUE
925798     IF NOT CONF-CLIENT-RESTRICTED
926016         GO TO 9988-EXIT
926234     END-IF
926452     MOVE 'A' TO CONF-LOG-RESULT
926670     MOVE 'S' TO CONF-LOG-BASIS
926888     IF SUPERVISOR-SIGNED-ON
927106         PERFORM 9990-WRITE-ACCESS-LOG THRU 9990-EXIT
927324         GO TO 9988-EXIT
927542     END-IF
927760     MOVE 'N' TO CONF-ACCESS-SW
927978     MOVE 'R' TO CONF-LOG-RESULT
928196     MOVE 'N' TO CONF-LOG-BASIS
928414     OPEN INPUT CLIENT-ACCESS-FILE
928632     IF CLIENT-ACCESS-FILE-OK
928850         MOVE CONF-CLIENT-ID TO CLNTACC-CLIENT-ID
929068         MOVE SIGNED-ON-OPERATOR-ID TO CLNTACC-OPERATOR-ID
929286         READ CLIENT-ACCESS-FILE
929504             INVALID KEY
929722                 CONTINUE
929940             NOT INVALID KEY
930158                 SET CONF-ACCESS-ALLOWED TO TRUE
930376                 MOVE 'A' TO CONF-LOG-RESULT
930594                 MOVE 'L' TO CONF-LOG-BASIS
930812         END-READ
931030         CLOSE CLIENT-ACCESS-FILE
931248     END-IF
931466     PERFORM 9990-WRITE-ACCESS-LOG THRU 9990-EXIT.
931684 9988-EXIT.
931902     EXIT.
932120*
932338*****************************************************************
932556*    9989-CHECK-REPORT-ACCESS -- PRINT OR MASK A CLIENT         *
932774*                 AS 9988-CHECK-CLIENT-ACCESS, BUT A REPORT     *
932992*                 SHOWS A RESTRICTED CLIENT ONLY WHEN A         *
933210*                 SUPERVISOR RUNS IT. THE ACCESS LIST IS NOT    *
933428*                 CONSULTED, SO A CLEARED OPERATOR STILL GETS   *
933646*                 THE MASKED LINE ON A REPORT.                  *
933864*****************************************************************
934082 9989-CHECK-REPORT-ACCESS.
934300     SET CONF-ACCESS-ALLOWED TO TRUE
934518     IF NOT CONF-CLIENT-RESTRICTED
934736         GO TO 9989-EXIT
934954     END-IF
935172     IF SUPERVISOR-SIGNED-ON
935390         MOVE 'A' TO CONF-LOG-RESULT
935608         MOVE 'S' TO CONF-LOG-BASIS
935826     ELSE
936044         MOVE 'N' TO CONF-ACCESS-SW
936262         MOVE 'R' TO CONF-LOG-RESULT
936480         MOVE 'M' TO CONF-LOG-BASIS
936698     END-IF
936916     PERFORM 9990-WRITE-ACCESS-LOG THRU 9990-EXIT.
937134 9989-EXIT.
937352     EXIT.
937570*
937788*****************************************************************
938006*    9990-WRITE-ACCESS-LOG -- APPEND ONE VIEW TO THE ACCESS LOG *
938224*****************************************************************
938442 9990-WRITE-ACCESS-LOG.
938660     MOVE SPACES TO ACCLOG-RECORD
938878     ACCEPT ACCLOG-DATE FROM DATE YYYYMMDD
939096     ACCEPT ACCLOG-TIME FROM TIME
939314     MOVE SIGNED-ON-OPERATOR-ID TO ACCLOG-OPERATOR-ID
939532     MOVE CONF-CLIENT-ID TO ACCLOG-CLIENT-ID
939750     MOVE CONF-FUNCTION TO ACCLOG-FUNCTION
939968     MOVE CONF-LOG-RESULT TO ACCLOG-RESULT
940186     MOVE CONF-LOG-BASIS TO ACCLOG-BASIS
940404     OPEN EXTEND ACCESS-LOG-FILE
940622     IF ACCESS-LOG-NOT-FOUND
940840         OPEN OUTPUT ACCESS-LOG-FILE
941058     END-IF
941276     WRITE ACCLOG-RECORD
941494     CLOSE ACCESS-LOG-FILE.
941712 9990-EXIT.
941930     EXIT.
942148*
942366*****************************************************************
942584*    9991-OPEN-ACCESS-FOR-ADD -- OPEN THE ACCESS LIST TO UPDATE *
942802*                 CREATES CLNTACC.DAT ON FIRST USE.             *
943020*****************************************************************
943238 9991-OPEN-ACCESS-FOR-ADD.
943456     OPEN I-O CLIENT-ACCESS-FILE
943674     IF CLIENT-ACCESS-NOT-FOUND
943892         OPEN OUTPUT CLIENT-ACCESS-FILE
944110         CLOSE CLIENT-ACCESS-FILE
944328         OPEN I-O CLIENT-ACCESS-FILE
944546     END-IF.
944764 9991-EXIT.
944982     EXIT.
945200*
945418*****************************************************************
945636*    9992-BUILD-CONF-AUDIT-IMAGE -- ACCESS LIST AUDIT IMAGE     *
945854*                 CLNTACC-RECORD IN; CONF-AUDIT-IMAGE OUT WITH  *
946072*                 THE CLIENT'S RESTRICTION FLAG FROM THE LAST   *
946290*                 3300 LOOKUP.                                  *
946508*****************************************************************
946726 9992-BUILD-CONF-AUDIT-IMAGE.
946944     MOVE CLNTACC-CLIENT-ID TO CONF-AUD-CLIENT-ID
947162     MOVE VERIFY-CLIENT-RESTRICT TO CONF-AUD-FLAG
947380     MOVE SPACES TO CONF-AUD-REASON
947598     MOVE CLNTACC-OPERATOR-ID TO CONF-AUD-OPERATOR
947816     MOVE CLNTACC-GRANT-DATE TO CONF-AUD-GRANT-DATE.
948034 9992-EXIT.
948252     EXIT.
948470*
948688*****************************************************************
948906*    9993-ACCESS-REVIEW-REPORT -- WHO LOOKED AT WHOM            *
949124*                 LISTS THE ACCESS-LOG ENTRIES FOR A DATE       *
949342*                 RANGE, OPTIONALLY FOR ONE CLIENT OR REFUSED   *
949560*                 VIEWS ONLY, WITH ALLOWED AND REFUSED COUNTS   *
949778*                 PER OPERATOR. IN THE JOB STREAM THE RANGE IS  *
949996*                 THE MONTH ON THE CARD OR LAST MONTH, FOR ALL  *
950214*                 CLIENTS.                                      *
950432*****************************************************************
950650 9993-ACCESS-REVIEW-REPORT.
950868     IF NOT JOB-STREAM-ACTIVE
951086         IF NOT SUPERVISOR-SIGNED-ON
951304             DISPLAY "That option is restricted to supervisors."
951522             GO TO 9993-EXIT
951740         END-IF
951958         DISPLAY "Please enter the first date to include "
952176                 "(YYYYMMDD, 0 for no lower limit):"
952394         ACCEPT CONF-SEL-FROM-DATE
952612         DISPLAY "Please enter the last date to include "
952830                 "(YYYYMMDD, 0 for no upper limit):"
953048         ACCEPT CONF-SEL-TO-DATE
953266         DISPLAY "Please enter the client ID to select "
953484                 "(0 for all clients):"
953702         ACCEPT CONF-SEL-CLIENT-ID
953920         DISPLAY "List refused views only? (Y/N):"
954138         ACCEPT CONF-SEL-REFUSED
954356     END-IF
954574     IF CONF-SEL-TO-DATE = ZERO
954792         MOVE 99999999 TO CONF-SEL-TO-DATE
955010     END-IF
955228     IF CONF-SEL-REFUSED NOT = 'Y'
955446         MOVE 'N' TO CONF-SEL-REFUSED
955664     END-IF
955882     MOVE ZERO TO CONF-VIEW-COUNT
956100     MOVE ZERO TO CONF-ALLOWED-COUNT
956318     MOVE ZERO TO CONF-REFUSED-COUNT
956536     MOVE ZERO TO CONF-OPER-USED
956754     MOVE ZERO TO CONF-OTHER-ALLOWED
956972     MOVE ZERO TO CONF-OTHER-REFUSED
957190     OPEN OUTPUT ACCESS-REVIEW-FILE
957408     MOVE RPT-ACCESS-HEADING-1 TO ACCESS-REVIEW-RECORD
957626     WRITE ACCESS-REVIEW-RECORD
957844     MOVE RPT-HEADING-2 TO ACCESS-REVIEW-RECORD
958062     WRITE ACCESS-REVIEW-RECORD
958280     MOVE CONF-SEL-FROM-DATE TO RPT-ACCESS-PARM-FROM
958498     MOVE CONF-SEL-TO-DATE TO RPT-ACCESS-PARM-TO
958716     MOVE CONF-SEL-CLIENT-ID TO RPT-ACCESS-PARM-CLIENT
958934     MOVE CONF-SEL-REFUSED TO RPT-ACCESS-PARM-REFUSED
959152     MOVE RPT-ACCESS-PARM-LINE TO ACCESS-REVIEW-RECORD
959370     WRITE ACCESS-REVIEW-RECORD
959588     MOVE SPACES TO ACCESS-REVIEW-RECORD
959806     WRITE ACCESS-REVIEW-RECORD
960024     MOVE RPT-ACCESS-COLUMN-LINE TO ACCESS-REVIEW-RECORD
960242     WRITE ACCESS-REVIEW-RECORD
960460     OPEN INPUT ACCESS-LOG-FILE
960678     IF ACCESS-LOG-FILE-OK
960896         MOVE 'N' TO CONF-EOF-SW
961114         READ ACCESS-LOG-FILE
961332             AT END SET CONF-EOF-REACHED TO TRUE
961550         END-READ
961768         PERFORM UNTIL CONF-EOF-REACHED
961986             PERFORM 9994-SELECT-ACCESS-ENTRY THRU 9994-EXIT
962204             READ ACCESS-LOG-FILE
962422                 AT END SET CONF-EOF-REACHED TO TRUE
962640             END-READ
962858         END-PERFORM
963076         CLOSE ACCESS-LOG-FILE
963294     END-IF
963512     IF CONF-VIEW-COUNT = ZERO
963730         MOVE RPT-ACCESS-NONE-LINE TO ACCESS-REVIEW-RECORD
963948         WRITE ACCESS-REVIEW-RECORD
964166     END-IF
964384     PERFORM 9996-WRITE-ACCESS-SUMMARY THRU 9996-EXIT
964602     CLOSE ACCESS-REVIEW-FILE
964820     DISPLAY "The access review report has been generated. "
965038             "Views selected: " CONF-VIEW-COUNT
965256             "  refused: " CONF-REFUSED-COUNT.
965474 9993-EXIT.
965692     EXIT.
965910*
966128*****************************************************************
966346*    9994-SELECT-ACCESS-ENTRY -- FILTER AND PRINT ONE VIEW      *
966564*                 ACCLOG-RECORD HOLDS THE ENTRY. AN ENTRY THAT  *
966782*                 FAILS ANY SELECTION IS SKIPPED.               *
967000*****************************************************************
967218 9994-SELECT-ACCESS-ENTRY.
967436     IF ACCLOG-DATE < CONF-SEL-FROM-DATE
967654             OR ACCLOG-DATE > CONF-SEL-TO-DATE
967872         GO TO 9994-EXIT
968090     END-IF
968308     IF CONF-SEL-CLIENT-ID NOT = ZERO
968526             AND ACCLOG-CLIENT-ID NOT = CONF-SEL-CLIENT-ID
968744         GO TO 9994-EXIT
968962     END-IF
969180     IF CONF-SEL-REFUSED = 'Y' AND NOT ACCLOG-REFUSED
969398         GO TO 9994-EXIT
969616     END-IF
969834     MOVE ACCLOG-DATE TO RPT-ACCESS-DATE
970052     MOVE ACCLOG-TIME TO RPT-ACCESS-TIME
970270     MOVE ACCLOG-OPERATOR-ID TO RPT-ACCESS-OPERATOR
970488     MOVE ACCLOG-CLIENT-ID TO RPT-ACCESS-CLIENT-ID
970706     MOVE ACCLOG-FUNCTION TO RPT-ACCESS-FUNCTION
970924     IF ACCLOG-ALLOWED
971142         MOVE "ALLOWED" TO RPT-ACCESS-RESULT
971360         ADD 1 TO CONF-ALLOWED-COUNT
971578     ELSE
971796         MOVE "REFUSED" TO RPT-ACCESS-RESULT
972014         ADD 1 TO CONF-REFUSED-COUNT
972232     END-IF
972450     EVALUATE TRUE
972668         WHEN ACCLOG-BY-SUPERVISOR
972886             MOVE "SUPERVISOR" TO RPT-ACCESS-BASIS
973104         WHEN ACCLOG-BY-ACCESS-LIST
973322             MOVE "ACCESS LIST" TO RPT-ACCESS-BASIS
973540         WHEN ACCLOG-REPORT-MASKED
973758             MOVE "REPORT MASKED" TO RPT-ACCESS-BASIS
973976         WHEN OTHER
974194             MOVE "NOT CLEARED" TO RPT-ACCESS-BASIS
974412     END-EVALUATE
974630     MOVE RPT-ACCESS-DETAIL-LINE TO ACCESS-REVIEW-RECORD
974848     WRITE ACCESS-REVIEW-RECORD
975066     ADD 1 TO CONF-VIEW-COUNT
975284     PERFORM 9995-TALLY-ACCESS-OPERATOR THRU 9995-EXIT.
975502 9994-EXIT.
975720     EXIT.
975938*
976156*****************************************************************
976374*    9995-TALLY-ACCESS-OPERATOR -- COUNT A VIEW BY OPERATOR     *
976592*                 FINDS OR CREATES THE OPERATOR'S ROW. THE SCAN *
976810*                 STOPS AT THE LAST ROW IN USE. ONCE ALL 50     *
977028*                 ROWS ARE TAKEN, VIEWS BY ANY FURTHER OPERATOR *
977246*                 ARE COUNTED ON THE OTHER OPERATORS LINE.      *
977464*****************************************************************
977682 9995-TALLY-ACCESS-OPERATOR.
977900     MOVE 1 TO CONF-OPER-SUB
978118     MOVE 'N' TO CONF-FOUND-SW
978336     PERFORM UNTIL CONF-OPER-SUB > CONF-OPER-USED
978554             OR CONF-WAS-FOUND
978772         IF CONF-OPER-ID (CONF-OPER-SUB) = ACCLOG-OPERATOR-ID
978990             SET CONF-WAS-FOUND TO TRUE
979208         ELSE
979426             ADD 1 TO CONF-OPER-SUB
979644         END-IF
979862     END-PERFORM
980080     IF NOT CONF-WAS-FOUND
980298         IF CONF-OPER-USED NOT < 50
980516             IF ACCLOG-ALLOWED
980734                 ADD 1 TO CONF-OTHER-ALLOWED
980952             ELSE
981170                 ADD 1 TO CONF-OTHER-REFUSED
981388             END-IF
981606             GO TO 9995-EXIT
981824         END-IF
982042         ADD 1 TO CONF-OPER-USED
982260         MOVE CONF-OPER-USED TO CONF-OPER-SUB
982478         MOVE ACCLOG-OPERATOR-ID TO CONF-OPER-ID (CONF-OPER-SUB)
982696         MOVE ZERO TO CONF-OPER-ALLOWED (CONF-OPER-SUB)
982914         MOVE ZERO TO CONF-OPER-REFUSED (CONF-OPER-SUB)
983132     END-IF
983350     IF ACCLOG-ALLOWED
983568         ADD 1 TO CONF-OPER-ALLOWED (CONF-OPER-SUB)
983786     ELSE
984004         ADD 1 TO CONF-OPER-REFUSED (CONF-OPER-SUB)
984222     END-IF.
984440 9995-EXIT.
984658     EXIT.
984876*
985094*****************************************************************
985312*    9996-WRITE-ACCESS-SUMMARY -- PER-OPERATOR COUNTS AND TOTAL *
985530*****************************************************************
985748 9996-WRITE-ACCESS-SUMMARY.
985966     MOVE SPACES TO ACCESS-REVIEW-RECORD
986184     WRITE ACCESS-REVIEW-RECORD
986402     MOVE 1 TO CONF-OPER-SUB
986620     PERFORM UNTIL CONF-OPER-SUB > CONF-OPER-USED
986838         MOVE CONF-OPER-ID (CONF-OPER-SUB) TO RPT-ACCESS-OT-ID
987056         MOVE CONF-OPER-ALLOWED (CONF-OPER-SUB) TO
987274             RPT-ACCESS-OT-ALLOWED
987492         MOVE CONF-OPER-REFUSED (CONF-OPER-SUB) TO
987710             RPT-ACCESS-OT-REFUSED
987928         MOVE RPT-ACCESS-OPER-LINE TO ACCESS-REVIEW-RECORD
988146         WRITE ACCESS-REVIEW-RECORD
988364         ADD 1 TO CONF-OPER-SUB
988582     END-PERFORM
988800     IF CONF-OTHER-ALLOWED > ZERO OR CONF-OTHER-REFUSED > ZERO
989018         MOVE CONF-OTHER-ALLOWED TO RPT-ACCESS-OO-ALLOWED
989236         MOVE CONF-OTHER-REFUSED TO RPT-ACCESS-OO-REFUSED
989454         MOVE RPT-ACCESS-OTHER-LINE TO ACCESS-REVIEW-RECORD
989672         WRITE ACCESS-REVIEW-RECORD
989890     END-IF
990108     MOVE SPACES TO ACCESS-REVIEW-RECORD
990326     WRITE ACCESS-REVIEW-RECORD
990544     MOVE CONF-VIEW-COUNT TO RPT-ACCESS-TOT-VIEWS
990762     MOVE CONF-ALLOWED-COUNT TO RPT-ACCESS-TOT-ALLOWED
990980     MOVE CONF-REFUSED-COUNT TO RPT-ACCESS-TOT-REFUSED
991198     MOVE RPT-ACCESS-TOTAL-LINE TO ACCESS-REVIEW-RECORD
991416     WRITE ACCESS-REVIEW-RECORD.
991634 9996-EXIT.
991852     EXIT.
992070*
992288*****************************************************************
992506*    9998-SET-REVIEW-PERIOD -- REVIEW MONTH FOR STEP 46         *
992724*                 TAKES THE REVIEW MONTH (YYYYMM) FROM THE      *
992942*                 CARD, OR LAST MONTH WHEN NONE IS CARDED, AND  *
993160*                 SELECTS ITS FIRST TO LAST DAY FOR ALL         *
993378*                 CLIENTS.                                      *
993596*****************************************************************
993814 9998-SET-REVIEW-PERIOD.
994032     IF JOBCTL-REVIEW-MONTH = SPACES
994250             OR JOBCTL-REVIEW-MONTH = ZEROS
994468         MOVE ZERO TO STATE-MONTH
994686     ELSE
994904         IF JOBCTL-REVIEW-MONTH NOT NUMERIC
995122             MOVE 8 TO JOB-STEP-RC
995340             MOVE "REVIEW MONTH ON THE CARD IS NOT NUMERIC"
995558                 TO JOB-STEP-MSG
995776             GO TO 9998-EXIT
995994         END-IF
996212         MOVE JOBCTL-REVIEW-MONTH TO STATE-MONTH
996430     END-IF
996648     PERFORM 6605-SET-MONTH-DATES THRU 6605-EXIT
996866     IF NOT DATE-IS-VALID
997084         MOVE 8 TO JOB-STEP-RC
997302         MOVE "REVIEW MONTH IS NOT VALID" TO JOB-STEP-MSG
997520         GO TO 9998-EXIT
997738     END-IF
997956     MOVE STATE-MONTH-START TO CONF-SEL-FROM-DATE
998174     MOVE STATE-MONTH-END TO CONF-SEL-TO-DATE
998392     MOVE ZERO TO CONF-SEL-CLIENT-ID
998610     MOVE 'N' TO CONF-SEL-REFUSED.
998828 9998-EXIT.
999046     EXIT.
