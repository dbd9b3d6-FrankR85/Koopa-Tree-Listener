000100***************************************************************
000200*                                                             *
000300*    PROGRAM:     MYRSND                                      *
000400*    AUTHOR:      F. ROSSI - APPLICATIONS DEVELOPMENT         *
000500*    INSTALLATION: KOOPA TREE LISTENER                        *
000600*    DATE-WRITTEN: 2026-10-15                                 *
000700*    DATE-COMPILED:                                           *
000800*                                                             *
000900*    PURPOSE:     REDELIVERY OF ONE CONSUMER'S DAILY FILE.    *
001000*                 WHEN CONSUMER 1 OR CONSUMER 2 LOSES A FILE  *
001100*                 OR REJECTS A LOAD, THIS PROGRAM REBUILDS    *
001200*                 THAT CONSUMER'S FILE FOR THE RUN DATE AND   *
001300*                 NOTHING ELSE.  THE CONSUMER AND RUN DATE    *
001400*                 COME IN ON THE JCL PARM AS                  *
001500*                 'CONSUMERN,YYYYMMDD'.  THE DATE'S ORIGINAL  *
001600*                 POSTINGS ARE TAKEN FROM THE ACTIVE EXTRACT  *
001700*                 FILE (DD EXTFILE) OR, WHEN THE DATE HAS     *
001800*                 ALREADY BEEN ARCHIVED BY MYARCH, FROM THE   *
001900*                 ARCHIVE GENERATIONS (DD EXTARCH, THE GDG    *
002000*                 BASE SO EVERY GENERATION IS READ), AND      *
002100*                 WRITTEN TO DD DSTRSND IN EXACTLY THE SHAPE  *
002200*                 MYDIST SENT THEM (MDSTREC) - EXCEPT THAT    *
002300*                 THE HEADER IS MARKED AS A RESEND AND        *
002400*                 CARRIES THE RESEND NUMBER FOR THE DATE      *
002500*                 (001 FOR THE FIRST).  THE RESEND IS LOGGED  *
002600*                 ON THE DISTRIBUTION LOG (DD DSTLOG,         *
002700*                 MDLGREC) UNDER THE ORIGINAL RUN DATE AND    *
002800*                 CONSUMER ID WITH THE SAME RESEND NUMBER, SO *
002900*                 MYACK MATCHES THE CONSUMER'S NEW            *
003000*                 ACKNOWLEDGMENT AGAINST THE RESEND AND       *
003100*                 CLOSES THE ORIGINAL SENDING.                *
003200*                 THE RUN IS REFUSED (RC=12) ON A BAD PARM OR *
003300*                 WHEN DSTLOG SHOWS THE FILE WAS NEVER SENT - *
003400*                 THAT IS A JOB FOR MYDIST, NOT A RESEND.  A  *
003500*                 REBUILT FILE WHOSE COUNT OR HASH DIFFERS    *
003600*                 FROM THE ORIGINAL SENDING IS NOT LOGGED AND *
003700*                 ENDS RC=16 - IT IS NOT THE FILE THE         *
003800*                 CONSUMER WAS SENT AND MUST NOT BE RELEASED. *
003900*                 CORRECTION FILES AND THE DELTA FEED ARE NOT *
004000*                 RESENT HERE.                                *
004100*                                                             *
004200*    MODIFICATION HISTORY                                     *
004300*    DATE       BY    DESCRIPTION                             *
004400*    ---------  ----  -------------------------------------   *
004500*    2026-10-15 FR    ORIGINAL PROGRAM.                       *
004600*                                                             *
004700***************************************************************
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID.                MYRSND.
005000 AUTHOR.                    F. ROSSI.
005100 INSTALLATION.              KOOPA TREE LISTENER.
005200 DATE-WRITTEN.              2026-10-15.
005300 DATE-COMPILED.
005400
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.           IBM-370.
005800 OBJECT-COMPUTER.           IBM-370.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT DIST-LOG-FILE   ASSIGN TO DSTLOG
006200                            ORGANIZATION IS SEQUENTIAL
006300                            FILE STATUS IS WS-DSTLOG-FILE-STATUS.
006400
006500     SELECT EXTRACT-FILE    ASSIGN TO EXTFILE
006600                            ORGANIZATION IS SEQUENTIAL
006700                            FILE STATUS IS WS-EXTRACT-FILE-STATUS.
006800
006900     SELECT ARCH-EXTRACT-FILE
007000                            ASSIGN TO EXTARCH
007100                            ORGANIZATION IS SEQUENTIAL
007200                            FILE STATUS IS WS-ARCH-EXTRACT-STATUS.
007300
007400     SELECT RESEND-FILE     ASSIGN TO DSTRSND
007500                            ORGANIZATION IS SEQUENTIAL
007600                            FILE STATUS IS WS-RESEND-FILE-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  DIST-LOG-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300     COPY MDLGREC.
008400
008500 FD  EXTRACT-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  EXTRACT-FILE-RECORD         PIC X(50).
008900
009000 FD  ARCH-EXTRACT-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 01  ARCH-EXTRACT-RECORD         PIC X(50).
009400
009500 FD  RESEND-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  RESEND-RECORD               PIC X(80).
009900
010000 WORKING-STORAGE SECTION.
010100 01  WS-DSTLOG-FILE-STATUS       PIC X(02)   VALUE SPACES.
010200     88  DSTLOG-FILE-OK                  VALUE "00".
010300 01  WS-EXTRACT-FILE-STATUS      PIC X(02)   VALUE SPACES.
010400     88  EXTRACT-FILE-OK                 VALUE "00".
010500 01  WS-ARCH-EXTRACT-STATUS      PIC X(02)   VALUE SPACES.
010600     88  ARCH-EXTRACT-OK                 VALUE "00".
010700 01  WS-RESEND-FILE-STATUS       PIC X(02)   VALUE SPACES.
010800     88  RESEND-FILE-OK                  VALUE "00".
010900
011000 01  WS-SWITCHES.
011100     05  WS-EOF-SW               PIC X(01)   VALUE "N".
011200         88  END-OF-INPUT-FILE           VALUE "Y".
011300     05  WS-RESEND-FAILED-SW     PIC X(01)   VALUE "N".
011400         88  RESEND-RUN-FAILED           VALUE "Y".
011500     05  WS-ORIGINAL-FOUND-SW    PIC X(01)   VALUE "N".
011600         88  ORIGINAL-SEND-FOUND         VALUE "Y".
011700     05  WS-ARCHIVE-READ-SW      PIC X(01)   VALUE "N".
011800         88  ARCHIVE-WAS-READ            VALUE "Y".
011900
012000*    CONSUMER AND RUN DATE OFF THE JCL PARM.
012100 01  WS-CONSUMER-ID              PIC X(09)   VALUE SPACES.
012200     88  RESEND-CONSUMER-1               VALUE "CONSUMER1".
012300     88  RESEND-CONSUMER-2               VALUE "CONSUMER2".
012400     88  RESEND-CONSUMER-VALID           VALUE "CONSUMER1"
012500                                               "CONSUMER2".
012600 01  WS-RUN-DATE-X               PIC X(08)   VALUE SPACES.
012700 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-X
012800                                 PIC 9(08).
012900
013000 01  WS-SOURCE-SYSTEM            PIC X(08)   VALUE "KTL".
013100
013200*    THE ORIGINAL SENDING AS LOGGED BY MYDIST, AND THE HIGHEST
013300*    RESEND NUMBER ALREADY LOGGED FOR THE DATE AND CONSUMER.
013400 01  WS-ORIGINAL-SEND.
013500     05  WS-ORIGINAL-COUNT       PIC 9(09)   VALUE ZERO.
013600     05  WS-ORIGINAL-HASH        PIC 9(15)   VALUE ZERO.
013700     05  WS-ORIGINAL-GEN-DATE    PIC 9(08)   VALUE ZERO.
013800 01  WS-LAST-RESEND-SEQ          PIC 9(03)   VALUE ZERO.
013900 01  WS-RESEND-SEQ               PIC 9(03)   VALUE ZERO.
014000
014100 01  WS-COUNTERS.
014200     05  WS-LOGS-READ            PIC 9(09)   COMP    VALUE ZERO.
014300     05  WS-ACTIVE-READ          PIC 9(09)   COMP    VALUE ZERO.
014400     05  WS-ARCHIVE-READ         PIC 9(09)   COMP    VALUE ZERO.
014500     05  WS-RECORDS-SELECTED     PIC 9(09)   COMP    VALUE ZERO.
014600
014700*    HASH TOTAL OF THE SELECTED KEYS, BUILT EXACTLY AS MYDIST
014800*    BUILDS IT (SEE MDSTREC) SO THE REBUILT TRAILER CAN BE
014900*    PROVED AGAINST THE ORIGINAL SENDING.
015000 01  WS-HASH-KEY.
015100     05  WS-HASH-TEST1           PIC X(10).
015200     05  WS-HASH-TEST2           PIC X(10).
015300     05  WS-HASH-TEST3           PIC X(10).
015400 01  WS-HASH-KEY-WORDS REDEFINES WS-HASH-KEY.
015500     05  WS-HASH-WORD            PIC S9(09)  COMP OCCURS 7 TIMES.
015600     05  WS-HASH-HALF            PIC S9(04)  COMP.
015700 01  WS-HASH-SUB                 PIC 9(04)   COMP    VALUE ZERO.
015800 01  WS-HASH-TOTAL               PIC S9(15)  COMP-3  VALUE ZERO.
015900 01  WS-HASH-SENT                PIC 9(15)   VALUE ZERO.
016000
016100 01  WS-GEN-DATE                 PIC 9(08).
016200 01  WS-GEN-TIME                 PIC 9(08).
016300
016400*    THE EXTRACT RECORD IN HAND, OFF EITHER INPUT FILE.
016500     COPY MEXTREC.
016600
016700*    INTERFACE RECORD LAYOUTS SHARED WITH THE CONSUMERS.
016800     COPY MDSTREC.
016900
017000 LINKAGE SECTION.
017100*    REQUIRED JCL PARM CARRYING THE CONSUMER AND RUN DATE AS
017200*    'CONSUMERN,YYYYMMDD'.  THE LENGTH AND TEXT MUST BE ONE
017300*    LINKAGE ITEM, NOT TWO - EXEC PGM=...,PARM= PASSES THE
017400*    PROGRAM A SINGLE ADDRESS POINTING AT THE HALFWORD LENGTH
017500*    IMMEDIATELY FOLLOWED BY THE TEXT, SO THERE IS ONLY ONE
017600*    USING OPERAND TO RECEIVE IT.
017700 01  LK-PARM-AREA.
017800     05  LK-PARM-LEN             PIC S9(04) COMP.
017900     05  LK-PARM-TEXT.
018000         10  LK-PARM-CONSUMER    PIC X(09).
018100         10  LK-PARM-SEPARATOR   PIC X(01).
018200         10  LK-PARM-RUN-DATE    PIC X(08).
018300
018400***************************************************************
018500*    MAINLINE                                                 *
018600***************************************************************
018700 PROCEDURE DIVISION USING LK-PARM-AREA.
018800
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE
019100         THRU 1000-INITIALIZE-EXIT
019200     IF NOT RESEND-RUN-FAILED
019300         PERFORM 2000-SELECT-FROM-ACTIVE
019400             THRU 2000-SELECT-FROM-ACTIVE-EXIT
019500     END-IF
019600     IF NOT RESEND-RUN-FAILED
019700         AND WS-RECORDS-SELECTED = ZERO
019800         AND WS-ORIGINAL-COUNT > ZERO
019900         PERFORM 3000-SELECT-FROM-ARCHIVE
020000             THRU 3000-SELECT-FROM-ARCHIVE-EXIT
020100     END-IF
020200     IF NOT RESEND-RUN-FAILED
020300         PERFORM 4000-WRITE-TRAILER
020400             THRU 4000-WRITE-TRAILER-EXIT
020500     END-IF
020600     PERFORM 9000-TERMINATE
020700         THRU 9000-TERMINATE-EXIT
020800     STOP RUN
020900     .
021000
021100***************************************************************
021200*    1000-INITIALIZE - CHECK THE PARM, FIND THE ORIGINAL      *
021300*    SENDING AND THE NEXT RESEND NUMBER ON DSTLOG, OPEN THE   *
021400*    OUTPUT FILE AND WRITE THE HEADER.                        *
021500***************************************************************
021600 1000-INITIALIZE.
021700     IF LK-PARM-LEN NOT = 18
021800         OR LK-PARM-SEPARATOR NOT = ","
021900         DISPLAY "MYRSND - PARM MUST BE 'CONSUMERN,YYYYMMDD' - "
022000             "RUN ABANDONED"
022100         SET RESEND-RUN-FAILED TO TRUE
022200         MOVE 12 TO RETURN-CODE
022300         GO TO 1000-INITIALIZE-EXIT
022400     END-IF
022500     MOVE LK-PARM-CONSUMER TO WS-CONSUMER-ID
022600     MOVE LK-PARM-RUN-DATE TO WS-RUN-DATE-X
022700     IF NOT RESEND-CONSUMER-VALID
022800         DISPLAY "MYRSND - CONSUMER '" LK-PARM-CONSUMER
022900             "' IS NOT CONSUMER1 OR CONSUMER2 - RUN ABANDONED"
023000         SET RESEND-RUN-FAILED TO TRUE
023100         MOVE 12 TO RETURN-CODE
023200         GO TO 1000-INITIALIZE-EXIT
023300     END-IF
023400     IF WS-RUN-DATE-X NOT NUMERIC
023500         DISPLAY "MYRSND - RUN DATE '" LK-PARM-RUN-DATE
023600             "' IS NOT A VALID YYYYMMDD - RUN ABANDONED"
023700         SET RESEND-RUN-FAILED TO TRUE
023800         MOVE 12 TO RETURN-CODE
023900         GO TO 1000-INITIALIZE-EXIT
024000     END-IF
024100     ACCEPT WS-GEN-DATE FROM DATE YYYYMMDD
024200     ACCEPT WS-GEN-TIME FROM TIME
024300     PERFORM 1100-SCAN-DIST-LOG
024400         THRU 1100-SCAN-DIST-LOG-EXIT
024500     IF RESEND-RUN-FAILED
024600         GO TO 1000-INITIALIZE-EXIT
024700     END-IF
024800     IF NOT ORIGINAL-SEND-FOUND
024900         DISPLAY "MYRSND - DSTLOG SHOWS NO " WS-CONSUMER-ID
025000             " FILE SENT FOR " WS-RUN-DATE-X " - NOTHING TO "
025100             "RESEND - RUN ABANDONED"
025200         DISPLAY "MYRSND - A DATE NEVER DISTRIBUTED IS SENT BY "
025300             "MYDIST, NOT RESENT"
025400         SET RESEND-RUN-FAILED TO TRUE
025500         MOVE 12 TO RETURN-CODE
025600         GO TO 1000-INITIALIZE-EXIT
025700     END-IF
025800     IF WS-LAST-RESEND-SEQ = 999
025900         DISPLAY "MYRSND - " WS-CONSUMER-ID " FOR " WS-RUN-DATE-X
026000             " HAS ALREADY BEEN RESENT 999 TIMES - RUN ABANDONED"
026100         SET RESEND-RUN-FAILED TO TRUE
026200         MOVE 12 TO RETURN-CODE
026300         GO TO 1000-INITIALIZE-EXIT
026400     END-IF
026500     ADD 1 WS-LAST-RESEND-SEQ GIVING WS-RESEND-SEQ
026600     OPEN OUTPUT RESEND-FILE
026700     IF NOT RESEND-FILE-OK
026800         DISPLAY "MYRSND - UNABLE TO OPEN DSTRSND, STATUS = "
026900             WS-RESEND-FILE-STATUS
027000         SET RESEND-RUN-FAILED TO TRUE
027100         MOVE 16 TO RETURN-CODE
027200         GO TO 1000-INITIALIZE-EXIT
027300     END-IF
027400     MOVE SPACES           TO DS-HEADER-RECORD
027500     MOVE "HDR"            TO DS-HDR-ID
027600     MOVE WS-SOURCE-SYSTEM TO DS-HDR-SOURCE-SYSTEM
027700     MOVE WS-RUN-DATE      TO DS-HDR-RUN-DATE
027800     MOVE WS-GEN-DATE      TO DS-HDR-GEN-DATE
027900     MOVE WS-GEN-TIME      TO DS-HDR-GEN-TIME
028000     SET DS-HDR-RESEND     TO TRUE
028100     MOVE WS-RESEND-SEQ    TO DS-HDR-RESEND-SEQ
028200     WRITE RESEND-RECORD FROM DS-HEADER-RECORD
028300     IF NOT RESEND-FILE-OK
028400         DISPLAY "MYRSND - UNABLE TO WRITE DSTRSND, STATUS = "
028500             WS-RESEND-FILE-STATUS
028600         SET RESEND-RUN-FAILED TO TRUE
028700         MOVE 16 TO RETURN-CODE
028800     END-IF
028900     .
029000 1000-INITIALIZE-EXIT.
029100     EXIT.
029200
029300***************************************************************
029400*    1100-SCAN-DIST-LOG - FIND THE ORIGINAL SENDING OF THIS   *
029500*    CONSUMER'S FILE FOR THE RUN DATE (ITS COUNT AND HASH ARE *
029600*    WHAT THE REBUILT FILE MUST REPRODUCE) AND THE HIGHEST    *
029700*    RESEND NUMBER ALREADY USED.  AN UNREADABLE DSTLOG FAILS  *
029800*    THE RUN RC=16 - WITHOUT IT THE RESEND NUMBER IS UNKNOWN. *
029900***************************************************************
030000 1100-SCAN-DIST-LOG.
030100     OPEN INPUT DIST-LOG-FILE
030200     IF NOT DSTLOG-FILE-OK
030300         DISPLAY "MYRSND - UNABLE TO OPEN DSTLOG, STATUS = "
030400             WS-DSTLOG-FILE-STATUS
030500         SET RESEND-RUN-FAILED TO TRUE
030600         MOVE 16 TO RETURN-CODE
030700         GO TO 1100-SCAN-DIST-LOG-EXIT
030800     END-IF
030900     MOVE "N" TO WS-EOF-SW
031000     PERFORM 1110-SCAN-ONE-DSTLOG
031100         THRU 1110-SCAN-ONE-DSTLOG-EXIT
031200         UNTIL END-OF-INPUT-FILE
031300     CLOSE DIST-LOG-FILE
031400     .
031500 1100-SCAN-DIST-LOG-EXIT.
031600     EXIT.
031700
031800 1110-SCAN-ONE-DSTLOG.
031900     READ DIST-LOG-FILE
032000         AT END
032100             SET END-OF-INPUT-FILE TO TRUE
032200             GO TO 1110-SCAN-ONE-DSTLOG-EXIT
032300     END-READ
032400     ADD 1 TO WS-LOGS-READ
032500     IF DL-RUN-DATE NOT = WS-RUN-DATE
032600         OR DL-CONSUMER-ID NOT = WS-CONSUMER-ID
032700         GO TO 1110-SCAN-ONE-DSTLOG-EXIT
032800     END-IF
032900     IF DL-RESEND
033000         IF DL-RESEND-SEQ NUMERIC
033100             AND DL-RESEND-SEQ > WS-LAST-RESEND-SEQ
033200             MOVE DL-RESEND-SEQ TO WS-LAST-RESEND-SEQ
033300         END-IF
033400     ELSE
033500         SET ORIGINAL-SEND-FOUND TO TRUE
033600         MOVE DL-RECORD-COUNT TO WS-ORIGINAL-COUNT
033700         MOVE DL-HASH-TOTAL   TO WS-ORIGINAL-HASH
033800         MOVE DL-GEN-DATE     TO WS-ORIGINAL-GEN-DATE
033900     END-IF
034000     .
034100 1110-SCAN-ONE-DSTLOG-EXIT.
034200     EXIT.
034300
034400***************************************************************
034500*    2000-SELECT-FROM-ACTIVE - PASS THE ACTIVE EXTRACT FILE   *
034600*    FOR THE DATE'S ORIGINAL POSTINGS.                        *
034700***************************************************************
034800 2000-SELECT-FROM-ACTIVE.
034900     OPEN INPUT EXTRACT-FILE
035000     IF NOT EXTRACT-FILE-OK
035100         DISPLAY "MYRSND - UNABLE TO OPEN EXTFILE, STATUS = "
035200             WS-EXTRACT-FILE-STATUS
035300         SET RESEND-RUN-FAILED TO TRUE
035400         MOVE 16 TO RETURN-CODE
035500         GO TO 2000-SELECT-FROM-ACTIVE-EXIT
035600     END-IF
035700     MOVE "N" TO WS-EOF-SW
035800     PERFORM 2100-SELECT-ONE-ACTIVE
035900         THRU 2100-SELECT-ONE-ACTIVE-EXIT
036000         UNTIL END-OF-INPUT-FILE
036100     CLOSE EXTRACT-FILE
036200     .
036300 2000-SELECT-FROM-ACTIVE-EXIT.
036400     EXIT.
036500
036600 2100-SELECT-ONE-ACTIVE.
036700     READ EXTRACT-FILE INTO EXTRACT-RECORD
036800         AT END
036900             SET END-OF-INPUT-FILE TO TRUE
037000             GO TO 2100-SELECT-ONE-ACTIVE-EXIT
037100     END-READ
037200     ADD 1 TO WS-ACTIVE-READ
037300     PERFORM 2500-RESEND-ONE-RECORD
037400         THRU 2500-RESEND-ONE-RECORD-EXIT
037500     .
037600 2100-SELECT-ONE-ACTIVE-EXIT.
037700     EXIT.
037800
037900***************************************************************
038000*    2500-RESEND-ONE-RECORD - WHEN THE RECORD IN HAND IS AN   *
038100*    ORIGINAL POSTING FOR THE RUN DATE, WRITE IT IN THE       *
038200*    CONSUMER'S LAYOUT AND ROLL IT INTO THE COUNT AND HASH,   *
038300*    EXACTLY AS MYDIST DOES ON A DAILY RUN.  CORRECTION       *
038400*    POSTINGS NEVER WENT OUT ON THE DAILY FILE.               *
038500***************************************************************
038600 2500-RESEND-ONE-RECORD.
038700     IF EX-RUN-DATE NOT = WS-RUN-DATE
038800         GO TO 2500-RESEND-ONE-RECORD-EXIT
038900     END-IF
039000     IF EX-CORRECTION-POSTING
039100         GO TO 2500-RESEND-ONE-RECORD-EXIT
039200     END-IF
039300     ADD 1 TO WS-RECORDS-SELECTED
039400     PERFORM 2600-ROLL-KEY-INTO-HASH
039500         THRU 2600-ROLL-KEY-INTO-HASH-EXIT
039600     IF RESEND-CONSUMER-1
039700         MOVE SPACES          TO DS1-DETAIL-RECORD
039800         MOVE "DTL"           TO DS1-ID
039900         MOVE EX-TEST1        TO DS1-TEST1
040000         MOVE EX-TEST2        TO DS1-TEST2
040100         MOVE EX-TEST3        TO DS1-TEST3
040200         MOVE EX-RESULT-Z     TO DS1-RESULT-Z
040300         MOVE EX-POSTING-TYPE TO DS1-ACTION
040400         WRITE RESEND-RECORD FROM DS1-DETAIL-RECORD
040500     ELSE
040600         MOVE SPACES          TO DS2-DETAIL-RECORD
040700         MOVE "DTL"           TO DS2-ID
040800         MOVE EX-RESULT-Z     TO DS2-RESULT-Z
040900         MOVE EX-TEST1        TO DS2-TEST1
041000         MOVE EX-RUN-DATE     TO DS2-RUN-DATE
041100         MOVE EX-POSTING-TYPE TO DS2-ACTION
041200         WRITE RESEND-RECORD FROM DS2-DETAIL-RECORD
041300     END-IF
041400     IF NOT RESEND-FILE-OK
041500         DISPLAY "MYRSND - UNABLE TO WRITE DSTRSND, STATUS = "
041600             WS-RESEND-FILE-STATUS
041700         SET RESEND-RUN-FAILED TO TRUE
041800         SET END-OF-INPUT-FILE TO TRUE
041900         MOVE 16 TO RETURN-CODE
042000     END-IF
042100     .
042200 2500-RESEND-ONE-RECORD-EXIT.
042300     EXIT.
042400
042500***************************************************************
042600*    2600-ROLL-KEY-INTO-HASH - ADD THIS RECORD'S KEY TO THE   *
042700*    RUNNING HASH TOTAL, AS DESCRIBED IN MDSTREC.             *
042800***************************************************************
042900 2600-ROLL-KEY-INTO-HASH.
043000     MOVE EX-TEST1 TO WS-HASH-TEST1
043100     MOVE EX-TEST2 TO WS-HASH-TEST2
043200     MOVE EX-TEST3 TO WS-HASH-TEST3
043300     PERFORM 2610-ADD-ONE-HASH-WORD
043400         THRU 2610-ADD-ONE-HASH-WORD-EXIT
043500         VARYING WS-HASH-SUB FROM 1 BY 1
043600         UNTIL WS-HASH-SUB > 7
043700     ADD WS-HASH-HALF TO WS-HASH-TOTAL
043800     .
043900 2600-ROLL-KEY-INTO-HASH-EXIT.
044000     EXIT.
044100
044200 2610-ADD-ONE-HASH-WORD.
044300     ADD WS-HASH-WORD (WS-HASH-SUB) TO WS-HASH-TOTAL
044400     .
044500 2610-ADD-ONE-HASH-WORD-EXIT.
044600     EXIT.
044700
044800***************************************************************
044900*    3000-SELECT-FROM-ARCHIVE - THE ACTIVE FILE HELD NOTHING  *
045000*    FOR A DATE THAT WAS SENT WITH RECORDS, SO MYARCH HAS     *
045100*    MOVED IT - PASS EVERY ARCHIVE GENERATION INSTEAD.        *
045200***************************************************************
045300 3000-SELECT-FROM-ARCHIVE.
045400     DISPLAY "MYRSND - " WS-RUN-DATE-X " IS NOT ON EXTFILE - "
045500         "READING THE ARCHIVE GENERATIONS"
045600     OPEN INPUT ARCH-EXTRACT-FILE
045700     IF NOT ARCH-EXTRACT-OK
045800         DISPLAY "MYRSND - UNABLE TO OPEN EXTARCH, STATUS = "
045900             WS-ARCH-EXTRACT-STATUS
046000         SET RESEND-RUN-FAILED TO TRUE
046100         MOVE 16 TO RETURN-CODE
046200         GO TO 3000-SELECT-FROM-ARCHIVE-EXIT
046300     END-IF
046400     SET ARCHIVE-WAS-READ TO TRUE
046500     MOVE "N" TO WS-EOF-SW
046600     PERFORM 3100-SELECT-ONE-ARCHIVED
046700         THRU 3100-SELECT-ONE-ARCHIVED-EXIT
046800         UNTIL END-OF-INPUT-FILE
046900     CLOSE ARCH-EXTRACT-FILE
047000     .
047100 3000-SELECT-FROM-ARCHIVE-EXIT.
047200     EXIT.
047300
047400 3100-SELECT-ONE-ARCHIVED.
047500     READ ARCH-EXTRACT-FILE INTO EXTRACT-RECORD
047600         AT END
047700             SET END-OF-INPUT-FILE TO TRUE
047800             GO TO 3100-SELECT-ONE-ARCHIVED-EXIT
047900     END-READ
048000     ADD 1 TO WS-ARCHIVE-READ
048100     PERFORM 2500-RESEND-ONE-RECORD
048200         THRU 2500-RESEND-ONE-RECORD-EXIT
048300     .
048400 3100-SELECT-ONE-ARCHIVED-EXIT.
048500     EXIT.
048600
048700***************************************************************
048800*    4000-WRITE-TRAILER - CLOSE THE FILE OUT WITH THE RECORD  *
048900*    COUNT AND HASH TOTAL AND PROVE THEM AGAINST THE ORIGINAL *
049000*    SENDING.  A FILE THAT DISAGREES IS NOT THE ONE THE       *
049100*    CONSUMER WAS SENT (AN ARCHIVE GENERATION GONE, OR THE    *
049200*    WRONG DATE) - IT IS NOT LOGGED AND MUST NOT BE RELEASED. *
049300***************************************************************
049400 4000-WRITE-TRAILER.
049500     MOVE SPACES              TO DS-TRAILER-RECORD
049600     MOVE "TRL"               TO DS-TRL-ID
049700     MOVE WS-RECORDS-SELECTED TO DS-TRL-RECORD-COUNT
049800     MOVE WS-HASH-TOTAL       TO DS-TRL-HASH-TOTAL
049900     WRITE RESEND-RECORD FROM DS-TRAILER-RECORD
050000     IF NOT RESEND-FILE-OK
050100         DISPLAY "MYRSND - UNABLE TO WRITE DSTRSND TRAILER, "
050200             "STATUS = " WS-RESEND-FILE-STATUS
050300         SET RESEND-RUN-FAILED TO TRUE
050400         MOVE 16 TO RETURN-CODE
050500         GO TO 4000-WRITE-TRAILER-EXIT
050600     END-IF
050700     MOVE WS-HASH-TOTAL TO WS-HASH-SENT
050800     IF WS-RECORDS-SELECTED NOT = WS-ORIGINAL-COUNT
050900         OR WS-HASH-SENT NOT = WS-ORIGINAL-HASH
051000         DISPLAY "MYRSND - REBUILT FILE DOES NOT MATCH THE "
051100             "ORIGINAL SENDING OF " WS-ORIGINAL-GEN-DATE
051200         DISPLAY "MYRSND -   ORIGINAL COUNT = " WS-ORIGINAL-COUNT
051300             "  HASH = " WS-ORIGINAL-HASH
051400         DISPLAY "MYRSND -   REBUILT  COUNT = "
051500             DS-TRL-RECORD-COUNT
051600             "  HASH = " WS-HASH-SENT
051700         SET RESEND-RUN-FAILED TO TRUE
051800         MOVE 16 TO RETURN-CODE
051900         GO TO 4000-WRITE-TRAILER-EXIT
052000     END-IF
052100     PERFORM 4100-WRITE-DIST-LOG
052200         THRU 4100-WRITE-DIST-LOG-EXIT
052300     .
052400 4000-WRITE-TRAILER-EXIT.
052500     EXIT.
052600
052700***************************************************************
052800*    4100-WRITE-DIST-LOG - APPEND THE RESEND TO THE           *
052900*    DISTRIBUTION LOG UNDER THE ORIGINAL RUN DATE AND         *
053000*    CONSUMER ID, MARKED AS A RESEND WITH ITS NUMBER, SO      *
053100*    MYACK MATCHES THE NEW ACKNOWLEDGMENT AGAINST IT.  A      *
053200*    FAILURE HERE ENDS RC=16, BUT THE FILE ITSELF IS COMPLETE *
053300*    AND THE MESSAGE SAYS SO.                                 *
053400***************************************************************
053500 4100-WRITE-DIST-LOG.
053600     OPEN EXTEND DIST-LOG-FILE
053700     IF NOT DSTLOG-FILE-OK
053800         DISPLAY "MYRSND - UNABLE TO OPEN DSTLOG, STATUS = "
053900             WS-DSTLOG-FILE-STATUS
054000         DISPLAY "MYRSND - THE FILE IS COMPLETE BUT THE RESEND "
054100             "WAS NOT LOGGED - LOG IT BEFORE RELEASING THE FILE"
054200         MOVE 16 TO RETURN-CODE
054300         GO TO 4100-WRITE-DIST-LOG-EXIT
054400     END-IF
054500     MOVE SPACES              TO DIST-LOG-RECORD
054600     MOVE WS-RUN-DATE         TO DL-RUN-DATE
054700     MOVE WS-CONSUMER-ID      TO DL-CONSUMER-ID
054800     MOVE WS-RECORDS-SELECTED TO DL-RECORD-COUNT
054900     MOVE WS-HASH-TOTAL       TO DL-HASH-TOTAL
055000     MOVE WS-GEN-DATE         TO DL-GEN-DATE
055100     MOVE WS-GEN-TIME         TO DL-GEN-TIME
055200     SET DL-RESEND            TO TRUE
055300     MOVE WS-RESEND-SEQ       TO DL-RESEND-SEQ
055400     WRITE DIST-LOG-RECORD
055500     IF NOT DSTLOG-FILE-OK
055600         DISPLAY "MYRSND - UNABLE TO WRITE DSTLOG, STATUS = "
055700             WS-DSTLOG-FILE-STATUS
055800         DISPLAY "MYRSND - THE FILE IS COMPLETE BUT THE RESEND "
055900             "WAS NOT LOGGED - LOG IT BEFORE RELEASING THE FILE"
056000         MOVE 16 TO RETURN-CODE
056100     END-IF
056200     CLOSE DIST-LOG-FILE
056300     .
056400 4100-WRITE-DIST-LOG-EXIT.
056500     EXIT.
056600
056700***************************************************************
056800*    9000-TERMINATE - CLOSE THE OUTPUT AND DISPLAY THE RUN    *
056900*    TOTALS.                                                  *
057000***************************************************************
057100 9000-TERMINATE.
057200     CLOSE RESEND-FILE
057300     DISPLAY "MYRSND - CONSUMER             = " WS-CONSUMER-ID
057400     DISPLAY "MYRSND - RUN DATE             = " WS-RUN-DATE-X
057500     DISPLAY "MYRSND - RESEND NUMBER        = " WS-RESEND-SEQ
057600     DISPLAY "MYRSND - EXTFILE RECORDS READ = " WS-ACTIVE-READ
057700     IF ARCHIVE-WAS-READ
057800         DISPLAY "MYRSND - EXTARCH RECORDS READ = "
057900             WS-ARCHIVE-READ
058000     END-IF
058100     DISPLAY "MYRSND - RECORDS RESENT       = "
058200         WS-RECORDS-SELECTED
058300     IF RESEND-RUN-FAILED
058400         DISPLAY "MYRSND - RESEND FAILED - DO NOT RELEASE THE "
058500             "OUTPUT FILE"
058600     END-IF
058700     .
058800 9000-TERMINATE-EXIT.
058900     EXIT.
059000
059100 END PROGRAM MYRSND.
