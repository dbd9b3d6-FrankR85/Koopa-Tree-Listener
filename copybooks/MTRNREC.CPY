001194*                     RECORDS BUILT BEFORE THIS CHANGE         *
001196*                     MEANS THE RUN DATE, AS BEFORE.           *
001200*                                                             *
001210*    2026-10-15 FR    ADDED TR-REDATED-FROM (CARVED OUT OF THE *
001220*                     GROWTH FILLER) - WHEN MYEDIT FINDS A     *
001230*                     TRANSACTION DATED IN A CLOSED ACCOUNTING *
001240*                     PERIOD (MPERREC) AND RE-DATES IT TO THE  *
001250*                     BUSINESS DATE OF THE DAY BEING RUN, THE  *
001260*                     DATE IT ARRIVED WITH IS KEPT HERE.  ZERO *
001270*                     ON EVERY OTHER RECORD.                   *
001280*                                                             *
001300***************************************************************
001400 01  TRANS-RECORD.
001500     05  TR-TEST1                PIC X(10).
001600     05  TR-TEST2                PIC X(10).
001700     05  TR-TEST3                PIC X(10).
001710     05  TR-TRAN-DATE            PIC 9(08).
001720     05  TR-REDATED-FROM         PIC 9(08).
001800     05  FILLER                  PIC X(34).
