002000*    DATE       BY    DESCRIPTION                             *
002100*    ---------  ----  -------------------------------------   *
002200*    2026-09-02 FR    ORIGINAL COPYBOOK.                      *
002210*    2026-10-15 FR    ADDED CH-ACTION, CH-APPROVED-BY AND      *
002220*                     CH-REQUESTED-DATE/TIME (CARVED OUT OF    *
002230*                     THE FILLER) FOR MAKER/CHECKER APPROVAL.  *
002240*                     THE RECORD IS NOW WRITTEN BY THE MAPR    *
002250*                     APPROVAL SCREEN (MYAPPR) WHEN A PENDING  *
002260*                     CHANGE IS APPROVED OR REJECTED.  THE KEY *
002270*                     DATE/TIME IS WHEN IT WAS APPROVED OR     *
002280*                     REJECTED, CH-CHANGED-BY IS STILL THE     *
002290*                     USER WHO KEYED THE CHANGE ON MMNT, AND   *
002291*                     CH-APPROVED-BY IS THE SECOND USER WHO    *
002292*                     SIGNED IT OFF (OR TURNED IT DOWN).       *
002293*                     RECORDS WRITTEN BEFORE THIS HAVE A       *
002294*                     BLANK CH-ACTION - A DIRECT MMNT UPDATE   *
002295*                     THAT NO SECOND USER EVER SAW.            *
002300*                                                             *
002400***************************************************************
002500 01  CHANGE-HISTORY-RECORD.
003100     05  CH-OLD-VALUE-Y          PIC X(01).
003200     05  CH-NEW-VALUE-X          PIC X(01).
003300     05  CH-NEW-VALUE-Y          PIC X(01).
003310*    ON A REJECTION THE NEW X/Y ARE THE VALUES THAT WERE
003320*    TURNED DOWN - THE OLD X/Y STAYED IN FORCE.
003330     05  CH-ACTION               PIC X(01).
003340         88  CH-ACTION-DIRECT            VALUE SPACE.
003350         88  CH-ACTION-APPROVED          VALUE "A".
003360         88  CH-ACTION-REJECTED          VALUE "R".
003370     05  CH-APPROVED-BY          PIC X(08).
003380     05  CH-REQUESTED-DATE       PIC 9(08).
003390     05  CH-REQUESTED-TIME       PIC 9(08).
003400     05  FILLER                  PIC X(29).
