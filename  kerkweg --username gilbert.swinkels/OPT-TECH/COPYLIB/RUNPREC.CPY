000010*    COPYBOOK.    RUNPREC.
000020*    AUTHOR.      G. SWINKELS, DATA PROCESSING.
000030*    DATE-WRITTEN. 10/15/2026.
000040*
000050*    MODIFICATION HISTORY
000060*    --------------------
000070*    10/15/2026  GS   ORIGINAL - APPROVED RUN PROFILES.  ONE
000080*                      RUNPROF.TBL LINE PER JOB NAME AND
000090*                      SETTING, SAYING WHETHER THE SETTING IS
000100*                      REQUIRED, ALLOWED OR FORBIDDEN FOR THAT
000110*                      JOB AND WHICH VALUES IT MAY TAKE.
000120*                      MAINTAINED ONLY THROUGH RUNPMNT, WHICH
000130*                      STAMPS WHO APPROVED EACH LINE; ENFORCED
000140*                      BY RUNPCHK.  ALSO THE RUNSET.LOG LINE
000150*                      RUNPCHK APPENDS FOR EVERY SETTING IT
000160*                      CHECKS, AND THE RUNPROF.HST LINE RUNPMNT
000170*                      APPENDS FOR EVERY CHANGE.
000180*
000190*    RUNP-VALUES IS A LIST OF PERMITTED VALUES SEPARATED BY
000200*    SPACES; A VALUE ENDING IN "*" PERMITS ANY VALUE THAT
000210*    STARTS WITH WHAT COMES BEFORE THE "*".  A BLANK LIST
000220*    PERMITS ANY VALUE.  A SETTING THE CHECK GOVERNS THAT IS
000230*    NOT ON A JOB'S PROFILE AT ALL IS FORBIDDEN FOR THAT JOB.
000240*
000250 01  RUNP-RECORD.
000260     05  RUNP-JOB-NAME           PIC X(08).
000270     05  FILLER                  PIC X(01).
000280     05  RUNP-SETTING            PIC X(20).
000290     05  FILLER                  PIC X(01).
000300     05  RUNP-RULE               PIC X(01).
000310         88  RUNP-REQUIRED           VALUE "R".
000320         88  RUNP-ALLOWED            VALUE "A".
000330         88  RUNP-FORBIDDEN          VALUE "F".
000340         88  RUNP-RULE-VALID         VALUE "R" "A" "F".
000350     05  FILLER                  PIC X(01).
000360     05  RUNP-VALUES             PIC X(80).
000370     05  FILLER                  PIC X(01).
000380     05  RUNP-APPROVED-BY        PIC X(08).
000390     05  FILLER                  PIC X(01).
000400     05  RUNP-APPROVED-DATE      PIC X(08).
000410*
000420*    ONE RUNSET.LOG LINE PER SETTING CHECKED, AND ONE
000430*    "*RESULT*" LINE PER RUN SAYING WHETHER IT WAS ACCEPTED.
000440*
000450 01  RUNS-LOG-RECORD.
000460     05  RUNS-TIMESTAMP          PIC X(14).
000470     05  FILLER                  PIC X(01).
000480     05  RUNS-JOB-NAME           PIC X(08).
000490     05  FILLER                  PIC X(01).
000500     05  RUNS-SETTING            PIC X(20).
000510     05  FILLER                  PIC X(01).
000520     05  RUNS-VERDICT            PIC X(08).
000530     05  FILLER                  PIC X(01).
000540     05  RUNS-VALUE              PIC X(80).
000550*
000560*    ONE RUNPROF.HST LINE PER PROFILE CHANGE: WHO, WHEN, WHAT
000570*    WAS DONE, AND THE PROFILE LINE AS IT STOOD AFTERWARDS
000580*    (OR, FOR A DELETE, AS IT STOOD BEFORE).
000590*
000600 01  RUNH-RECORD.
000610     05  RUNH-TIMESTAMP          PIC X(14).
000620     05  FILLER                  PIC X(01).
000630     05  RUNH-OPERATOR-ID        PIC X(08).
000640     05  FILLER                  PIC X(01).
000650     05  RUNH-ACTION             PIC X(06).
000660     05  FILLER                  PIC X(01).
000670     05  RUNH-PROFILE-LINE       PIC X(130).
