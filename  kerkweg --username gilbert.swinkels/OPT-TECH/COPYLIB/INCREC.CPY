000010*    COPYBOOK.    INCREC.
000020*    AUTHOR.      G. SWINKELS, DATA PROCESSING.
000030*    DATE-WRITTEN. 10/15/2026.
000040*
000050*    MODIFICATION HISTORY
000060*    --------------------
000070*    10/15/2026  GS   ORIGINAL - INCIDENT REGISTER.  ONE
000080*                      INCIDENT.DAT LINE PER INCIDENT, UNIQUE ON
000090*                      INC-NUMBER, OPENED BY INCIDENT (CALLED
000100*                      FROM NOTIFY) WHENEVER A RUN ENDS WITH A
000110*                      NON-ZERO RETURN CODE, IS HELD OR ABENDS;
000120*                      WORKED AND CLOSED FROM OPSMENU; SUMMED BY
000130*                      INCRPT.  ALSO THE INCNOTE.DAT LINE, ONE
000140*                      PER NOTE, KEYED BACK BY INCIDENT NUMBER.
000150*
000160*    TIMESTAMPS ARE CCYYMMDDHHMMSS.  INC-STEP IS THE LAST STAGE
000170*    STAMPED THROUGH STEPTIME BEFORE THE FAILURE, OR "JOB" WHEN
000180*    THE RUN FAILED BEFORE ITS FIRST STAGE STARTED.
000190*
000200 01  INC-RECORD.
000210     05  INC-NUMBER              PIC 9(06).
000220     05  FILLER                  PIC X(01).
000230     05  INC-STATUS              PIC X(01).
000240         88  INC-IS-OPEN             VALUE "O".
000250         88  INC-IS-CLOSED           VALUE "C".
000260     05  FILLER                  PIC X(01).
000270     05  INC-JOB-NAME            PIC X(08).
000280     05  FILLER                  PIC X(01).
000290     05  INC-STEP-NAME           PIC X(08).
000300     05  FILLER                  PIC X(01).
000310     05  INC-RET-CODE            PIC 9(05).
000320     05  FILLER                  PIC X(01).
000330     05  INC-OPERATOR-ID         PIC X(08).
000340     05  FILLER                  PIC X(01).
000350     05  INC-OPENED-AT           PIC X(14).
000360     05  FILLER                  PIC X(01).
000370     05  INC-MESSAGE             PIC X(60).
000380     05  FILLER                  PIC X(01).
000390     05  INC-OWNER               PIC X(08).
000400     05  FILLER                  PIC X(01).
000410     05  INC-CAUSE               PIC X(04).
000420         88  INC-CAUSE-VALID         VALUE "DATA" "HARD" "PROG"
000430                                           "OPER" "SCHD" "EXTN"
000440                                           "OTHR".
000450     05  FILLER                  PIC X(01).
000460     05  INC-CLOSED-AT           PIC X(14).
000470     05  FILLER                  PIC X(01).
000480     05  INC-CLOSED-BY           PIC X(08).
000490     05  FILLER                  PIC X(01).
000500     05  INC-RESOLUTION          PIC X(60).
000510*
000520*    ROOT-CAUSE CATEGORIES FOR INC-CAUSE, REQUIRED ON CLOSE:
000530*        DATA  BAD, LATE OR MISSING INPUT DATA
000540*        HARD  HARDWARE, DISK SPACE OR VOLUME PROBLEM
000550*        PROG  PROGRAM DEFECT
000560*        OPER  OPERATOR ERROR OR WRONG PARAMETER
000570*        SCHD  SCHEDULING OR DEPENDENCY PROBLEM
000580*        EXTN  EXTERNAL PARTY OR VENDOR
000590*        OTHR  ANYTHING ELSE
000600*
000610 01  INC-NOTE-RECORD.
000620     05  INC-NOTE-NUMBER         PIC 9(06).
000630     05  FILLER                  PIC X(01).
000640     05  INC-NOTE-AT             PIC X(14).
000650     05  FILLER                  PIC X(01).
000660     05  INC-NOTE-OPERATOR       PIC X(08).
000670     05  FILLER                  PIC X(01).
000680     05  INC-NOTE-TEXT           PIC X(60).
