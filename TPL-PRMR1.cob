       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-PRMR1.
      *****************************************************************
      * TPL-PRMR1: PARAMETER-FILE CHANGE REGISTER                     *
      *===============================================================*
      * VERSION: V01.13.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * THE PARM FILES (bat1parm.txt, bandparm.txt, wtchparm.txt ...) *
      * ARE EDITED BETWEEN RUNS AND NOBODY COULD SAY AFTERWARDS WHICH *
      * SETTING A NIGHT'S FIGURES WERE PRODUCED WITH. THIS PROGRAM IS *
      * THE FIRST STEP OF EVERY CHAIN RUN: IT FINGERPRINTS EVERY      *
      * PARAMETER AND CONFIG FILE THE RUN PLAN WILL USE - THE PARM    *
      * FILES OF EVERY PROGRAM IN THE PLAN (BUILT-IN TABLE BELOW)     *
      * PLUS env.cfg, applog.cfg, calendar.txt, runplan.txt,          *
      * genparm.txt AND errcatalog.txt - AND COMPARES THEM WITH THE   *
      * PRIOR RUN'S SNAPSHOT. EVERY CHANGED FILE, AND EVERY CHANGED,  *
      * ADDED OR REMOVED KEYWORD=VALUE LINE IN IT, IS APPENDED TO THE *
      * CHANGE REGISTER STAMPED WITH THE RUN ID, ONE 'PARMCHG' EVENT  *
      * GOES OUT PER CHANGED FILE, AND THE MORNING DIGEST LISTS THEM. *
      * KEYWORD LINES ARE MATCHED BY KEYWORD (THE N-TH BAND= LINE     *
      * AGAINST THE N-TH BAND= LINE), LINES WITHOUT A KEYWORD         *
      * (RUN PLAN, CALENDAR) BY THEIR WHOLE TEXT. A FILE LEAVING THE  *
      * PLAN KEEPS ITS SNAPSHOT UNTIL IT COMES BACK. THE FIRST RUN    *
      * ONLY TAKES THE BASELINE.                                      *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IPLAN  - RUN PLAN (IO/runplan.txt), PROGRAM IN COLUMNS 9-20   *
      * ISNAP  - PRIOR SNAPSHOT (IO/parmsnap.txt), OPTIONAL           *
      * IPFIL  - EACH PARAMETER / CONFIG FILE IN TURN                 *
      * IRUNID - RUN ID (IO/runid.txt, PUBLISHED BY TPL-RUN1) - A     *
      *          STANDALONE SUBMIT IS STAMPED WITH ITS START TIME     *
      * IPARM  - OPTIONAL (IO/prmrparm.txt), KEYWORD=VALUE:           *
      *          FILE=IO/xxx.txt  ALSO FINGERPRINT THIS FILE, WHATEVER*
      *                           THE PLAN SAYS (REPEATABLE)          *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OSNAP  - NEW SNAPSHOT (IO/parmsnap.txt.new), PROMOTED         *
      *          GENERATION-STYLE                                     *
      * OCHG   - CHANGE REGISTER (IO/parmchange.txt), APPENDED: RUN   *
      *          ID X(12), TIMESTAMP X(14), KIND X(8), FILE X(30),    *
      *          OLD X(64), NEW X(64) - ONE BLANK BETWEEN THE FIELDS. *
      *          KIND IS FILE / NEWFILE / GONE FOR THE FILE ITSELF    *
      *          (OLD/NEW = LINE COUNT AND FINGERPRINT), CHANGED /    *
      *          ADDED / REMOVED FOR ITS LINES                        *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        15.10.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * LAYOUT CHECK PARAMETERS AND LAYOUT REGISTRY REGISTERED        *
      * V01.02.00                  FR                      15.10.2026 *
      * CLOSED-COMPANY SWEEP PARAMETERS REGISTERED                    *
      * V01.03.00                  FR                      15.10.2026 *
      * TPL-SLA1 SLA MASTER AND PARM FILE REGISTERED                  *
      * V01.04.00                  FR                      15.10.2026 *
      * REGISTER THE TPL-CHRG1 PARAMETER FILE AND RATE CARD           *
      * V01.05.00                  FR                      15.10.2026 *
      * TPL-PARL1 PARALLEL-RUN REQUEST FILE REGISTERED                *
      * V01.06.00                  FR                      15.10.2026 *
      * TPL-SAMP1 AUDIT SAMPLE REQUEST FILE REGISTERED                *
      * V01.07.00                  FR                      15.10.2026 *
      * TPL-VOLA1 CONSISTENCY-SCORE PARAMETERS REGISTERED             *
      *---------------------------------------------------------------*
      * V01.08.00                  FR                      15.10.2026 *
      * TPL-CORR1 CO-MOVEMENT MATRIX PARAMETERS REGISTERED            *
      *---------------------------------------------------------------*
      * V01.09.00                  FR                      15.10.2026 *
      * TPL-DIGT1 DIGIT-SCREENING PARAMETERS REGISTERED               *
      *---------------------------------------------------------------*
      * V01.10.00                  FR                      15.10.2026 *
      * TPL-NTFY1 CHANGE-NOTIFICATION PARAMETERS REGISTERED           *
      *---------------------------------------------------------------*
      * V01.11.00                  FR                      15.10.2026 *
      * TPL-RISS1 RESTATED RE-ISSUE PARAMETERS REGISTERED             *
      *---------------------------------------------------------------*
      * V01.12.00                  FR                      15.10.2026 *
      * TPL-RMND1 SUBMISSION-REMINDER PARAMETERS REGISTERED           *
      *---------------------------------------------------------------*
      * V01.13.00                  FR                      15.10.2026 *
      * TPL-CTGN1 CONTAGION-REPORT PARAMETERS REGISTERED              *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
      *===============================================================*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *****************************************************************
       INPUT-OUTPUT SECTION.
      *===============================================================*

       FILE-CONTROL.
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPLAN==
            ==:V2:== BY ==IPLAN-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISNAP==
            ==:V2:== BY ==ISNAP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPFIL==
            ==:V2:== BY ==IPFIL-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OSNAP==
            ==:V2:== BY ==OSNAP-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OCHG==
            ==:V2:== BY ==OCHG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *===============================================================*
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPLAN==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISNAP==
            ==:V2:== BY ==130==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPFIL==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OSNAP==
            ==:V2:== BY ==130==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCHG==
            ==:V2:== BY ==200==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * IPLAN = RUN PLAN (SAME LAYOUT AS TPL-RUN1)                    *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPLAN==.
       01 PLAN-REC.
           05 PLAN-STEP               PIC X(8).
           05 PLAN-PROGRAM            PIC X(12).
           05 PLAN-PREDS              PIC X(40).
           05 PLAN-PARTS              PIC X(2).
           05 FILLER                  PIC X(18).

      *---------------------------------------------------------------*
      * SNAPSHOT RECORD (OLD AND NEW SHARE THE LAYOUT) - ONE 'F'      *
      * RECORD PER FILE (STATE P = PRESENT, M = MISSING, LINE COUNT,  *
      * FINGERPRINT) FOLLOWED BY ITS 'L' RECORDS, ONE PER NON-BLANK   *
      * LINE                                                          *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISNAP==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OSNAP==.
       01 SNAP-REC.
           05 SNAP-TYPE               PIC X(1).
              88 SNAP-IS-FILE              VALUE 'F'.
              88 SNAP-IS-LINE              VALUE 'L'.
           05 FILLER                  PIC X(1).
           05 SNAP-PATH               PIC X(30).
           05 FILLER                  PIC X(1).
           05 SNAP-DATA               PIC X(97).
           05 SNAP-FILE-DATA REDEFINES SNAP-DATA.
              10 SNAP-STATE           PIC X(1).
              10 FILLER               PIC X(1).
              10 SNAP-LINES           PIC 9(5).
              10 FILLER               PIC X(1).
              10 SNAP-HASH            PIC 9(15).
              10 FILLER               PIC X(74).
           05 SNAP-LINE-DATA REDEFINES SNAP-DATA.
              10 SNAP-LINE-NO         PIC 9(5).
              10 FILLER               PIC X(1).
              10 SNAP-TEXT            PIC X(80).
              10 FILLER               PIC X(11).

      *---------------------------------------------------------------*
      * IPFIL = THE PARAMETER / CONFIG FILE BEING FINGERPRINTED       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPFIL==.

      *---------------------------------------------------------------*
      * IRUNID = RUN ID AND CHAIN RUN DATE (SEE RUNDWS.cob)           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRUNID==.
       COPY 'LIB/FILE/RUNDWS.cob'.

      *---------------------------------------------------------------*
      * IPARM = OPTIONAL PARAMETERS                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 KWP-FIELDS.
           05 KWP-KEY                 PIC X(20).
           05 KWP-VAL                 PIC X(60).

      *---------------------------------------------------------------*
      * OCHG = CHANGE REGISTER                                        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OCHG==.
       01 PCHG-REC.
           05 PCHG-RUN-ID             PIC X(12).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 PCHG-TS                 PIC X(14).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 PCHG-KIND               PIC X(8).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 PCHG-PATH               PIC X(30).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 PCHG-OLD                PIC X(64).
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 PCHG-NEW                PIC X(64).
           05 FILLER                  PIC X(3)    VALUE SPACES.
       01 PCHG-FP.
           05 FILLER                  PIC X(6)    VALUE 'LINES='.
           05 PCHG-FP-LINES           PIC 9(5).
           05 FILLER                  PIC X(4)    VALUE ' FP='.
           05 PCHG-FP-HASH            PIC 9(15).

      *---------------------------------------------------------------*
      * PARAMETER FILES PER PROGRAM - EVERY PARM OR RULES FILE A      *
      * PROGRAM OF THE FAMILY READS. A PROGRAM WITHOUT ONE HAS NO     *
      * ENTRY. A NEW PARM FILE GOES HERE (OR, UNTIL IT DOES, INTO     *
      * prmrparm.txt AS FILE=)                                        *
      *---------------------------------------------------------------*
       01 PGM-PARM-FILES.
           05 FILLER PIC X(12) VALUE 'TPL-AHST2'.
           05 FILLER PIC X(30) VALUE 'IO/ahstparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-ALRT1'.
           05 FILLER PIC X(30) VALUE 'IO/alrtparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-ALRT2'.
           05 FILLER PIC X(30) VALUE 'IO/alrtrparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-ARCH1'.
           05 FILLER PIC X(30) VALUE 'IO/archparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-AUDT1'.
           05 FILLER PIC X(30) VALUE 'IO/auditparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-BAT1'.
           05 FILLER PIC X(30) VALUE 'IO/bat1parm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-BAT1'.
           05 FILLER PIC X(30) VALUE 'IO/langparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-BAT1'.
           05 FILLER PIC X(30) VALUE 'IO/plausrules.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-BAT2'.
           05 FILLER PIC X(30) VALUE 'IO/bat2parm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-BAT2'.
           05 FILLER PIC X(30) VALUE 'IO/langparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-BAT3'.
           05 FILLER PIC X(30) VALUE 'IO/bat3parm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-BAT3'.
           05 FILLER PIC X(30) VALUE 'IO/langparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-BAT4'.
           05 FILLER PIC X(30) VALUE 'IO/bat4parm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-BAT4'.
           05 FILLER PIC X(30) VALUE 'IO/langparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-BAT6'.
           05 FILLER PIC X(30) VALUE 'IO/xtabparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-BAT7'.
           05 FILLER PIC X(30) VALUE 'IO/bandparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-BRST1'.
           05 FILLER PIC X(30) VALUE 'IO/brstparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-CATC1'.
           05 FILLER PIC X(30) VALUE 'IO/catcparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-CHRG1'.
           05 FILLER PIC X(30) VALUE 'IO/chrgparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-CHRG1'.
           05 FILLER PIC X(30) VALUE 'IO/ratecard.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-CHRN1'.
           05 FILLER PIC X(30) VALUE 'IO/chrnparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-CLOS1'.
           05 FILLER PIC X(30) VALUE 'IO/closparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-COHT1'.
           05 FILLER PIC X(30) VALUE 'IO/cohtparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-CONC1'.
           05 FILLER PIC X(30) VALUE 'IO/concparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-CORR1'.
           05 FILLER PIC X(30) VALUE 'IO/corrparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-CTGN1'.
           05 FILLER PIC X(30) VALUE 'IO/ctgnparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-CTRB1'.
           05 FILLER PIC X(30) VALUE 'IO/ctrbparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-DGST1'.
           05 FILLER PIC X(30) VALUE 'IO/langparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-DIFF1'.
           05 FILLER PIC X(30) VALUE 'IO/diffparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-DIGT1'.
           05 FILLER PIC X(30) VALUE 'IO/digtparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-ERRC1'.
           05 FILLER PIC X(30) VALUE 'IO/errcparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-GRAD1'.
           05 FILLER PIC X(30) VALUE 'IO/gradparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-HCMP1'.
           05 FILLER PIC X(30) VALUE 'IO/histcparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-IMPU1'.
           05 FILLER PIC X(30) VALUE 'IO/impuparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-INQ1'.
           05 FILLER PIC X(30) VALUE 'IO/inqparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-INQ2'.
           05 FILLER PIC X(30) VALUE 'IO/inq2parm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-ISPL1'.
           05 FILLER PIC X(30) VALUE 'IO/restructrules.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-JRNL1'.
           05 FILLER PIC X(30) VALUE 'IO/jrnlparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-LAYT1'.
           05 FILLER PIC X(30) VALUE 'IO/laytparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-LAYT1'.
           05 FILLER PIC X(30) VALUE 'IO/layouts.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-LETR1'.
           05 FILLER PIC X(30) VALUE 'IO/bat1parm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-LETR1'.
           05 FILLER PIC X(30) VALUE 'IO/letrparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-MAINT1'.
           05 FILLER PIC X(30) VALUE 'IO/maint1parm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-MAINT2'.
           05 FILLER PIC X(30) VALUE 'IO/maint2parm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-MAINT4'.
           05 FILLER PIC X(30) VALUE 'IO/maint4parm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-MASK1'.
           05 FILLER PIC X(30) VALUE 'IO/maskparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-MEND1'.
           05 FILLER PIC X(30) VALUE 'IO/mendparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-MERG1'.
           05 FILLER PIC X(30) VALUE 'IO/mergparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-NTFY1'.
           05 FILLER PIC X(30) VALUE 'IO/ntfyparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-PACK1'.
           05 FILLER PIC X(30) VALUE 'IO/packparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-PARL1'.
           05 FILLER PIC X(30) VALUE 'IO/parlparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-PRMR1'.
           05 FILLER PIC X(30) VALUE 'IO/prmrparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-PROD1'.
           05 FILLER PIC X(30) VALUE 'IO/prodparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-PROF1'.
           05 FILLER PIC X(30) VALUE 'IO/profparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-PUNC1'.
           05 FILLER PIC X(30) VALUE 'IO/puncparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-RELS1'.
           05 FILLER PIC X(30) VALUE 'IO/relsparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-REST1'.
           05 FILLER PIC X(30) VALUE 'IO/restparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-RISS1'.
           05 FILLER PIC X(30) VALUE 'IO/rissparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-RMND1'.
           05 FILLER PIC X(30) VALUE 'IO/rmndparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-RVRS1'.
           05 FILLER PIC X(30) VALUE 'IO/rvrsparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-SAMP1'.
           05 FILLER PIC X(30) VALUE 'IO/sampparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-SLA1'.
           05 FILLER PIC X(30) VALUE 'IO/slamaster.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-SLA1'.
           05 FILLER PIC X(30) VALUE 'IO/slaparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-STAT1'.
           05 FILLER PIC X(30) VALUE 'IO/bat1parm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-STAT1'.
           05 FILLER PIC X(30) VALUE 'IO/statparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-STOR1'.
           05 FILLER PIC X(30) VALUE 'IO/archparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-STOR1'.
           05 FILLER PIC X(30) VALUE 'IO/storparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-STRS1'.
           05 FILLER PIC X(30) VALUE 'IO/wtchparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-TGEN1'.
           05 FILLER PIC X(30) VALUE 'IO/tgenparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-TRCE1'.
           05 FILLER PIC X(30) VALUE 'IO/traceparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-TRND1'.
           05 FILLER PIC X(30) VALUE 'IO/trndparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-VOLA1'.
           05 FILLER PIC X(30) VALUE 'IO/volaparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-WTCH1'.
           05 FILLER PIC X(30) VALUE 'IO/wtchparm.txt'.
           05 FILLER PIC X(12) VALUE 'TPL-YEAR1'.
           05 FILLER PIC X(30) VALUE 'IO/yearparm.txt'.
       01 PGM-PARM-FILES-TAB REDEFINES PGM-PARM-FILES.
           05 TAB-PP                  OCCURS 76.
              10 TAB-PP-PROGRAM       PIC X(12).
              10 TAB-PP-PATH          PIC X(30).
       01 TAB-PP-MAX                  PIC S9(4)   BINARY VALUE 76.

      *---------------------------------------------------------------*
      * FILES EVERY RUN USES WHATEVER THE PLAN HOLDS                  *
      *---------------------------------------------------------------*
       01 GLOBAL-FILES.
           05 FILLER PIC X(30) VALUE 'env.cfg'.
           05 FILLER PIC X(30) VALUE 'IO/applog.cfg'.
           05 FILLER PIC X(30) VALUE 'IO/calendar.txt'.
           05 FILLER PIC X(30) VALUE 'IO/runplan.txt'.
           05 FILLER PIC X(30) VALUE 'IO/genparm.txt'.
           05 FILLER PIC X(30) VALUE 'IO/errcatalog.txt'.
       01 GLOBAL-FILES-TAB REDEFINES GLOBAL-FILES.
           05 TAB-GF-PATH             PIC X(30)   OCCURS 6.
       01 TAB-GF-MAX                  PIC S9(4)   BINARY VALUE 6.

      *---------------------------------------------------------------*
      * FILES OF THIS RUN AND OF THE PRIOR SNAPSHOT                   *
      *---------------------------------------------------------------*
       01 FILE-TABLE.
           05 TAB-FIL-MAX             PIC S9(9) BINARY.
           05 TAB-FIL-DIM             PIC S9(9) BINARY  VALUE 200.
           05 TAB-FIL                 OCCURS 200.
                10 TAB-FIL-PATH       PIC X(30).
                10 TAB-FIL-OLD-SW     PIC X(1).
                   88 TAB-FIL-IN-OLD       VALUE 'Y'.
                10 TAB-FIL-OLD-STATE  PIC X(1).
                10 TAB-FIL-OLD-LINES  PIC 9(5).
                10 TAB-FIL-OLD-HASH   PIC 9(15).
                10 TAB-FIL-NEW-SW     PIC X(1).
                   88 TAB-FIL-IN-NEW       VALUE 'Y'.
                10 TAB-FIL-NEW-STATE  PIC X(1).
                10 TAB-FIL-NEW-LINES  PIC 9(5).
                10 TAB-FIL-NEW-HASH   PIC 9(15).

      *---------------------------------------------------------------*
      * LINES OF THE PRIOR SNAPSHOT AND OF THIS RUN - KEY IS THE      *
      * KEYWORD LEFT OF '=' (SPACES FOR A LINE WITHOUT ONE), OCC ITS  *
      * OCCURRENCE IN THE FILE                                        *
      *---------------------------------------------------------------*
       01 OLD-LINE-TABLE.
           05 TAB-OL-MAX              PIC S9(9) BINARY.
           05 TAB-OL-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-OL                  OCCURS 9999.
                10 TAB-OL-FIL         PIC S9(4) BINARY.
                10 TAB-OL-KEY         PIC X(20).
                10 TAB-OL-OCC         PIC 9(3).
                10 TAB-OL-TEXT        PIC X(80).
                10 TAB-OL-MATCH-SW    PIC X(1).
                   88 TAB-OL-MATCHED       VALUE 'Y'.
       01 NEW-LINE-TABLE.
           05 TAB-NL-MAX              PIC S9(9) BINARY.
           05 TAB-NL-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-NL                  OCCURS 9999.
                10 TAB-NL-FIL         PIC S9(4) BINARY.
                10 TAB-NL-KEY         PIC X(20).
                10 TAB-NL-OCC         PIC 9(3).
                10 TAB-NL-TEXT        PIC X(80).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-I-TABLE             PIC S9(9) BINARY.
           05 TMP-J-TABLE             PIC S9(9) BINARY.
           05 TMP-F                   PIC S9(9) BINARY.
           05 TMP-M                   PIC S9(9) BINARY.
           05 TMP-CP                  PIC S9(4) BINARY.
           05 TMP-COUNT-FILES         PIC 9(5).
           05 TMP-COUNT-MISSING       PIC 9(5).
           05 TMP-COUNT-CHG-FILES     PIC 9(5).
           05 TMP-COUNT-CHG-LINES     PIC 9(5).
           05 TMP-FILE-CHANGED        PIC 9(5).
           05 TMP-FILE-ADDED          PIC 9(5).
           05 TMP-FILE-REMOVED        PIC 9(5).
       01 PRMR-WORK.
           05 TMP-NOW-TS              PIC X(14).
           05 TMP-RUN-ID              PIC X(12).
           05 TMP-ARG-PATH            PIC X(30).
           05 TMP-FILE-KIND           PIC X(8).
           05 TMP-LINE                PIC X(80).
           05 TMP-KEY                 PIC X(20).
           05 TMP-VAL                 PIC X(80).
           05 TMP-OCC                 PIC 9(3).
           05 TMP-LINES               PIC 9(5).
           05 TMP-HASH                PIC 9(15).
       01 SWITCHES.
           05 TMP-FOUND-SW            PIC X(1).
              88 TMP-FOUND                 VALUE 'Y'.
           05 TMP-BASELINE-SW         PIC X(1).
              88 TMP-BASELINE-ONLY         VALUE 'Y'.

      *---------------------------------------------------------------*
      * IGENP = OPTIONAL GENERATION-DEPTH CONFIG (GENDEPTH=n) AND     *
      * GENERATION-PROMOTE FIELDS - SEE PROMOTE-NEW-MASTER            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IGENP==.
       COPY 'LIB/FILE/GENPROWS.cob'.

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IPLAN-PATH                 PIC X(40)
                                      VALUE 'IO/runplan.txt'.
       01 ISNAP-PATH                 PIC X(40)
                                      VALUE 'IO/parmsnap.txt'.
       01 IPFIL-PATH                 PIC X(40)   VALUE SPACES.
       01 IRUNID-PATH                PIC X(40)
                                      VALUE 'IO/runid.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/prmrparm.txt'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OSNAP-PATH                 PIC X(40)
                                      VALUE 'IO/parmsnap.txt.new'.
       01 OCHG-PATH                  PIC X(40)
                                      VALUE 'IO/parmchange.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.

      *---------------------------------------------------------------*
      * ACFG = OPTIONAL LOCAL APP-LOG CONFIG FILE (SEE CHECK-APP-LOG / *
      * APPLOG-CONFIG-READ IN ERRB) - NOT OPENED HERE, ONLY WHEN       *
      * RZSC01 ISN'T CONFIGURED                                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ACFG==.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN SECTION.
      *===============================================================*
           PERFORM PGM-INIT

           PERFORM SNAPSHOT-LOAD
           PERFORM FILES-COLLECT
           PERFORM VARYING TMP-F FROM 1 BY 1
                     UNTIL (TMP-F > TAB-FIL-MAX)
              IF (TAB-FIL-IN-NEW(TMP-F)) THEN
                 PERFORM FILE-FINGERPRINT
                 IF (NOT TMP-BASELINE-ONLY) THEN
                    PERFORM FILE-COMPARE
                 END-IF
              END-IF
           END-PERFORM
           PERFORM SNAPSHOT-WRITE

           PERFORM FILE-CLOSE-OSNAP
           PERFORM PROMOTE-NEW-MASTER

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PROMOTE-NEW-MASTER SECTION.
      *===============================================================*
      * GENERATION-STYLE SAFE REWRITE - SAME AS THE OTHER MASTERS     *
      * (SEE GENPROSE.cob)                                            *
      *---------------------------------------------------------------*
           MOVE 'IO/parmsnap.txt' TO GEN-MASTER-PATH
           MOVE 'IO/parmsnap.txt.new' TO GEN-NEW-PATH
           MOVE GEN-MASTER-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH    TO GEN-MASTER-PATH
           MOVE GEN-NEW-PATH    TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH    TO GEN-NEW-PATH
           PERFORM PROMOTE-MASTER-GENERATION
           .
       PROMOTE-NEW-MASTER-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*
           MOVE 'TPL-PRMR1'                          TO PGM-NAME
           MOVE 'PARAMETER-FILE CHANGE REGISTER'     TO PGM-DESCRIPTION
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IPLAN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPLAN-PATH
           MOVE ISNAP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISNAP-PATH
           MOVE IRUNID-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRUNID-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OSNAP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OSNAP-PATH
           MOVE OCHG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OCHG-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                          TO TAB-FIL-MAX
           MOVE 0                          TO TAB-OL-MAX
           MOVE 0                          TO TAB-NL-MAX
           MOVE 0                          TO TMP-COUNT-FILES
           MOVE 0                          TO TMP-COUNT-MISSING
           MOVE 0                          TO TMP-COUNT-CHG-FILES
           MOVE 0                          TO TMP-COUNT-CHG-LINES
           MOVE 'N'                        TO TMP-BASELINE-SW
           MOVE FUNCTION CURRENT-DATE(1:14)          TO TMP-NOW-TS

      *---------------------------------------------------------------*
      * RUN ID - A SUBMIT OUTSIDE TPL-RUN1 HAS NONE AND IS STAMPED    *
      * WITH ITS START TIME, THE SAME SHAPE TPL-RUN1 GIVES ITS IDS    *
      *---------------------------------------------------------------*
           PERFORM RUND-READ-DATE
           MOVE RUND-RUN-ID TO TMP-RUN-ID
           IF (TMP-RUN-ID = SPACES) THEN
              MOVE TMP-NOW-TS(1:12) TO TMP-RUN-ID
              MOVE SPACES TO APP-LOG-LINE
              STRING 'NO RUN ID PUBLISHED - CHANGES STAMPED '
                     TMP-RUN-ID
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-OSNAP
           PERFORM FILE-OPEN-EXTEND-OCHG
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       SNAPSHOT-LOAD SECTION.
      *===============================================================*
      *    PRIOR RUN'S FINGERPRINTS AND LINES - WITHOUT A SNAPSHOT    *
      *    THIS RUN ONLY TAKES THE BASELINE                           *
           PERFORM FILE-OPEN-INPUT-ISNAP
           IF (ISNAP-NO) THEN
              MOVE 'Y' TO TMP-BASELINE-SW
              MOVE 'NO PARAMETER SNAPSHOT - BASELINE TAKEN THIS RUN'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO SNAPSHOT-LOAD-EXIT
           END-IF
           MOVE 0 TO TMP-F
           PERFORM FILE-READ-ISNAP
           PERFORM UNTIL (ISNAP-EOF)
              MOVE ISNAP-RECORD TO SNAP-REC
              EVALUATE TRUE
                WHEN SNAP-IS-FILE
                  MOVE SNAP-PATH TO TMP-ARG-PATH
                  PERFORM FILE-FIND-OR-ADD
                  MOVE 'Y'        TO TAB-FIL-OLD-SW(TMP-F)
                  MOVE SNAP-STATE TO TAB-FIL-OLD-STATE(TMP-F)
                  MOVE SNAP-LINES TO TAB-FIL-OLD-LINES(TMP-F)
                  MOVE SNAP-HASH  TO TAB-FIL-OLD-HASH(TMP-F)
                WHEN SNAP-IS-LINE
                  AND (TMP-F > 0)
                  IF (TAB-OL-MAX >= TAB-OL-DIM) THEN
                     MOVE '907' TO PGM-ERR-RC
                     MOVE 'TAB-OL OVERFLOW - PARM SNAPSHOT TOO LARGE'
                       TO PGM-ERR-MSG1
                     MOVE 'RAISE TAB-OL-DIM AND TAB-NL-DIM'
                       TO PGM-ERR-MSG2
                     MOVE SPACE TO PGM-ERR-MSG3
                     PERFORM PGM-ERR
                  END-IF
                  ADD 1 TO TAB-OL-MAX
                  MOVE TMP-F     TO TAB-OL-FIL(TAB-OL-MAX)
                  MOVE SNAP-TEXT TO TAB-OL-TEXT(TAB-OL-MAX)
                  MOVE 'N'       TO TAB-OL-MATCH-SW(TAB-OL-MAX)
                  MOVE SNAP-TEXT TO TMP-LINE
                  PERFORM LINE-KEY
                  MOVE TMP-KEY   TO TAB-OL-KEY(TAB-OL-MAX)
                  MOVE 0         TO TMP-OCC
                  IF (TMP-KEY NOT = SPACES) THEN
                     PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                               UNTIL (TMP-I-TABLE > TAB-OL-MAX)
                        IF (TAB-OL-FIL(TMP-I-TABLE) = TMP-F)
                           AND (TAB-OL-KEY(TMP-I-TABLE) = TMP-KEY) THEN
                           ADD 1 TO TMP-OCC
                        END-IF
                     END-PERFORM
                  END-IF
                  MOVE TMP-OCC   TO TAB-OL-OCC(TAB-OL-MAX)
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
              PERFORM FILE-READ-ISNAP
           END-PERFORM
           PERFORM FILE-CLOSE-ISNAP
           .
       SNAPSHOT-LOAD-EXIT. EXIT.



      *****************************************************************
       FILES-COLLECT SECTION.
      *===============================================================*
      *    THE GLOBAL FILES, THE PARM FILES OF EVERY PROGRAM IN THE   *
      *    RUN PLAN, AND THE OPERATOR'S FILE= EXTRAS                  *
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-GF-MAX)
              MOVE TAB-GF-PATH(TMP-I-TABLE) TO TMP-ARG-PATH
              PERFORM FILE-FIND-OR-ADD
              MOVE 'Y' TO TAB-FIL-NEW-SW(TMP-F)
           END-PERFORM

           PERFORM FILE-OPEN-INPUT-IPLAN
           IF (IPLAN-NO) THEN
              MOVE '004' TO PGM-END-RC
              MOVE 'NO RUN PLAN - ONLY THE GLOBAL CONFIG FILES CHECKED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
           ELSE
              PERFORM FILE-READ-IPLAN
              PERFORM UNTIL (IPLAN-EOF)
                 MOVE IPLAN-RECORD TO PLAN-REC
                 IF (PLAN-STEP NOT = SPACES) THEN
                    PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                              UNTIL (TMP-J-TABLE > TAB-PP-MAX)
                       IF (TAB-PP-PROGRAM(TMP-J-TABLE) = PLAN-PROGRAM)
                          THEN
                          MOVE TAB-PP-PATH(TMP-J-TABLE) TO TMP-ARG-PATH
                          PERFORM FILE-FIND-OR-ADD
                          MOVE 'Y' TO TAB-FIL-NEW-SW(TMP-F)
                       END-IF
                    END-PERFORM
                 END-IF
                 PERFORM FILE-READ-IPLAN
              END-PERFORM
              PERFORM FILE-CLOSE-IPLAN
           END-IF

           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-YES) THEN
              PERFORM FILE-READ-IPARM
              PERFORM UNTIL (IPARM-EOF)
                 MOVE SPACES TO KWP-KEY KWP-VAL
                 UNSTRING IPARM-RECORD DELIMITED BY '='
                   INTO KWP-KEY KWP-VAL
                 END-UNSTRING
                 EVALUATE FUNCTION TRIM(KWP-KEY)
                   WHEN 'FILE'
                     MOVE KWP-VAL TO TMP-ARG-PATH
                     PERFORM FILE-FIND-OR-ADD
                     MOVE 'Y' TO TAB-FIL-NEW-SW(TMP-F)
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     STRING 'UNKNOWN PRMRPARM KEYWORD IGNORED: '
                            KWP-KEY
                       DELIMITED BY SIZE
                       INTO APP-LOG-LINE
                     END-STRING
                     PERFORM SCHREIBE-APP-LOG-LINE
                 END-EVALUATE
                 PERFORM FILE-READ-IPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IPARM
           END-IF
           .
       FILES-COLLECT-EXIT. EXIT.



      *****************************************************************
       FILE-FIND-OR-ADD SECTION.
      *===============================================================*
      *    TMP-ARG-PATH TO ITS FILE-TABLE ENTRY TMP-F                 *
           PERFORM VARYING TMP-F FROM 1 BY 1
                     UNTIL (TMP-F > TAB-FIL-MAX)
              IF (TAB-FIL-PATH(TMP-F) = TMP-ARG-PATH) THEN
                 GO TO FILE-FIND-OR-ADD-EXIT
              END-IF
           END-PERFORM
           IF (TAB-FIL-MAX >= TAB-FIL-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-FIL OVERFLOW - TOO MANY PARAMETER FILES'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-FIL-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-FIL-MAX
           MOVE TAB-FIL-MAX  TO TMP-F
           MOVE TMP-ARG-PATH TO TAB-FIL-PATH(TMP-F)
           MOVE 'N'          TO TAB-FIL-OLD-SW(TMP-F)
           MOVE 'M'          TO TAB-FIL-OLD-STATE(TMP-F)
           MOVE 0            TO TAB-FIL-OLD-LINES(TMP-F)
           MOVE 0            TO TAB-FIL-OLD-HASH(TMP-F)
           MOVE 'N'          TO TAB-FIL-NEW-SW(TMP-F)
           MOVE 'M'          TO TAB-FIL-NEW-STATE(TMP-F)
           MOVE 0            TO TAB-FIL-NEW-LINES(TMP-F)
           MOVE 0            TO TAB-FIL-NEW-HASH(TMP-F)
           .
       FILE-FIND-OR-ADD-EXIT. EXIT.



      *****************************************************************
       FILE-FINGERPRINT SECTION.
      *===============================================================*
      *    READ FILE TMP-F: ITS NON-BLANK LINES GO INTO THE NEW-LINE  *
      *    TABLE, THE LINE COUNT AND A POSITION-WEIGHTED CHECKSUM     *
      *    OVER EVERY BYTE INTO THE FILE TABLE - A VALUE EDITED TO    *
      *    ONE OF THE SAME LENGTH STILL CHANGES THE FINGERPRINT       *
           ADD 1 TO TMP-COUNT-FILES
           MOVE TAB-FIL-PATH(TMP-F) TO IPFIL-PATH
      *    env.cfg LIVES IN THE RUN DIRECTORY - IT IS NOT PREFIXED
           IF (IPFIL-PATH NOT = 'env.cfg') THEN
              MOVE IPFIL-PATH TO ENV-ARG-PATH
              PERFORM ENV-APPLY-ONE
              MOVE ENV-ARG-PATH TO IPFIL-PATH
           END-IF
           MOVE 0 TO TMP-LINES
           MOVE 0 TO TMP-HASH
           MOVE 0 TO IPFIL-COUNT
           PERFORM FILE-OPEN-INPUT-IPFIL
           IF (IPFIL-NO) THEN
              ADD 1 TO TMP-COUNT-MISSING
              MOVE 'M' TO TAB-FIL-NEW-STATE(TMP-F)
              MOVE 0   TO TAB-FIL-NEW-LINES(TMP-F)
              MOVE 0   TO TAB-FIL-NEW-HASH(TMP-F)
              GO TO FILE-FINGERPRINT-EXIT
           END-IF
           PERFORM FILE-READ-IPFIL
           PERFORM UNTIL (IPFIL-EOF)
              IF (IPFIL-RECORD NOT = SPACES) THEN
                 ADD 1 TO TMP-LINES
                 MOVE IPFIL-RECORD TO TMP-LINE
                 PERFORM VARYING TMP-CP FROM 1 BY 1
                           UNTIL (TMP-CP > 80)
                    COMPUTE TMP-HASH = FUNCTION MOD
                       (TMP-HASH * 31
                      + FUNCTION ORD(TMP-LINE(TMP-CP:1)),
                        999999999989)
                 END-PERFORM
                 IF (TAB-NL-MAX >= TAB-NL-DIM) THEN
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-NL OVERFLOW - PARAMETER FILES TOO LARGE'
                      TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-OL-DIM AND TAB-NL-DIM'
                      TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 ADD 1 TO TAB-NL-MAX
                 MOVE TMP-F    TO TAB-NL-FIL(TAB-NL-MAX)
                 MOVE TMP-LINE TO TAB-NL-TEXT(TAB-NL-MAX)
                 PERFORM LINE-KEY
                 MOVE TMP-KEY  TO TAB-NL-KEY(TAB-NL-MAX)
                 MOVE 0        TO TMP-OCC
                 IF (TMP-KEY NOT = SPACES) THEN
                    PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                              UNTIL (TMP-I-TABLE > TAB-NL-MAX)
                       IF (TAB-NL-FIL(TMP-I-TABLE) = TMP-F)
                          AND (TAB-NL-KEY(TMP-I-TABLE) = TMP-KEY) THEN
                          ADD 1 TO TMP-OCC
                       END-IF
                    END-PERFORM
                 END-IF
                 MOVE TMP-OCC  TO TAB-NL-OCC(TAB-NL-MAX)
              END-IF
              PERFORM FILE-READ-IPFIL
           END-PERFORM
           PERFORM FILE-CLOSE-IPFIL
           MOVE 'P'       TO TAB-FIL-NEW-STATE(TMP-F)
           MOVE TMP-LINES TO TAB-FIL-NEW-LINES(TMP-F)
           MOVE TMP-HASH  TO TAB-FIL-NEW-HASH(TMP-F)
           .
       FILE-FINGERPRINT-EXIT. EXIT.



      *****************************************************************
       LINE-KEY SECTION.
      *===============================================================*
      *    KEYWORD OF TMP-LINE INTO TMP-KEY - SPACES FOR A COMMENT    *
      *    ('*' IN COLUMN 1) OR A LINE WITHOUT '='                    *
           MOVE SPACES TO TMP-KEY
           IF (TMP-LINE(1:1) = '*') THEN
              GO TO LINE-KEY-EXIT
           END-IF
           MOVE 0 TO TMP-CP
           INSPECT TMP-LINE TALLYING TMP-CP FOR ALL '='
           IF (TMP-CP = 0) THEN
              GO TO LINE-KEY-EXIT
           END-IF
           UNSTRING TMP-LINE DELIMITED BY '='
             INTO TMP-KEY
           END-UNSTRING
           MOVE FUNCTION TRIM(TMP-KEY) TO TMP-KEY
           .
       LINE-KEY-EXIT. EXIT.



      *****************************************************************
       FILE-COMPARE SECTION.
      *===============================================================*
      *    FILE TMP-F AGAINST THE PRIOR SNAPSHOT - AN UNCHANGED       *
      *    FINGERPRINT ENDS IT. A FILE NOT IN THE SNAPSHOT YET (A     *
      *    STEP NEW TO THE PLAN) COUNTS AS NEW ONLY WHEN IT EXISTS    *
           IF (TAB-FIL-NEW-STATE(TMP-F) = TAB-FIL-OLD-STATE(TMP-F))
              AND (TAB-FIL-NEW-LINES(TMP-F) = TAB-FIL-OLD-LINES(TMP-F))
              AND (TAB-FIL-NEW-HASH(TMP-F) = TAB-FIL-OLD-HASH(TMP-F))
              THEN
              GO TO FILE-COMPARE-EXIT
           END-IF

           ADD 1 TO TMP-COUNT-CHG-FILES
           MOVE 0 TO TMP-FILE-CHANGED
           MOVE 0 TO TMP-FILE-ADDED
           MOVE 0 TO TMP-FILE-REMOVED
           MOVE TAB-FIL-PATH(TMP-F) TO PCHG-PATH
           MOVE TAB-FIL-OLD-LINES(TMP-F) TO PCHG-FP-LINES
           MOVE TAB-FIL-OLD-HASH(TMP-F)  TO PCHG-FP-HASH
           MOVE PCHG-FP                  TO PCHG-OLD
           MOVE TAB-FIL-NEW-LINES(TMP-F) TO PCHG-FP-LINES
           MOVE TAB-FIL-NEW-HASH(TMP-F)  TO PCHG-FP-HASH
           MOVE PCHG-FP                  TO PCHG-NEW
           EVALUATE TRUE
             WHEN TAB-FIL-OLD-STATE(TMP-F) = 'M'
               MOVE 'NEWFILE' TO PCHG-KIND
               IF (NOT TAB-FIL-IN-OLD(TMP-F)) THEN
                  MOVE 'NOT IN THE PRIOR SNAPSHOT' TO PCHG-OLD
               ELSE
                  MOVE 'MISSING' TO PCHG-OLD
               END-IF
             WHEN TAB-FIL-NEW-STATE(TMP-F) = 'M'
               MOVE 'GONE'    TO PCHG-KIND
               MOVE 'MISSING' TO PCHG-NEW
             WHEN OTHER
               MOVE 'FILE'    TO PCHG-KIND
           END-EVALUATE
           MOVE PCHG-KIND TO TMP-FILE-KIND
           PERFORM OCHG-WRITE

      *---------------------------------------------------------------*
      * THIS RUN'S LINES AGAINST THE PRIOR ONES - KEYWORD LINES BY    *
      * KEYWORD AND OCCURRENCE, OTHER LINES BY THEIR TEXT             *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-NL-MAX)
              IF (TAB-NL-FIL(TMP-I-TABLE) = TMP-F) THEN
                 MOVE 'N' TO TMP-FOUND-SW
                 PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                           UNTIL (TMP-J-TABLE > TAB-OL-MAX)
                              OR (TMP-FOUND)
                    IF (TAB-OL-FIL(TMP-J-TABLE) = TMP-F)
                       AND (NOT TAB-OL-MATCHED(TMP-J-TABLE))
                       AND (TAB-OL-KEY(TMP-J-TABLE) =
                            TAB-NL-KEY(TMP-I-TABLE)) THEN
                       IF (TAB-NL-KEY(TMP-I-TABLE) NOT = SPACES) THEN
                          IF (TAB-OL-OCC(TMP-J-TABLE) =
                              TAB-NL-OCC(TMP-I-TABLE)) THEN
                             MOVE 'Y' TO TMP-FOUND-SW
                          END-IF
                       ELSE
                          IF (TAB-OL-TEXT(TMP-J-TABLE) =
                              TAB-NL-TEXT(TMP-I-TABLE)) THEN
                             MOVE 'Y' TO TMP-FOUND-SW
                          END-IF
                       END-IF
                       IF (TMP-FOUND) THEN
                          MOVE TMP-J-TABLE TO TMP-M
                          MOVE 'Y' TO TAB-OL-MATCH-SW(TMP-J-TABLE)
                       END-IF
                    END-IF
                 END-PERFORM
                 EVALUATE TRUE
                   WHEN NOT TMP-FOUND
                     ADD 1 TO TMP-FILE-ADDED
                     MOVE 'ADDED'                    TO PCHG-KIND
                     MOVE SPACES                     TO PCHG-OLD
                     MOVE TAB-NL-TEXT(TMP-I-TABLE)   TO PCHG-NEW
                     PERFORM OCHG-WRITE
                   WHEN TAB-OL-TEXT(TMP-M) NOT =
                        TAB-NL-TEXT(TMP-I-TABLE)
                     ADD 1 TO TMP-FILE-CHANGED
                     MOVE 'CHANGED'                  TO PCHG-KIND
                     MOVE TAB-OL-TEXT(TMP-M)         TO PCHG-OLD
                     MOVE TAB-NL-TEXT(TMP-I-TABLE)   TO PCHG-NEW
                     PERFORM OCHG-WRITE
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-OL-MAX)
              IF (TAB-OL-FIL(TMP-J-TABLE) = TMP-F)
                 AND (NOT TAB-OL-MATCHED(TMP-J-TABLE)) THEN
                 ADD 1 TO TMP-FILE-REMOVED
                 MOVE 'REMOVED'                   TO PCHG-KIND
                 MOVE TAB-OL-TEXT(TMP-J-TABLE)    TO PCHG-OLD
                 MOVE SPACES                      TO PCHG-NEW
                 PERFORM OCHG-WRITE
              END-IF
           END-PERFORM
           COMPUTE TMP-COUNT-CHG-LINES = TMP-COUNT-CHG-LINES
                 + TMP-FILE-CHANGED + TMP-FILE-ADDED + TMP-FILE-REMOVED

           MOVE '004' TO PGM-END-RC
           MOVE SPACES TO APP-LOG-LINE
           STRING 'PARAMETER FILE CHANGED SINCE LAST RUN: '
                  TAB-FIL-PATH(TMP-F)
             DELIMITED BY SIZE
             INTO APP-LOG-LINE
           END-STRING
           PERFORM SCHREIBE-APP-LOG-LINE

           MOVE 'PARMCHG' TO EVNT-CODE
           MOVE SPACES    TO EVNT-DETAIL
           STRING 'FILE=' FUNCTION TRIM(TAB-FIL-PATH(TMP-F))
                  '|KIND=' FUNCTION TRIM(TMP-FILE-KIND)
                  '|CHANGED=' TMP-FILE-CHANGED
                  '|ADDED=' TMP-FILE-ADDED
                  '|REMOVED=' TMP-FILE-REMOVED
             DELIMITED BY SIZE
             INTO EVNT-DETAIL
           END-STRING
           PERFORM EMIT-EVENT
           .
       FILE-COMPARE-EXIT. EXIT.



      *****************************************************************
       SNAPSHOT-WRITE SECTION.
      *===============================================================*
      *    ONE 'F' RECORD AND ITS LINES PER FILE - A FILE THIS PLAN   *
      *    DID NOT USE KEEPS ITS PRIOR FINGERPRINT AND LINES          *
           PERFORM VARYING TMP-F FROM 1 BY 1
                     UNTIL (TMP-F > TAB-FIL-MAX)
              MOVE SPACES              TO SNAP-REC
              MOVE 'F'                 TO SNAP-TYPE
              MOVE TAB-FIL-PATH(TMP-F) TO SNAP-PATH
              MOVE 0                   TO TMP-LINES
              IF (TAB-FIL-IN-NEW(TMP-F)) THEN
                 MOVE TAB-FIL-NEW-STATE(TMP-F) TO SNAP-STATE
                 MOVE TAB-FIL-NEW-LINES(TMP-F) TO SNAP-LINES
                 MOVE TAB-FIL-NEW-HASH(TMP-F)  TO SNAP-HASH
                 PERFORM OSNAP-WRITE
                 PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                           UNTIL (TMP-I-TABLE > TAB-NL-MAX)
                    IF (TAB-NL-FIL(TMP-I-TABLE) = TMP-F) THEN
                       MOVE SPACES              TO SNAP-REC
                       MOVE 'L'                 TO SNAP-TYPE
                       MOVE TAB-FIL-PATH(TMP-F) TO SNAP-PATH
                       ADD 1                    TO TMP-LINES
                       MOVE TMP-LINES           TO SNAP-LINE-NO
                       MOVE TAB-NL-TEXT(TMP-I-TABLE) TO SNAP-TEXT
                       PERFORM OSNAP-WRITE
                    END-IF
                 END-PERFORM
              ELSE
                 MOVE TAB-FIL-OLD-STATE(TMP-F) TO SNAP-STATE
                 MOVE TAB-FIL-OLD-LINES(TMP-F) TO SNAP-LINES
                 MOVE TAB-FIL-OLD-HASH(TMP-F)  TO SNAP-HASH
                 PERFORM OSNAP-WRITE
                 PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                           UNTIL (TMP-I-TABLE > TAB-OL-MAX)
                    IF (TAB-OL-FIL(TMP-I-TABLE) = TMP-F) THEN
                       MOVE SPACES              TO SNAP-REC
                       MOVE 'L'                 TO SNAP-TYPE
                       MOVE TAB-FIL-PATH(TMP-F) TO SNAP-PATH
                       ADD 1                    TO TMP-LINES
                       MOVE TMP-LINES           TO SNAP-LINE-NO
                       MOVE TAB-OL-TEXT(TMP-I-TABLE) TO SNAP-TEXT
                       PERFORM OSNAP-WRITE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .
       SNAPSHOT-WRITE-EXIT. EXIT.



      *****************************************************************
       OSNAP-WRITE SECTION.
      *===============================================================*
           MOVE SNAP-REC TO OSNAP-RECORD
           PERFORM FILE-WRITE-OSNAP
           .
       OSNAP-WRITE-EXIT. EXIT.



      *****************************************************************
       OCHG-WRITE SECTION.
      *===============================================================*
           MOVE TMP-RUN-ID TO PCHG-RUN-ID
           MOVE TMP-NOW-TS TO PCHG-TS
           MOVE PCHG-REC   TO OCHG-RECORD
           PERFORM FILE-WRITE-OCHG
           .
       OCHG-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-FILES TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-OCHG

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'RUN ID..............: ' TMP-RUN-ID
           DISPLAY 'FILES FINGERPRINTED.: ' TMP-COUNT-FILES
           DISPLAY 'FILES MISSING.......: ' TMP-COUNT-MISSING
           DISPLAY 'FILES CHANGED.......: ' TMP-COUNT-CHG-FILES
           DISPLAY 'LINES CHANGED.......: ' TMP-COUNT-CHG-LINES
           IF (TMP-BASELINE-ONLY) THEN
              DISPLAY 'BASELINE RUN - NOTHING COMPARED'
           END-IF
           .
       PGM-FINISH-EXIT. EXIT.



      *****************************************************************
       PGM-END SECTION.
      *===============================================================*
           PERFORM PGM-FINISH.
           IF (PGM-END-RC > '004') THEN
              DISPLAY 'ERROR'
           ELSE
              PERFORM DISPLAY-PGM-END
              MOVE PGM-END-RC TO RETURN-CODE
           END-IF
           GOBACK
           .
       PGM-END-EXIT. EXIT.

      *****************************************************************
      * COPIES                                                        *
      *===============================================================*
       COPY 'LIB/ERR/ERRB'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPLAN==
            ==:V2:== BY ==IPLAN-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISNAP==
            ==:V2:== BY ==ISNAP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPFIL==
            ==:V2:== BY ==IPFIL-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/RUNDSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/GENPROSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OSNAP==
            ==:V2:== BY ==OSNAP-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OCHG==
            ==:V2:== BY ==OCHG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-PRMR1.
      *****************************************************************
