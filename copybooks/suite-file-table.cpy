      * the file is organized - (I)NDEXED masters are binary
      * and must be copied whole, (S)EQUENTIAL text files are
      * copied line by line. Add a new file here when a
      * program starts writing one, and bump WS-SFT-COUNT,
      * the OCCURS below and SUITE-RESTORE's manifest table
      * together. A new (I)NDEXED master also needs its own
      * COUNT-xxx-ROWS in SUITE-BACKUP, or it is not copied.
      *====================================================
       01  WS-SFT-TABLE-VALUES.
           05  FILLER  PIC X(21) VALUE "sqnc_5.dat          I".
           05  FILLER  PIC X(21) VALUE "shape_hist.dat      S".
           05  FILLER  PIC X(21) VALUE "even_hist.dat       S".
           05  FILLER  PIC X(21) VALUE "runsumm.dat         S".
           05  FILLER  PIC X(21) VALUE "quota.dat           I".
           05  FILLER  PIC X(21) VALUE "smxref.dat          S".
           05  FILLER  PIC X(21) VALUE "ite_9.dat           S".
           05  FILLER  PIC X(21) VALUE "sqnc_10.dat         S".
           05  FILLER  PIC X(21) VALUE "ite_7.dat           S".
           05  FILLER  PIC X(21) VALUE "ite_8.dat           S".
           05  FILLER  PIC X(21) VALUE "ite_10.dat          S".
           05  FILLER  PIC X(21) VALUE "terms.dat           S".
           05  FILLER  PIC X(21) VALUE "holidays.dat        S".
           05  FILLER  PIC X(21) VALUE "dunntpl.dat         S".
           05  FILLER  PIC X(21) VALUE "lockbox.dat         S".
           05  FILLER  PIC X(21) VALUE "lockbox_err.dat     S".
           05  FILLER  PIC X(21) VALUE "lockbox_log.dat     S".
           05  FILLER  PIC X(21) VALUE "unapplied.dat       S".
           05  FILLER  PIC X(21) VALUE "writeoff.dat        S".
           05  FILLER  PIC X(21) VALUE "bankstmt.dat        S".
           05  FILLER  PIC X(21) VALUE "bankstmt_err.dat    S".
           05  FILLER  PIC X(21) VALUE "bankopen.dat        S".
           05  FILLER  PIC X(21) VALUE "bankrec.dat         S".
           05  FILLER  PIC X(21) VALUE "salesord.dat        S".
           05  FILLER  PIC X(21) VALUE "contract.dat        S".
           05  FILLER  PIC X(21) VALUE "promo.dat           S".
           05  FILLER  PIC X(21) VALUE "einvoice.dat        S".
           05  FILLER  PIC X(21) VALUE "einvsent.dat        S".
           05  FILLER  PIC X(21) VALUE "mgrrate.dat         S".
           05  FILLER  PIC X(21) VALUE "override.dat        S".
           05  FILLER  PIC X(21) VALUE "checkctl.dat        S".
           05  FILLER  PIC X(21) VALUE "chkreg.dat          S".
           05  FILLER  PIC X(21) VALUE "commadj.dat         S".
           05  FILLER  PIC X(21) VALUE "coa.dat             I".
           05  FILLER  PIC X(21) VALUE "glmap.dat           S".
           05  FILLER  PIC X(21) VALUE "mjehdr.dat          S".
           05  FILLER  PIC X(21) VALUE "mjeline.dat         S".
           05  FILLER  PIC X(21) VALUE "budget.dat          I".
           05  FILLER  PIC X(21) VALUE "taxret.dat          S".
           05  FILLER  PIC X(21) VALUE "taxdet.dat          S".
           05  FILLER  PIC X(21) VALUE "vendor.dat          I".
           05  FILLER  PIC X(21) VALUE "apinv.dat           S".
           05  FILLER  PIC X(21) VALUE "stkmove.dat         S".
           05  FILLER  PIC X(21) VALUE "location.dat        I".
           05  FILLER  PIC X(21) VALUE "invloc.dat          I".
           05  FILLER  PIC X(21) VALUE "quarhold.dat        S".
           05  FILLER  PIC X(21) VALUE "catmast.dat         I".
           05  FILLER  PIC X(21) VALUE "rtv.dat             S".
           05  FILLER  PIC X(21) VALUE "bom.dat             I".
           05  FILLER  PIC X(21) VALUE "quoterev.dat        S".
           05  FILLER  PIC X(21) VALUE "oprates.dat         S".
           05  FILLER  PIC X(21) VALUE "jobcost.dat         S".
           05  FILLER  PIC X(21) VALUE "course.dat          I".
           05  FILLER  PIC X(21) VALUE "sectmap.dat         I".
           05  FILLER  PIC X(21) VALUE "degreq.dat          I".
           05  FILLER  PIC X(21) VALUE "prereq.dat          I".
           05  FILLER  PIC X(21) VALUE "waitlist.dat        S".
           05  FILLER  PIC X(21) VALUE "attend.dat          S".
           05  FILLER  PIC X(21) VALUE "absentwarn.dat      S".
           05  FILLER  PIC X(21) VALUE "instr.dat           I".
           05  FILLER  PIC X(21) VALUE "sectinst.dat        I".
           05  FILLER  PIC X(21) VALUE "gradedl.dat         I".
           05  FILLER  PIC X(21) VALUE "feesched.dat        I".
           05  FILLER  PIC X(21) VALUE "stuacct.dat         I".
           05  FILLER  PIC X(21) VALUE "tuitbill.dat        S".
           05  FILLER  PIC X(21) VALUE "corract.dat         I".
           05  FILLER  PIC X(21) VALUE "loanmast.dat        I".
           05  FILLER  PIC X(21) VALUE "loansched.dat       I".
           05  FILLER  PIC X(21) VALUE "closechk.dat        I".
           05  FILLER  PIC X(21) VALUE "apprq.dat           I".
           05  FILLER  PIC X(21) VALUE "massupd.dat         S".
           05  FILLER  PIC X(21) VALUE "dqhist.dat          S".
       01  WS-SFT-TABLE REDEFINES WS-SFT-TABLE-VALUES.
           05  WS-SFT-ENTRY OCCURS 151 TIMES.
               10  WS-SFT-FILE             PIC X(20).
               10  WS-SFT-ORG              PIC X.
       01  WS-SFT-COUNT                    PIC 9(3) VALUE 151.
       01  WS-SFT-IDX                      PIC 9(3).
