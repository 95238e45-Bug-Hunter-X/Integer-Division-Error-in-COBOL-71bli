      *> DIVPMAPS - symbolic map copybook generated from DIVMAINT.bms
      *> (mapset DIVMSET, map DIVPMAP - the DIVAPRV override-approval
      *> screen). Shown here as BMS assembly would produce it;
      *> regenerate via DFHMSD/DFHMDI/DFHMDF assembly if the .bms
      *> source changes. PLINE is an OCCURS=12 field, so BMS gives
      *> it a repeating group rather than twelve separate names.
       01  DIVPMAPI.
           05  FILLER                  PIC X(12).
           05  TITLE3L                 PIC S9(4) COMP.
           05  TITLE3F                 PIC X.
           05  FILLER REDEFINES TITLE3F.
               10  TITLE3A             PIC X.
           05  TITLE3I                 PIC X(40).
           05  PSTLBLL                 PIC S9(4) COMP.
           05  PSTLBLF                 PIC X.
           05  FILLER REDEFINES PSTLBLF.
               10  PSTLBLA             PIC X.
           05  PSTLBLI                 PIC X(10).
           05  PSTARTL                 PIC S9(4) COMP.
           05  PSTARTF                 PIC X.
           05  FILLER REDEFINES PSTARTF.
               10  PSTARTA             PIC X.
           05  PSTARTI                 PIC X(10).
           05  PKEYLBLL                PIC S9(4) COMP.
           05  PKEYLBLF                PIC X.
           05  FILLER REDEFINES PKEYLBLF.
               10  PKEYLBLA            PIC X.
           05  PKEYLBLI                PIC X(10).
           05  PACTKEYL                PIC S9(4) COMP.
           05  PACTKEYF                PIC X.
           05  FILLER REDEFINES PACTKEYF.
               10  PACTKEYA            PIC X.
           05  PACTKEYI                PIC X(10).
           05  PACTLBLL                PIC S9(4) COMP.
           05  PACTLBLF                PIC X.
           05  FILLER REDEFINES PACTLBLF.
               10  PACTLBLA            PIC X.
           05  PACTLBLI                PIC X(14).
           05  PACTL                   PIC S9(4) COMP.
           05  PACTF                   PIC X.
           05  FILLER REDEFINES PACTF.
               10  PACTA               PIC X.
           05  PACTI                   PIC X.
           05  PHDRL                   PIC S9(4) COMP.
           05  PHDRF                   PIC X.
           05  FILLER REDEFINES PHDRF.
               10  PHDRA               PIC X.
           05  PHDRI                   PIC X(79).
           05  PLINED OCCURS 12 TIMES.
               10  PLINEL              PIC S9(4) COMP.
               10  PLINEF              PIC X.
               10  FILLER REDEFINES PLINEF.
                   15  PLINEA          PIC X.
               10  PLINEI              PIC X(79).
           05  PMSGLINEL               PIC S9(4) COMP.
           05  PMSGLINEF               PIC X.
           05  FILLER REDEFINES PMSGLINEF.
               10  PMSGLINEA           PIC X.
           05  PMSGLINEI               PIC X(79).

       01  DIVPMAPO REDEFINES DIVPMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  TITLE3O                 PIC X(40).
           05  FILLER                  PIC X(3).
           05  PSTLBLO                 PIC X(10).
           05  FILLER                  PIC X(3).
           05  PSTARTO                 PIC X(10).
           05  FILLER                  PIC X(3).
           05  PKEYLBLO                PIC X(10).
           05  FILLER                  PIC X(3).
           05  PACTKEYO                PIC X(10).
           05  FILLER                  PIC X(3).
           05  PACTLBLO                PIC X(14).
           05  FILLER                  PIC X(3).
           05  PACTO                   PIC X.
           05  FILLER                  PIC X(3).
           05  PHDRO                   PIC X(79).
           05  PLINEOD OCCURS 12 TIMES.
               10  FILLER              PIC X(3).
               10  PLINEO              PIC X(79).
           05  FILLER                  PIC X(3).
           05  PMSGLINEO               PIC X(79).
