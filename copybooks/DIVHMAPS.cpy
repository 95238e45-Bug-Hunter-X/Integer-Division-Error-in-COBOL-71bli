      *> DIVHMAPS - symbolic map copybook generated from DIVMAINT.bms
      *> (mapset DIVMSET, map DIVHMAP - the DIVSUSP GL suspense review
      *> screen). Shown here as BMS assembly would produce it;
      *> regenerate via DFHMSD/DFHMDI/DFHMDF assembly if the .bms
      *> source changes. HLINE is an OCCURS=12 field, so BMS gives
      *> it a repeating group rather than twelve separate names.
       01  DIVHMAPI.
           05  FILLER                  PIC X(12).
           05  TITLE5L                 PIC S9(4) COMP.
           05  TITLE5F                 PIC X.
           05  FILLER REDEFINES TITLE5F.
               10  TITLE5A             PIC X.
           05  TITLE5I                 PIC X(40).
           05  HSTLBLL                 PIC S9(4) COMP.
           05  HSTLBLF                 PIC X.
           05  FILLER REDEFINES HSTLBLF.
               10  HSTLBLA             PIC X.
           05  HSTLBLI                 PIC X(10).
           05  HSTARTL                 PIC S9(4) COMP.
           05  HSTARTF                 PIC X.
           05  FILLER REDEFINES HSTARTF.
               10  HSTARTA             PIC X.
           05  HSTARTI                 PIC X(10).
           05  HKEYLBLL                PIC S9(4) COMP.
           05  HKEYLBLF                PIC X.
           05  FILLER REDEFINES HKEYLBLF.
               10  HKEYLBLA            PIC X.
           05  HKEYLBLI                PIC X(10).
           05  HACTKEYL                PIC S9(4) COMP.
           05  HACTKEYF                PIC X.
           05  FILLER REDEFINES HACTKEYF.
               10  HACTKEYA            PIC X.
           05  HACTKEYI                PIC X(10).
           05  HDTELBLL                PIC S9(4) COMP.
           05  HDTELBLF                PIC X.
           05  FILLER REDEFINES HDTELBLF.
               10  HDTELBLA            PIC X.
           05  HDTELBLI                PIC X(9).
           05  HACTDTEL                PIC S9(4) COMP.
           05  HACTDTEF                PIC X.
           05  FILLER REDEFINES HACTDTEF.
               10  HACTDTEA            PIC X.
           05  HACTDTEI                PIC X(8).
           05  HACTLBLL                PIC S9(4) COMP.
           05  HACTLBLF                PIC X.
           05  FILLER REDEFINES HACTLBLF.
               10  HACTLBLA            PIC X.
           05  HACTLBLI                PIC X(13).
           05  HACTL                   PIC S9(4) COMP.
           05  HACTF                   PIC X.
           05  FILLER REDEFINES HACTF.
               10  HACTA               PIC X.
           05  HACTI                   PIC X.
           05  HRSNLBLL                PIC S9(4) COMP.
           05  HRSNLBLF                PIC X.
           05  FILLER REDEFINES HRSNLBLF.
               10  HRSNLBLA            PIC X.
           05  HRSNLBLI                PIC X(10).
           05  HREASONL                PIC S9(4) COMP.
           05  HREASONF                PIC X.
           05  FILLER REDEFINES HREASONF.
               10  HREASONA            PIC X.
           05  HREASONI                PIC X(40).
           05  HHDRL                   PIC S9(4) COMP.
           05  HHDRF                   PIC X.
           05  FILLER REDEFINES HHDRF.
               10  HHDRA               PIC X.
           05  HHDRI                   PIC X(79).
           05  HLINED OCCURS 12 TIMES.
               10  HLINEL              PIC S9(4) COMP.
               10  HLINEF              PIC X.
               10  FILLER REDEFINES HLINEF.
                   15  HLINEA          PIC X.
               10  HLINEI              PIC X(79).
           05  HMSGLINEL               PIC S9(4) COMP.
           05  HMSGLINEF               PIC X.
           05  FILLER REDEFINES HMSGLINEF.
               10  HMSGLINEA           PIC X.
           05  HMSGLINEI               PIC X(79).

       01  DIVHMAPO REDEFINES DIVHMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  TITLE5O                 PIC X(40).
           05  FILLER                  PIC X(3).
           05  HSTLBLO                 PIC X(10).
           05  FILLER                  PIC X(3).
           05  HSTARTO                 PIC X(10).
           05  FILLER                  PIC X(3).
           05  HKEYLBLO                PIC X(10).
           05  FILLER                  PIC X(3).
           05  HACTKEYO                PIC X(10).
           05  FILLER                  PIC X(3).
           05  HDTELBLO                PIC X(9).
           05  FILLER                  PIC X(3).
           05  HACTDTEO                PIC X(8).
           05  FILLER                  PIC X(3).
           05  HACTLBLO                PIC X(13).
           05  FILLER                  PIC X(3).
           05  HACTO                   PIC X.
           05  FILLER                  PIC X(3).
           05  HRSNLBLO                PIC X(10).
           05  FILLER                  PIC X(3).
           05  HREASONO                PIC X(40).
           05  FILLER                  PIC X(3).
           05  HHDRO                   PIC X(79).
           05  HLINEOD OCCURS 12 TIMES.
               10  FILLER              PIC X(3).
               10  HLINEO              PIC X(79).
           05  FILLER                  PIC X(3).
           05  HMSGLINEO               PIC X(79).
