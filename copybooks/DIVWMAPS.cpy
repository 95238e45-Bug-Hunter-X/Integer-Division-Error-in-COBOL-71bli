      *> DIVWMAPS - symbolic map copybook generated from DIVMAINT.bms
      *> (mapset DIVMSET, map DIVWMAP - the DIVWORK exception worklist
      *> screen). Shown here as BMS assembly would produce it;
      *> regenerate via DFHMSD/DFHMDI/DFHMDF assembly if the .bms
      *> source changes. WLINE is an OCCURS=12 field, so BMS gives
      *> it a repeating group rather than twelve separate names.
       01  DIVWMAPI.
           05  FILLER                  PIC X(12).
           05  TITLE4L                 PIC S9(4) COMP.
           05  TITLE4F                 PIC X.
           05  FILLER REDEFINES TITLE4F.
               10  TITLE4A             PIC X.
           05  TITLE4I                 PIC X(40).
           05  WSTLBLL                 PIC S9(4) COMP.
           05  WSTLBLF                 PIC X.
           05  FILLER REDEFINES WSTLBLF.
               10  WSTLBLA             PIC X.
           05  WSTLBLI                 PIC X(10).
           05  WSTARTL                 PIC S9(4) COMP.
           05  WSTARTF                 PIC X.
           05  FILLER REDEFINES WSTARTF.
               10  WSTARTA             PIC X.
           05  WSTARTI                 PIC X(10).
           05  WRSNLBLL                PIC S9(4) COMP.
           05  WRSNLBLF                PIC X.
           05  FILLER REDEFINES WRSNLBLF.
               10  WRSNLBLA            PIC X.
           05  WRSNLBLI                PIC X(7).
           05  WREASONL                PIC S9(4) COMP.
           05  WREASONF                PIC X.
           05  FILLER REDEFINES WREASONF.
               10  WREASONA            PIC X.
           05  WREASONI                PIC X(9).
           05  WAGELBLL                PIC S9(4) COMP.
           05  WAGELBLF                PIC X.
           05  FILLER REDEFINES WAGELBLF.
               10  WAGELBLA            PIC X.
           05  WAGELBLI                PIC X(8).
           05  WMINAGEL                PIC S9(4) COMP.
           05  WMINAGEF                PIC X.
           05  FILLER REDEFINES WMINAGEF.
               10  WMINAGEA            PIC X.
           05  WMINAGEI                PIC X(3).
           05  WKEYLBLL                PIC S9(4) COMP.
           05  WKEYLBLF                PIC X.
           05  FILLER REDEFINES WKEYLBLF.
               10  WKEYLBLA            PIC X.
           05  WKEYLBLI                PIC X(10).
           05  WACTKEYL                PIC S9(4) COMP.
           05  WACTKEYF                PIC X.
           05  FILLER REDEFINES WACTKEYF.
               10  WACTKEYA            PIC X.
           05  WACTKEYI                PIC X(10).
           05  WACTLBLL                PIC S9(4) COMP.
           05  WACTLBLF                PIC X.
           05  FILLER REDEFINES WACTLBLF.
               10  WACTLBLA            PIC X.
           05  WACTLBLI                PIC X(17).
           05  WACTL                   PIC S9(4) COMP.
           05  WACTF                   PIC X.
           05  FILLER REDEFINES WACTF.
               10  WACTA               PIC X.
           05  WACTI                   PIC X.
           05  WNOTLBLL                PIC S9(4) COMP.
           05  WNOTLBLF                PIC X.
           05  FILLER REDEFINES WNOTLBLF.
               10  WNOTLBLA            PIC X.
           05  WNOTLBLI                PIC X(10).
           05  WNOTEL                  PIC S9(4) COMP.
           05  WNOTEF                  PIC X.
           05  FILLER REDEFINES WNOTEF.
               10  WNOTEA              PIC X.
           05  WNOTEI                  PIC X(40).
           05  WHDRL                   PIC S9(4) COMP.
           05  WHDRF                   PIC X.
           05  FILLER REDEFINES WHDRF.
               10  WHDRA               PIC X.
           05  WHDRI                   PIC X(79).
           05  WLINED OCCURS 12 TIMES.
               10  WLINEL              PIC S9(4) COMP.
               10  WLINEF              PIC X.
               10  FILLER REDEFINES WLINEF.
                   15  WLINEA          PIC X.
               10  WLINEI              PIC X(79).
           05  WMSGLINEL               PIC S9(4) COMP.
           05  WMSGLINEF               PIC X.
           05  FILLER REDEFINES WMSGLINEF.
               10  WMSGLINEA           PIC X.
           05  WMSGLINEI               PIC X(79).

       01  DIVWMAPO REDEFINES DIVWMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  TITLE4O                 PIC X(40).
           05  FILLER                  PIC X(3).
           05  WSTLBLO                 PIC X(10).
           05  FILLER                  PIC X(3).
           05  WSTARTO                 PIC X(10).
           05  FILLER                  PIC X(3).
           05  WRSNLBLO                PIC X(7).
           05  FILLER                  PIC X(3).
           05  WREASONO                PIC X(9).
           05  FILLER                  PIC X(3).
           05  WAGELBLO                PIC X(8).
           05  FILLER                  PIC X(3).
           05  WMINAGEO                PIC X(3).
           05  FILLER                  PIC X(3).
           05  WKEYLBLO                PIC X(10).
           05  FILLER                  PIC X(3).
           05  WACTKEYO                PIC X(10).
           05  FILLER                  PIC X(3).
           05  WACTLBLO                PIC X(17).
           05  FILLER                  PIC X(3).
           05  WACTO                   PIC X.
           05  FILLER                  PIC X(3).
           05  WNOTLBLO                PIC X(10).
           05  FILLER                  PIC X(3).
           05  WNOTEO                  PIC X(40).
           05  FILLER                  PIC X(3).
           05  WHDRO                   PIC X(79).
           05  WLINEOD OCCURS 12 TIMES.
               10  FILLER              PIC X(3).
               10  WLINEO              PIC X(79).
           05  FILLER                  PIC X(3).
           05  WMSGLINEO               PIC X(79).
