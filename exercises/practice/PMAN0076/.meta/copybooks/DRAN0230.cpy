      *        ZAEHLER VERMITTLER-AUSNAHMEN (BINAER IM BISHERIGEN
      *        FILLER, DAMIT DIE SATZLAENGE UNVERAENDERT BLEIBT)
           05  RESTART-SATZ-ZAEHLER-VERM   PIC 9(008) COMP.
      *        ZAEHLER SANKTIONS-SPERREN (BINAER). DIE SATZLAENGE
      *        WAECHST UM 4 BYTE - DIE RESTART-DATEI IST VOR DEM
      *        ERSTEN LAUF MIT DIESEM STAND LEER ANZULEGEN
           05  RESTART-SATZ-ZAEHLER-SPERR  PIC 9(008) COMP.
      *        ZAEHLER DUBLETTEN-VERDACHTSLISTE (BINAER). DIE SATZ-
      *        LAENGE WAECHST UM 4 BYTE - DIE RESTART-DATEI IST VOR
      *        DEM ERSTEN LAUF MIT DIESEM STAND LEER ANZULEGEN
           05  RESTART-SATZ-ZAEHLER-DUBL   PIC 9(008) COMP.
      *        TAGESABSTIMMUNG JE GESELLSCHAFT (PLATZ 18 = UNBEKANNTE
      *        GESELLSCHAFT, VGL. Z-ABST-... IN PMAN0076, BINAER).
      *        DIE SATZLAENGE WAECHST UM 360 BYTE - DIE RESTART-DATEI
      *        IST VOR DEM ERSTEN LAUF MIT DIESEM STAND LEER ANZULEGEN
           05  RESTART-SATZ-ABST           OCCURS 18 TIMES.
               10  RESTART-SATZ-ABST-SUSP  PIC 9(008) COMP.
               10  RESTART-SATZ-ABST-PRUEF PIC 9(008) COMP.
               10  RESTART-SATZ-ABST-VERM  PIC 9(008) COMP.
               10  RESTART-SATZ-ABST-SPERR PIC 9(008) COMP.
               10  RESTART-SATZ-ABST-OANTR PIC 9(008) COMP.
      *        NUMMER DES TEILLAUFS IM PARALLEL-TAGESLAUF (0 = NORMAL-
      *        LAUF), DAMIT EIN RESTART NUR DEN EIGENEN STAND UEBER-
      *        NIMMT. DIE SATZLAENGE WAECHST UM 1 BYTE - DIE RESTART-
      *        DATEI IST VOR DEM ERSTEN LAUF MIT DIESEM STAND LEER
      *        ANZULEGEN
           05  RESTART-SATZ-PARTITION      PIC 9(001).
      *        ZAEHLER TAG-AUSGABE (BINAER) - DIE TAG-AUSGABE WIRD BEIM
      *        RESTART IM ANFUEGEMODUS WEITERGEFUEHRT. DIE SATZLAENGE
      *        WAECHST UM 4 BYTE - DIE RESTART-DATEI IST VOR DEM
      *        ERSTEN LAUF MIT DIESEM STAND LEER ANZULEGEN
           05  RESTART-SATZ-ZAEHLER-TAG    PIC 9(008) COMP.
