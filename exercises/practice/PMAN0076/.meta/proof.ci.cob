      *             !        ! OHNE BESTAND/VOLUMEN/LAUF- !           *
      *             !        ! ZUSTAND, AUSGABEN ALS TEST !           *
      *             !        ! GEKENNZEICHNET             !           *
      * ANTRAG-2146 !15.10.26! SANKTIONS-SPERRE: ANTRAEGE ! RAHNER    *
      *             !        ! MIT OFFENER SPERRE (DATEI  !           *
      *             !        ! SANKSPR AUS PMAN0087) NICHT!           *
      *             !        ! SENDEN, SONDERN IN SPERR-  !           *
      *             !        ! AUSGABE ZURUECKHALTEN      !           *
      * ANTRAG-2148 !15.10.26! SENDEARCHIV: TDS-NR UND    ! RAHNER    *
      *             !        ! MODUS MITSCHREIBEN (FUER   !           *
      *             !        ! BESTANDSAUFBAU PMAN0089)   !           *
      * ANTRAG-2150 !15.10.26! DUBLETTEN-VERDACHT: NEU-   ! RAHNER    *
      *             !        ! ZUGANG GLEICHER VN/GES./   !           *
      *             !        ! PRODUKT/BEITRAG DER LETZTEN!           *
      *             !        ! N TAGE (PARM 'DNNN') IN    !           *
      *             !        ! DUBLETTEN-VERDACHTSLISTE   !           *
      * ANTRAG-2151 !15.10.26! TAGESABSTIMMUNG: KONTROLL- ! RAHNER    *
      *             !        ! SAETZE JE GES./KATEGORIE   !           *
      *             !        ! (ABSTAUS) FUER PMAN0091    !           *
      * ANTRAG-2150 !15.10.26! DUBLETTEN: ZEITRAUM UND    ! RAHNER    *
      *             !        ! ERF.-DATEN AUS TDS-DATUM   !           *
      *             !        ! STATT VERARBEITUNGSDATUM   !           *
      * ANTRAG-2155 !15.10.26! PARALLEL-TAGESLAUF: TEIL-  ! RAHNER    *
      *             !        ! LAUF JE PARTITION (PARM    !           *
      *             !        ! 'TN', AUFTEILUNG PMAN0095),!           *
      *             !        ! ABSCHLUSSSATZ TEILSUM FUER !           *
      *             !        ! ZUSAMMENFUEHRUNG PMAN0096  !           *
      * ANTRAG-2146 !15.10.26! SANKTIONS-SPERRE AUCH JE   ! RAHNER    *
      *             !        ! PERSON (INHABER 1-5 GEGEN  !           *
      *             !        ! OFFENE SPERREN, NEUE PIN)  !           *
      * ANTRAG-2155 !15.10.26! PARALLEL-TAGESLAUF: ZAEHLER! RAHNER    *
      *             !        ! TAG-AUSGABE IM RESTART-    !           *
      *             !        ! UND IM ABSCHLUSSSATZ       !           *
      *                                                              *
      * ENDE-LOGBUCH                                                 *
      ****************************************************************
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-VMAU-STATUS.
      *
      *    * SANKTIONS-SPERRDATEI (INDIZIERT, SCHLUESSEL PIN +
      *      GESELLSCHAFT; GEFUEHRT VOM SANKTIONSLISTEN-ABGLEICH
      *      PMAN0087, HIER NUR GELESEN, VGL. U30-SANKTION-PRUEFEN.
      *      IM VORLAUF WERDEN DIE OFFENEN SPERREN SEQUENTIELL IN
      *      DIE PERSONEN-TABELLE GELADEN, VGL. V05)
           SELECT  SPERR-DATEI ASSIGN    TO  SANKSPR
                   ACCESS MODE           IS  DYNAMIC
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  SPERR-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-SPERR-STATUS.
      *
      *    * SPERR-AUSGABE (WEGEN OFFENER SANKTIONS-SPERRE ZURUECK-
      *      GEHALTENE TDS-SAETZE IM ORIGINALFORMAT DRAN0163; WIRD
      *      DEM NAECHSTEN TAGESLAUF WIEDER VORANGESTELLT, VGL.
      *      U30-SANKTION-PRUEFEN)
           SELECT  SPERR-AUSGABE ASSIGN  TO  SPERRAUS
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-SPAU-STATUS.
      *
      *    * DUBLETTEN-DATEI (INDIZIERT, SCHLUESSEL VERSICHERUNGS-
      *      NEHMER + GESELLSCHAFT + HAUPTPRODUKT; NEUZUGAENGE
      *      LAUFUEBERGREIFEND, VGL. U31-DUBLETTEN-PRUEFEN)
           SELECT  DUBL-DATEI ASSIGN     TO  DUBLIDX
                   ACCESS MODE           IS  RANDOM
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  DUBL-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-DUBL-STATUS.
      *
      *    * DUBLETTEN-VERDACHTSLISTE (JE VERDACHTSPAAR EINE ZEILE,
      *      DIE SAETZE GEHEN TROTZDEM NACH WIEN, VGL.
      *      U31-DUBLETTEN-PRUEFEN)
           SELECT  DUBL-AUSGABE ASSIGN   TO  DUBLAUS
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-DUBA-STATUS.
      *
      *    * KONTROLLSAETZE TAGESABSTIMMUNG (JE GESELLSCHAFT UND
      *      KATEGORIE, AUSGEWERTET VON PMAN0091, VGL.
      *      N16-ABSTIMMUNG-SCHREIBEN)
           SELECT  ABST-AUSGABE ASSIGN   TO  ABSTAUS
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-ABST-STATUS.
      *
      *    * ABSCHLUSSSATZ DES TEILLAUFS IM PARALLEL-TAGESLAUF (NUR
      *      MIT PARM-KENNZEICHEN 'TN', ZUSAMMENGEFUEHRT VON PMAN0096,
      *      VGL. N17-TEILLAUF-SCHREIBEN)
           SELECT  TEIL-AUSGABE ASSIGN   TO  TEILSUM
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-TEIL-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  VERM-AUSNAHME
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0248 REPLACING DRAN0248 BY VMAU-SATZ-AUS.
      *
       FD  SPERR-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0259.
      *
      *    * ZURUECKGEHALTENER TDS-SATZ (DRAN0163, 500 BYTES);
      *      GESCHRIEBEN WIRD MIT WRITE ... FROM TDS-SATZ
       FD  SPERR-AUSGABE
           LABEL RECORD STANDARD.
       01  SPERR-SATZ-AUS                  PIC X(500).
      *
       FD  DUBL-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0266.
      *
       FD  DUBL-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0267 REPLACING DRAN0267 BY DUBV-SATZ-AUS.
      *
       FD  ABST-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0268 REPLACING DRAN0268 BY ABST-SATZ-AUS.
      *
       FD  TEIL-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0279.
      *
      ****************************************************************
       WORKING-STORAGE SECTION.
      *      TDS-RECYCLING-KZ IN DRAN0163 UND PMAN0082)
           05  K-RECYCLING-KZ            PIC X(001) VALUE 'R'.
      *
      *    * KENNZEICHEN 'WEGEN SANKTIONS-SPERRE ZURUECKGEHALTENER
      *      SATZ' (TDS-RECYCLING-KZ IN DER SPERR-AUSGABE) UND STATUS
      *      DER OFFENEN SPERRE (VGL. DRAN0259 UND PMAN0087)
           05  K-SPERR-KZ                PIC X(001) VALUE 'S'.
           05  K-SPERRE-OFFEN            PIC X(001) VALUE 'O'.
      *
      *    * MAXIMALE ANZAHL OFFENER SPERREN IN DER PERSONEN-TABELLE
      *      (Z-SPERR-PERS-TAB, VGL. V05-SPERR-PERSONEN-LADEN)
           05  K-SPERR-PERS-MAX          PIC S9(004) COMP VALUE 3000.
      *
      *    * HOECHSTE TEILLAUF-NUMMER IM PARALLEL-TAGESLAUF (WIE
      *      K-TEIL-MAX IN PMAN0095)
           05  K-TEIL-MAX                PIC 9(001) VALUE 4.
      *
      *    * DUBLETTENPRUEFUNG: ZEITRAUM IN TAGEN OHNE PARM-KENNZEICHEN
      *      'DNNN', BEITRAGSTOLERANZ IN PROZENT (BEZOGEN AUF DEN
      *      HOEHEREN BEITRAG) UND EINTRAEGE JE SCHLUESSEL IN DER
      *      DUBLETTEN-DATEI (GROESSE DUBL-SATZ-EINTRAG)
           05  K-DUBL-TAGE-STD           PIC 9(003) VALUE 30.
           05  K-DUBL-TOLERANZ           PIC 9(003) VALUE 10.
           05  K-DUBL-EINTRAEGE          PIC S9(004) COMP VALUE 10.
      *
      *    * KONSTANTEN FÜR STANDARD-RAHMEN (ZUSTAND)
           05  K-ZUSTAND-OK              PIC X(001) VALUE '1'.
           05  K-ZUSTAND-EOF             PIC X(001) VALUE '2'.
      *
           05  S-VMAU-STATUS        PIC  X(002) VALUE SPACE.
               88 S-VMAU-OK                     VALUE '00'.
      *
           05  S-SPERR-STATUS       PIC  X(002) VALUE SPACE.
               88 S-SPERR-OK                    VALUE '00'.
               88 S-SPERR-NOTFND                VALUE '23'.
               88 S-SPERR-EOF                   VALUE '10'.
               88 S-SPERR-FEHLT                 VALUE '35'.
      *
           05  S-SPAU-STATUS        PIC  X(002) VALUE SPACE.
               88 S-SPAU-OK                     VALUE '00'.
      *
           05  S-DUBL-STATUS        PIC  X(002) VALUE SPACE.
               88 S-DUBL-OK                     VALUE '00'.
               88 S-DUBL-NOTFND                 VALUE '23'.
               88 S-DUBL-FEHLT                  VALUE '35'.
      *
           05  S-DUBA-STATUS        PIC  X(002) VALUE SPACE.
               88 S-DUBA-OK                     VALUE '00'.
      *
           05  S-ABST-STATUS        PIC  X(002) VALUE SPACE.
               88 S-ABST-OK                     VALUE '00'.
      *
           05  S-TEIL-STATUS        PIC  X(002) VALUE SPACE.
               88 S-TEIL-OK                     VALUE '00'.
      *
           05  S-LAUF-STATUS        PIC  X(002) VALUE SPACE.
               88 S-LAUF-OK                     VALUE '00'.
           05  S-VERM-STAMM         PIC  9(001) VALUE ZERO.
               88 S-VERM-STAMM-DA               VALUE 1.
               88 S-VERM-STAMM-FEHLT            VALUE ZERO.
      *
      *    * ERGEBNIS DER SANKTIONS-SPERRPRUEFUNG
      *      (VGL. U30-SANKTION-PRUEFEN)
           05  S-SPERRE             PIC  9(001) VALUE ZERO.
               88 S-SPERRE-OK                   VALUE 1.
               88 S-SPERRE-AKTIV                VALUE ZERO.
      *
      *    * OFFENE SPERRE GEFUNDEN (ANTRAG ODER PERSON), VGL.
      *      U30-SANKTION-PRUEFEN UND U301-SPERR-PERSON-PRUEFEN
           05  S-SPERR-TREFFER      PIC  9(001) VALUE ZERO.
               88 S-SPERR-TREFFER-JA            VALUE 1.
               88 S-SPERR-TREFFER-NEIN          VALUE ZERO.
      *
      *    * SANKTIONS-SPERRDATEI NICHT VORHANDEN (STATUS 35 BEIM
      *      OEFFNEN, Z.B. VOR DEM ERSTEN ABGLEICH): DIE PRUEFUNG
      *      ENTFAELLT DANN MIT WARNUNG
           05  S-SPERR-DATEI        PIC  9(001) VALUE ZERO.
               88 S-SPERR-DATEI-DA              VALUE 1.
               88 S-SPERR-DATEI-FEHLT           VALUE ZERO.
      *
           05  S-VERARBEITUNG       PIC  9(001) VALUE ZERO.
               88 S-VERARBEITUNG-OK             VALUE 1.
           05  S-GRUPPEN-FRAGMENT    PIC  X(001) VALUE SPACE.
               88 S-GRUPPEN-FRAGMENTIERT         VALUE 'J'.

      *    * TEILLAUF IM PARALLEL-TAGESLAUF (PARM-KENNZEICHEN 'TN',
      *      N = NUMMER DER PARTITION 1-4): DIE EINGABE IST EINE VON
      *      PMAN0095 JE GESELLSCHAFT AUFGETEILTE PARTITION.
      *      BESTAND, SENDEARCHIV UND DUBLETTEN-DATEI SIND GEMEINSAME
      *      KSDS ALLER TEILLAEUFE (SHAREOPTIONS BZW. RLS ERFORDER-
      *      LICH) - IHRE SCHLUESSEL ENTHALTEN DIE GESELLSCHAFT, DIE
      *      TEILLAEUFE BERUEHREN DAHER DISJUNKTE SAETZE. VERMITTLER-
      *      STAMM UND SANKTIONSLISTE WERDEN NUR GELESEN. JE TEILLAUF
      *      EIGENE DATENBESTAENDE SIND NUR DIE SEQUENTIELLEN
      *      AUSGABEN (AUSGABE, SUSPENSE, PRUEF- UND FACHLISTEN),
      *      DIE WORK-DATEIEN, TEILSUM UND RESTART.
      *      VOLUMENHISTORIE, TAGESABSTIMMUNG UND LAUF-
      *      KONTROLLDATEI FUEHRT DER ZUSAMMENFUEHRUNGSLAUF PMAN0096
      *      FUER DEN GANZEN TAG, DER TEILLAUF SCHREIBT STATTDESSEN
      *      SEINEN ABSCHLUSSSATZ (VGL. N17-TEILLAUF-SCHREIBEN)
           05  S-TEILLAUF            PIC  X(001) VALUE SPACE.
               88 S-TEILLAUF-AKTIV               VALUE 'J'.

      ******************************************************************
       01  FILLER.
           05  FILLER               PIC X(032)
           05 Z-ZAEHLER-PRUEF         PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-INHABER       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-AEND-FELDER   PIC 9(8) VALUE ZERO.
      *    * SAETZE DER TAG-AUSGABE (ABSTIMMUNG IM ZUSAMMENFUEHRUNGS-
      *      LAUF PMAN0096 DES PARALLEL-TAGESLAUFS)
           05 Z-ZAEHLER-TAG           PIC 9(8) VALUE ZERO.
      *    * UEBER DAS SUSPENSE-RECYCLING (PMAN0082) REPARIERTE UND
      *      WIEDER EINGESPEISTE SAETZE (TDS-RECYCLING-KZ = 'R') -
      *      WIRD IM PROTOKOLL GESONDERT AUSGEWIESEN, DAMIT DIE
      *      TAGESZAEHLER ABSTIMMBAR BLEIBEN
           05 Z-ZAEHLER-REPARIERT     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-VERM-AUSN     PIC 9(8) VALUE ZERO.
      *    * WEGEN OFFENER SANKTIONS-SPERRE ZURUECKGEHALTENE SAETZE
      *      UND DAVON WIEDER EINGESPEISTE SAETZE DER VORLAEUFE
      *      (TDS-RECYCLING-KZ = 'S')
           05 Z-ZAEHLER-GESPERRT      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-SPERR-WV      PIC 9(8) VALUE ZERO.
      *    * ZEILEN IN DER DUBLETTEN-VERDACHTSLISTE
           05 Z-ZAEHLER-DUBLETTE      PIC 9(8) VALUE ZERO.
      *
      *    * ARBEITSFELDER DUBLETTENPRUEFUNG (U31/U311/U312)
           05 Z-DUBL-TAGE             PIC 9(003) VALUE ZERO.
           05 Z-DUBL-DATUM            PIC 9(008).
           05 Z-DUBL-DATUM-X REDEFINES Z-DUBL-DATUM
                                      PIC X(008).
           05 Z-DUBL-TAG-NEU          PIC S9(008) COMP.
           05 Z-DUBL-TAG-ALT          PIC S9(008) COMP.
           05 Z-DUBL-TAG-ABSTAND      PIC S9(008) COMP.
           05 Z-DUBL-BEITRAG          PIC 9(007)V99.
           05 Z-DUBL-DIFFERENZ        PIC 9(007)V99.
           05 Z-DUBL-GRENZE           PIC 9(007)V99.
           05 Z-DUBL-IX               PIC S9(004) COMP.
           05 Z-DUBL-EIGEN            PIC S9(004) COMP.
           05 Z-DUBL-DATUM-ALT        PIC 9(008).
           05 Z-DUBL-DATUM-ALT-X REDEFINES Z-DUBL-DATUM-ALT
                                      PIC X(008).
           05 Z-DUBL-DATUM-EUR        PIC X(010).
           05 Z-DUBL-BETRAG-EDIT      PIC ZZZZZZZZZ9,99.
      *
      *    * ARBEITSFELDER VERMITTLER-PRUEFUNG (U27/U271)
           05 Z-VERM-PRUEF-NR         PIC 9(007).
      *
           05 Z-ZAEHLER-ARCHIV        PIC 9(8) VALUE ZERO.
      *
      *    * NUMMER DES TEILLAUFS (0 = NORMALER TAGESLAUF) UND HERKUNFT
      *      DES VERARBEITUNGSDATUMS FUER DEN ABSCHLUSSSATZ (VGL.
      *      DRAN0279 UND U07-TAGESDATUM-TDS)
           05 Z-TEIL-NR               PIC 9(001) VALUE ZERO.
           05 Z-TEIL-DATUM-QUELLE     PIC X(001) VALUE SPACE.
      *
      *    * SENDEDATUM IM FORMAT JJJJMMTT FUER DAS SENDEARCHIV
      *      (AUS Z-TAGESDATUM-EUR TT.MM.JJJJ, VGL. U28)
           05 Z-ARCH-DATUM            PIC 9(008).
                              PIC 9(002).
           05 Z-STAT-GES-EIN OCCURS 17 TIMES PIC 9(008) VALUE ZERO.
           05 Z-STAT-GES-AUS OCCURS 17 TIMES PIC 9(008) VALUE ZERO.
      *
      *    * TAGESABSTIMMUNG JE GESELLSCHAFT (PLATZ 1-17 WIE
      *      Z-STAT-GES-NR, PLATZ 18 = UNBEKANNTE/NICHT OESTERR.
      *      GESELLSCHAFT). JEDER GELESENE SATZ ZAEHLT IN GENAU
      *      EINER DER KATEGORIEN GESENDET (= Z-STAT-GES-AUS),
      *      SUSPENSE, PRUEF, VERM, GESPERRT ODER KONS (IM
      *      KONSOLIDIERUNGSMODUS ZUSAMMENGEFASST/NETTIERT).
      *      O-ANTR (ANTRAG NICHT GEFUNDEN, VGL. U03) IST EINE
      *      ZUSATZANGABE FUER DEN ABGLEICH MIT PMAN0078.
      *      VGL. U32/U33 UND N16-ABSTIMMUNG-SCHREIBEN
           05 Z-ABST-SUCH-GES         PIC 9(002).
           05 Z-ABST-IDX              PIC 9(003).
           05 Z-ABST-GELESEN  OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
           05 Z-ABST-SUSPENSE OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
           05 Z-ABST-PRUEF    OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
           05 Z-ABST-VERM     OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
           05 Z-ABST-GESPERRT OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
           05 Z-ABST-KONS     OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
           05 Z-ABST-O-ANTR   OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
      *    * AUSGABEFELDER KONTROLLSATZ (VGL. N161-ABST-SATZ)
           05 Z-ABST-GES-X            PIC X(002).
           05 Z-ABST-KATEGORIE        PIC X(012).
           05 Z-ABST-ANZAHL           PIC 9(008).
           05 Z-ABST-SAETZE           PIC 9(008) VALUE ZERO.
      *
           05 Z-STAT-MODUS-CODE-WERTE.
              10 FILLER               PIC X(002) VALUE 'I '.
               10  Z-VOL-DATUM      PIC X(010).
               10  Z-VOL-GES-EIN    OCCURS 17 TIMES
                                    PIC 9(008).
      **************************************************************
      *    * PERSONEN MIT OFFENER SANKTIONS-SPERRE (GELADEN IM
      *      VORLAUF AUS DER SPERRDATEI, NAMEN NORMIERT WIE IN
      *      PMAN0087). EIN ANTRAG, DESSEN INHABER (1-5) EINE DIESER
      *      PERSONEN IST, WIRD AUCH UNTER NEUER PIN ZURUECKGEHALTEN.
       01  Z-SPERR-PERS-BEREICH.
           05  Z-SPERR-PERS-ANZAHL  PIC S9(004) COMP   VALUE ZERO.
           05  Z-SPERR-PERS-LFD     PIC S9(004) COMP   VALUE ZERO.
           05  Z-SPERR-PERS-TAB     OCCURS 3000 TIMES.
               10  Z-SPERR-PERS-ZUNAME  PIC X(026).
               10  Z-SPERR-PERS-VORNAME PIC X(026).
      *        GEBURTSDATUM TTMMJJ (WIE SPERR-SATZ-GEB-DAT)
               10  Z-SPERR-PERS-GEB-DAT PIC X(006).
      *
      *    * ARBEITSFELDER NAMENSNORMIERUNG (U303-NAME-NORMIEREN)
           05  Z-NORM-NAME          PIC X(026).
           05  Z-NORM-REST          PIC X(026).
      *
      *    * INHABER DES AKTUELLEN WIEN-SATZES, NORMIERT
      *      (GEB.-DAT. TT.MM.JJJJ -> TTMMJJ)
           05  Z-PERS-ZUNAME        PIC X(026).
           05  Z-PERS-VORNAME       PIC X(026).
           05  Z-PERS-GEB-DAT-EUR   PIC X(010).
           05  Z-PERS-GEB-DAT       PIC X(006).
           05  Z-PERS-INH-LFD       PIC S9(004) COMP   VALUE ZERO.
      **************************************************************
       01  FILLER.
           05  FILLER               PIC X(32)
      *      BEANSTANDETE SAETZE GEHEN NICHT NACH WIEN, SONDERN
      *      IN DIE PRUEF-DATEI (VGL. U18-SATZ-PRUEFEN)
                             PERFORM U18-SATZ-PRUEFEN
      *
      *    * ANTRAEGE MIT OFFENER SANKTIONS-SPERRE GEHEN NICHT NACH
      *      WIEN, SONDERN IN DIE SPERR-AUSGABE (VGL.
      *      U30-SANKTION-PRUEFEN)
                             PERFORM U30-SANKTION-PRUEFEN
      *
                             IF S-VERARBEITUNG-OK
                                AND S-PRUEFUNG-OK
                                AND S-VERM-PR-OK
                                AND S-SPERRE-OK
                                IF S-GRUPPEN-AKTIV
                                   PERFORM U22-GRUPPENWECHSEL
                                END-IF
                                   PERFORM U23-GRUPPEN-SUMMEN
                                END-IF
                                PERFORM U21-BESTAND-FORTSCHREIBEN
      *    * NEUZUGAENGE GEGEN DIE DUBLETTEN-DATEI PRUEFEN - EIN
      *      VERDACHT BLOCKIERT NICHT, ER WIRD NUR GELISTET
      *      (VGL. U31-DUBLETTEN-PRUEFEN)
                                PERFORM U31-DUBLETTEN-PRUEFEN
                                PERFORM U06-CHECKPOINT-SCHREIBEN
                             ELSE
                                PERFORM U33-ABST-NICHT-GESENDET
                                PERFORM U06-CHECKPOINT-SCHREIBEN
                             END-IF
      *
              IF TDS-RECYCLING-KZ = K-RECYCLING-KZ
                 ADD K-1                        TO Z-ZAEHLER-REPARIERT
              END-IF
              IF TDS-RECYCLING-KZ = K-SPERR-KZ
                 ADD K-1                        TO Z-ZAEHLER-SPERR-WV
              END-IF
              PERFORM U29-LAUF-FINGERABDRUCK
              MOVE TDS-PGEB-GES                 TO Z-ABST-SUCH-GES
              PERFORM U32-ABST-GES-SUCHEN
              ADD K-1                  TO Z-ABST-GELESEN (Z-ABST-IDX)
      *
           WHEN S-TDSFILE-EIN-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
              IF TDS-RECYCLING-KZ = K-RECYCLING-KZ
                 ADD K-1                        TO Z-ZAEHLER-REPARIERT
              END-IF
              IF TDS-RECYCLING-KZ = K-SPERR-KZ
                 ADD K-1                        TO Z-ZAEHLER-SPERR-WV
              END-IF
              PERFORM U29-LAUF-FINGERABDRUCK
              MOVE TDS-PGEB-GES                 TO Z-ABST-SUCH-GES
              PERFORM U32-ABST-GES-SUCHEN
              ADD K-1                  TO Z-ABST-GELESEN (Z-ABST-IDX)
      *
           WHEN S-TDSFILE-EIN-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
      *    * PRÜFEN OB EIN RESTART (VORLAUF NACH BR94-ABBRUCH) VORLIEGT
           PERFORM V01-RESTART-PRUEFEN
      *
      *    * VOLUMEN-HISTORIE DER LETZTEN LAEUFE EINLESEN (IM
      *      TEILLAUF NICHT - DIE PARTITION ENTHAELT NUR EINEN TEIL
      *      DER GESELLSCHAFTEN, GEPRUEFT WIRD IN PMAN0096 UEBER
      *      DEN GANZEN TAG; OHNE HISTORIE ENTFAELLT N13)
           IF NOT S-TEILLAUF-AKTIV
              PERFORM V03-VOLUMEN-LESEN
           END-IF
      *
           IF S-RESTART-INAKTIV
              PERFORM U08-TAGESDATUM
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF

      *    * SANKTIONS-SPERRDATEI OEFFNEN. FEHLT DIE DATEI (STATUS
      *      35, NOCH KEIN ABGLEICH GELAUFEN), ENTFAELLT DIE
      *      SPERRPRUEFUNG MIT WARNUNG (WIE VERMITTLER-STAMM).
           OPEN INPUT SPERR-DATEI
      *
           EVALUATE TRUE
           WHEN S-SPERR-OK
      *
                SET S-SPERR-DATEI-DA     TO TRUE
                PERFORM V05-SPERR-PERSONEN-LADEN
      *
           WHEN S-SPERR-FEHLT
      *
                SET S-SPERR-DATEI-FEHLT  TO TRUE
                DISPLAY 'V0-VORLAUF: SANKTIONS-SPERRDATEI FEHLT - '
                        'SPERRPRUEFUNG ENTFAELLT'
      *
           WHEN OTHER
      *
                MOVE 'V01  '             TO ERR-ORT-SEC
                MOVE K-67                TO ERR-ORT-LFD
                MOVE 'FEHLER BEIM ÖFFNEN SPERR-DATEI'
                                         TO ERR-VAR-ZEILE01
                MOVE S-SPERR-STATUS      TO S-DATEI-STATUS
                PERFORM BR94-DATEI-FEHLER
                PERFORM U01-ABBRUCH
      *
           END-EVALUATE

           IF S-RESTART-AKTIV
              OPEN EXTEND SPERR-AUSGABE
           ELSE
              OPEN OUTPUT SPERR-AUSGABE
           END-IF
      *
           IF NOT S-SPAU-OK
              MOVE 'V01  '               TO ERR-ORT-SEC
              MOVE K-68                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN SPERR-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SPAU-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF

      *    * DUBLETTEN-DATEI OEFFNEN. BEIM ALLERERSTEN LAUF EXISTIERT
      *      DIE DATEI NOCH NICHT (STATUS 35) - DANN WIRD SIE LEER
      *      ANGELEGT UND ERNEUT IM WAHLFREIEN ZUGRIFF GEOEFFNET
      *      (WIE BESTAND-DATEI).
           OPEN I-O DUBL-DATEI
      *
           IF S-DUBL-FEHLT
      *
              OPEN OUTPUT DUBL-DATEI
              CLOSE DUBL-DATEI
              OPEN I-O DUBL-DATEI
      *
           END-IF
      *
           IF NOT S-DUBL-OK
              MOVE 'V01  '               TO ERR-ORT-SEC
              MOVE K-73                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN DUBL-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DUBL-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF

           IF S-RESTART-AKTIV
              OPEN EXTEND DUBL-AUSGABE
           ELSE
              OPEN OUTPUT DUBL-AUSGABE
           END-IF
      *
           IF NOT S-DUBA-OK
              MOVE 'V01  '               TO ERR-ORT-SEC
              MOVE K-74                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN DUBL-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DUBA-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *    * ERMITTELN TAGESDATUM (ENTFÄLLT BEI RESTART, DA
      *      S-TAGESDATUM BEREITS AUS DER RESTART-DATEI GESETZT IST)
           PERFORM U07-TAGESDATUM-TDS
      *      RESTART (WIEDERAUFSETZEN EINES ABGEBROCHENEN LAUFS)
      *      ENTFAELLT DIE PRUEFUNG, EBENSO IM PROBELAUF (EIN
      *      BEREITS VERARBEITETER TAG DARF GEPROBT WERDEN).
      *      IM TEILLAUF WIRD GEGEN DEN SATZ DES GANZEN TAGES
      *      GEPRUEFT, DEN NUR PMAN0096 NACH ALLEN TEILLAEUFEN
      *      SCHREIBT - DER TAG BLEIBT SO EIN LOGISCHER LAUF.
           IF S-RESTART-INAKTIV
              AND NOT S-PROBELAUF-AKTIV
              PERFORM V04-LAUF-PRUEFEN
      *          'P' = PROBELAUF: VOLLSTAENDIGER TESTLAUF OHNE          -
      *                FORTSCHREIBUNG VON BESTAND/VOLUMEN/LAUFZUSTAND,  -
      *                ALLE AUSGABEN ALS TEST GEKENNZEICHNET            -
      *          'DNNN' = DUBLETTENPRUEFUNG UEBER DIE NEUZUGAENGE DER   -
      *                LETZTEN NNN TAGE (OHNE KENNZEICHEN:              -
      *                K-DUBL-TAGE-STD), Z.B. PARM='TTMMJJJJ,D045'      -
      *          'TN' = TEILLAUF N (1-4) IM PARALLEL-TAGESLAUF, Z.B.    -
      *                PARM='T2' (VGL. S-TEILLAUF)                      -
      *----------------------------------------------------------------
           IF PI-PARM-LAENGE >= K-8
              AND PI-PARM-DATEN(1:8) IS NUMERIC
      *
      *    * STEUERKENNZEICHEN (KOENNEN AN BELIEBIGER STELLE IM PARM
      *      STEHEN, IM DATUMSTEIL KOMMEN SIE NICHT VOR)
           MOVE K-DUBL-TAGE-STD          TO Z-DUBL-TAGE
      *
           IF PI-PARM-LAENGE > ZERO
      *
              PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1
      *
                      WHEN PI-PARM-DATEN(Z-ZAEHLER:1) = 'P'
                           SET S-PROBELAUF-AKTIV TO TRUE
      *
      *    * DIE DREI FOLGENDEN ZIFFERN SIND DIE TAGESZAHL (SIE WERDEN
      *      IM WEITEREN DURCHLAUF ALS ZIFFERN UEBERGANGEN)
                      WHEN PI-PARM-DATEN(Z-ZAEHLER:1) = 'D'
                           IF Z-ZAEHLER + K-3 <= PI-PARM-LAENGE
                              AND Z-ZAEHLER + K-3 <= K-20
                              AND PI-PARM-DATEN(Z-ZAEHLER + K-1:K-3)
                                  IS NUMERIC
                              MOVE PI-PARM-DATEN(Z-ZAEHLER + K-1:K-3)
                                TO Z-DUBL-TAGE
                           ELSE
                              DISPLAY 'V00-PARM-PRUEFEN: KENNZEICHEN D '
                                      'OHNE 3-STELLIGE TAGESZAHL '
                                      'IGNORIERT'
                           END-IF
      *
      *    * DIE FOLGENDE ZIFFER IST DIE NUMMER DES TEILLAUFS (SIE
      *      WIRD IM WEITEREN DURCHLAUF ALS ZIFFER UEBERGANGEN).
      *      EINE UNGUELTIGE NUMMER FUEHRT ZUM ABBRUCH - OHNE
      *      TEILLAUF LIEFE DIE PARTITION SONST ALS GANZER TAG
                      WHEN PI-PARM-DATEN(Z-ZAEHLER:1) = 'T'
                           IF Z-ZAEHLER + K-1 <= PI-PARM-LAENGE
                              AND Z-ZAEHLER + K-1 <= K-20
                              AND PI-PARM-DATEN(Z-ZAEHLER + K-1:K-1)
                                  IS NUMERIC
                              AND PI-PARM-DATEN(Z-ZAEHLER + K-1:K-1)
                                  > '0'
                              AND PI-PARM-DATEN(Z-ZAEHLER + K-1:K-1)
                                  <= K-TEIL-MAX
                              MOVE PI-PARM-DATEN(Z-ZAEHLER + K-1:K-1)
                                TO Z-TEIL-NR
                              SET S-TEILLAUF-AKTIV TO TRUE
                           ELSE
                              MOVE 'V00  '         TO ERR-ORT-SEC
                              MOVE K-89            TO ERR-ORT-LFD
                              MOVE 'PARM: TEILLAUF-NUMMER NICHT 1 BIS 4'
                                                   TO ERR-VAR-ZEILE01
                              MOVE PI-PARM-DATEN   TO ERR-VAR-ZEILE02
                              PERFORM BR93-PROG-FEHLER
                              PERFORM U01-ABBRUCH
                           END-IF
      *
                      WHEN PI-PARM-DATEN(Z-ZAEHLER:1) IS NUMERIC
                      WHEN PI-PARM-DATEN(Z-ZAEHLER:1) = ','
              DISPLAY 'V00-PARM-PRUEFEN: PROBELAUF AKTIV - BESTAND,'
                      ' VOLUMEN UND LAUFZUSTAND BLEIBEN UNVERAENDERT'
           END-IF
      *
           IF S-TEILLAUF-AKTIV
              DISPLAY 'V00-PARM-PRUEFEN: TEILLAUF ' Z-TEIL-NR
                      ' DES PARALLEL-TAGESLAUFS'
           END-IF
      *
           DISPLAY 'V00-PARM-PRUEFEN: DUBLETTENPRUEFUNG UEBER '
                   Z-DUBL-TAGE ' TAGE'
      *
           .
       V00-EXIT.
      * IN   : -                                                       -
      * OUT  : S-RESTART, Z-RESTART-ZAEHLER-EIN, Z-ZAEHLER-AUSGABE,     -
      *        Z-ZAEHLER-SUSPENSE, Z-TAGESDATUM-EUR, Z-STAT-GES-AUS,    -
      *        Z-STAT-MODUS-AUS, Z-ABST-... (OHNE GELESEN/KONS)        -
      * VERAR: PRÜFEN OB EINE RESTART-DATEI AUS EINEM VORANGEGANGENEN   -
      *        (DURCH BR94-DATEI-FEHLER ABGEBROCHENEN) LAUF VORLIEGT.   -
      *        WENN JA, WERDEN TAGESDATUM UND CHECKPOINT-ZÄHLER AUS DEM -
      *        SUMMEN SIND NICHT WIEDERAUFSETZBAR) - EIN EVTL.          -
      *        VORHANDENER RESTART-STAND WIRD IGNORIERT, DER LAUF       -
      *        BEGINNT IMMER BEI SATZ 1.                                -
      *        IM PARALLEL-TAGESLAUF HAT JEDER TEILLAUF SEINE EIGENE    -
      *        RESTART-DATEI, ES WIRD NUR DER ABGEBROCHENE TEILLAUF     -
      *        WIEDERHOLT. EIN RESTART-STAND EINES ANDEREN TEILLAUFS    -
      *        (ODER DES NORMALEN TAGESLAUFS) FUEHRT ZUM ABBRUCH -      -
      *        DIE DD-ZUORDNUNG IST DANN FALSCH.                        -
      *----------------------------------------------------------------
           SET S-RESTART-INAKTIV            TO TRUE
      *
              IF S-RESTART-OK
                 AND RESTART-SATZ-PGM-NAME    = K-PGM-NAME
                 AND RESTART-SATZ-ZAEHLER-EIN > ZERO
      *
                 IF RESTART-SATZ-PARTITION NOT = Z-TEIL-NR
                    DISPLAY ' *** ABBRUCH: RESTART-STAND GEHOERT ZU '
                            'TEILLAUF ' RESTART-SATZ-PARTITION
                            ', AKTUELL TEILLAUF ' Z-TEIL-NR ' ***'
                    MOVE 'V01  '            TO ERR-ORT-SEC
                    MOVE K-86               TO ERR-ORT-LFD
                    MOVE 'RESTART-DATEI GEHOERT ZU ANDEREM TEILLAUF'
                                            TO ERR-VAR-ZEILE01
                    MOVE RESTART-SATZ-PARTITION
                                            TO ERR-VAR-ZEILE02
                    PERFORM BR93-PROG-FEHLER
                    PERFORM U01-ABBRUCH
                 END-IF
      *
                 SET S-RESTART-AKTIV           TO TRUE
                 MOVE RESTART-SATZ-ZAEHLER-EIN TO Z-RESTART-ZAEHLER-EIN
                                               TO Z-ZAEHLER-AEND-FELDER
                 MOVE RESTART-SATZ-ZAEHLER-VERM
                                               TO Z-ZAEHLER-VERM-AUSN
                 MOVE RESTART-SATZ-ZAEHLER-SPERR
                                               TO Z-ZAEHLER-GESPERRT
                 MOVE RESTART-SATZ-ZAEHLER-DUBL
                                               TO Z-ZAEHLER-DUBLETTE
                 MOVE RESTART-SATZ-ZAEHLER-TAG TO Z-ZAEHLER-TAG
                 SET S-TAGESDATUM-OK           TO TRUE
                 MOVE 'R'                      TO Z-TEIL-DATUM-QUELLE
      *
                 PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                         Z-ZAEHLER > K-17
                         MOVE RESTART-SATZ-STAT-MOD-AUS (Z-ZAEHLER)
                           TO Z-STAT-MODUS-AUS (Z-ZAEHLER)
                 END-PERFORM
      *
                 PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                         Z-ZAEHLER > K-18
                         MOVE RESTART-SATZ-ABST-SUSP (Z-ZAEHLER)
                           TO Z-ABST-SUSPENSE (Z-ZAEHLER)
                         MOVE RESTART-SATZ-ABST-PRUEF (Z-ZAEHLER)
                           TO Z-ABST-PRUEF (Z-ZAEHLER)
                         MOVE RESTART-SATZ-ABST-VERM (Z-ZAEHLER)
                           TO Z-ABST-VERM (Z-ZAEHLER)
                         MOVE RESTART-SATZ-ABST-SPERR (Z-ZAEHLER)
                           TO Z-ABST-GESPERRT (Z-ZAEHLER)
                         MOVE RESTART-SATZ-ABST-OANTR (Z-ZAEHLER)
                           TO Z-ABST-O-ANTR (Z-ZAEHLER)
                 END-PERFORM
      *
              END-IF
      *
      *        DIESE SÄTZE TROTZDEM FORTGESCHRIEBEN, DAMIT DIE JE-      -
      *        GESELLSCHAFT/MODUS-AUFGLIEDERUNG IN N12-PROTOKOLL AUCH   -
      *        NACH RESTART MIT Z-ZAEHLER-EINGABE ÜBEREINSTIMMT.        -
      *        EBENSO WIRD Z-ABST-GELESEN (TAGESABSTIMMUNG) FORT-       -
      *        GESCHRIEBEN; DIE UEBRIGEN ABSTIMMKATEGORIEN KOMMEN AUS   -
      *        DEM RESTART-SATZ (VGL. V01).                             -
      *----------------------------------------------------------------
           PERFORM WITH TEST BEFORE
              UNTIL Z-ZAEHLER-EINGABE NOT < Z-RESTART-ZAEHLER-EIN
                 IF TDS-RECYCLING-KZ = K-RECYCLING-KZ
                    ADD K-1                     TO Z-ZAEHLER-REPARIERT
                 END-IF
                 IF TDS-RECYCLING-KZ = K-SPERR-KZ
                    ADD K-1                     TO Z-ZAEHLER-SPERR-WV
                 END-IF
                 PERFORM U29-LAUF-FINGERABDRUCK
                 PERFORM U14-STAT-EINGELESEN
                 MOVE TDS-PGEB-GES              TO Z-ABST-SUCH-GES
                 PERFORM U32-ABST-GES-SUCHEN
                 ADD K-1               TO Z-ABST-GELESEN (Z-ABST-IDX)
      *
              WHEN OTHER
                 MOVE 'V02  '                     TO ERR-ORT-SEC
           .
       V03-EXIT.
           EXIT.
      *----------------------------------------------------------------
       V05-SPERR-PERSONEN-LADEN SECTION.
      *----------------------------------------------------------------
      * IN   : SPERR-DATEI (SEQUENTIELL)                                -
      * OUT  : Z-SPERR-PERS-BEREICH                                     -
      * VERAR: ALLE OFFENEN SPERREN LESEN UND DIE GESPERRTE PERSON      -
      *        (NAME NORMIERT, GEBURTSDATUM) IN DIE TABELLE LADEN.      -
      *        DIE SPERRE GILT DAMIT NICHT NUR FUER PIN + GESELLSCHAFT  -
      *        DES GESENDETEN ANTRAGS, SONDERN AUCH FUER JEDEN NEUEN    -
      *        ANTRAG DIESER PERSON (U301-SPERR-PERSON-PRUEFEN).        -
      *        MEHRERE SPERREN DERSELBEN PERSON (MEHRERE ANTRAEGE)      -
      *        ERGEBEN MEHRERE GLEICHE EINTRAEGE - DIE PERSON IST ERST  -
      *        FREI, WENN ALLE IHRE SPERREN FREIGEGEBEN SIND.           -
      *----------------------------------------------------------------
           MOVE ZERO                     TO Z-SPERR-PERS-ANZAHL
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-SPERR-OK
      *
              READ SPERR-DATEI NEXT RECORD
      *
              EVALUATE TRUE
              WHEN S-SPERR-OK
      *
                 IF SPERR-SATZ-STATUS = K-SPERRE-OFFEN
                    PERFORM V051-SPERR-PERSON-MERKEN
                 END-IF
      *
              WHEN S-SPERR-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'V05  '            TO ERR-ORT-SEC
                 MOVE K-87               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM LESEN SPERR-DATEI (SEQUENTIELL)'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-SPERR-STATUS     TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           DISPLAY 'V05-SPERR-PERSONEN-LADEN: ' Z-SPERR-PERS-ANZAHL
                   ' PERSONEN MIT OFFENER SANKTIONS-SPERRE'
      *
           .
       V05-EXIT.
           EXIT.
      *----------------------------------------------------------------
       V051-SPERR-PERSON-MERKEN SECTION.
      *----------------------------------------------------------------
      * IN   : SPERR-SATZ                                               -
      * OUT  : Z-SPERR-PERS-TAB (NEUER EINTRAG)                         -
      *----------------------------------------------------------------
           IF Z-SPERR-PERS-ANZAHL >= K-SPERR-PERS-MAX
              MOVE 'V051 '               TO ERR-ORT-SEC
              MOVE K-88                  TO ERR-ORT-LFD
              MOVE 'TABELLE OFFENE SANKTIONS-SPERREN UEBERGELAUFEN'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-SPERR-PERS-ANZAHL
           MOVE Z-SPERR-PERS-ANZAHL      TO Z-SPERR-PERS-LFD
      *
           MOVE SPERR-SATZ-ZUNAME        TO Z-NORM-NAME
           PERFORM U303-NAME-NORMIEREN
           MOVE Z-NORM-NAME
             TO Z-SPERR-PERS-ZUNAME (Z-SPERR-PERS-LFD)
      *
           MOVE SPERR-SATZ-VORNAME       TO Z-NORM-NAME
           PERFORM U303-NAME-NORMIEREN
           MOVE Z-NORM-NAME
             TO Z-SPERR-PERS-VORNAME (Z-SPERR-PERS-LFD)
      *
           MOVE SPERR-SATZ-GEB-DAT
             TO Z-SPERR-PERS-GEB-DAT (Z-SPERR-PERS-LFD)
      *
           .
       V051-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       N0-NACHLAUF SECTION.
           END-IF
      *
           PERFORM N12-PROTOKOLL
      *
      *    * IM TEILLAUF SCHREIBT PMAN0096 DIE KONTROLLSAETZE FUER
      *      DEN GANZEN TAG AUS DEN ABSCHLUSSSAETZEN ALLER TEIL-
      *      LAEUFE (VOR DEM TRAILER, DAMIT EIN ABBRUCH HIER NOCH
      *      WIEDERAUFSETZBAR IST)
           IF S-TEILLAUF-AKTIV
              PERFORM N17-TEILLAUF-SCHREIBEN
           ELSE
              PERFORM N16-ABSTIMMUNG-SCHREIBEN
           END-IF
      *
           PERFORM N14-VOLUMEN-SCHREIBEN
           PERFORM N10-TRAILER-SCHREIBEN
           PERFORM N11-DATEIEN-SCHLIESSEN
              MOVE KONS-W2-PGEB-GES     TO Z-KONS-AKT-GES
              MOVE KONS-W2-NR           TO Z-KONS-AKT-NR
              MOVE KONS-W2-MODUS        TO Z-KONS-ERST-MODUS
      *
           ELSE
      *
      *    * JEDER WEITERE SATZ DESSELBEN ANTRAGS GEHT IM ENDZUSTAND
      *      AUF UND ZAEHLT IN DER TAGESABSTIMMUNG ALS KONSOLIDIERT
              MOVE KONS-W2-PGEB-GES     TO Z-ABST-SUCH-GES
              PERFORM U32-ABST-GES-SUCHEN
              ADD K-1                   TO Z-ABST-KONS (Z-ABST-IDX)
      *
           END-IF
      *
      *
                   ADD K-1 TO Z-ZAEHLER-NETTIERT
                   MOVE SPACE TO TDS-MODUS
      *    * DER VERBLEIBENDE SATZ DES NETTIERTEN ANTRAGS ZAEHLT IN
      *      DER TAGESABSTIMMUNG ALS KONSOLIDIERT
                   MOVE TDS-PGEB-GES TO Z-ABST-SUCH-GES
                   PERFORM U32-ABST-GES-SUCHEN
                   ADD K-1 TO Z-ABST-KONS (Z-ABST-IDX)
      *
                ELSE
      *
              PERFORM U27-VERMITTLER-PRUEFEN
              PERFORM U26-AENDERUNGS-LOG
              PERFORM U18-SATZ-PRUEFEN
              PERFORM U30-SANKTION-PRUEFEN
      *
              IF S-PRUEFUNG-OK
                 AND S-VERM-PR-OK
                 AND S-SPERRE-OK
                 IF S-GRUPPEN-AKTIV
                    PERFORM U22-GRUPPENWECHSEL
                 END-IF
                    PERFORM U23-GRUPPEN-SUMMEN
                 END-IF
                 PERFORM U21-BESTAND-FORTSCHREIBEN
                 PERFORM U31-DUBLETTEN-PRUEFEN
              ELSE
                 PERFORM U33-ABST-NICHT-GESENDET
              END-IF
      *
           END-IF
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           IF S-SPERR-DATEI-DA
      *
              CLOSE SPERR-DATEI
      *
              IF NOT S-SPERR-OK
                 MOVE 'N11  '            TO ERR-ORT-SEC
                 MOVE K-69               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM SCHLIEßEN SPERR-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-SPERR-STATUS     TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
           END-IF
      *
           CLOSE SPERR-AUSGABE

           IF NOT S-SPAU-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-70                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN SPERR-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SPAU-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE DUBL-DATEI

           IF NOT S-DUBL-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-75                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN DUBL-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DUBL-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE DUBL-AUSGABE

           IF NOT S-DUBA-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-76                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN DUBL-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DUBA-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * IM PROBELAUF BLEIBT AUCH DIE RESTART-DATEI UNVERAENDERT
           IF S-PROBELAUF-AKTIV
           DISPLAY ' PROTOKOLL: ERSTELLEN AUSWERTUNG ERFASSTE ANTRAEGE'
                   ' DVAG-WIEN (NUR OESTERR. GES.) AM ' Z-TAGESDATUM-EUR

           IF S-TEILLAUF-AKTIV
              DISPLAY ' '
              DISPLAY ' *** TEILLAUF ' Z-TEIL-NR ' DES PARALLEL-'
                      'TAGESLAUFS - GESAMTSUMMEN SIEHE PMAN0096 ***'
           END-IF

           IF S-PROBELAUF-AKTIV
              DISPLAY ' '
              DISPLAY ' *** PROBELAUF: BESTAND, VOLUMEN, SENDEARCHIV'
           DISPLAY '   (NICHT NACH WIEN AUSGEGEBEN)   :'
                   Z-ZAEHLER-VERM-AUSN
           DISPLAY ' '
           DISPLAY 'ANZAHL WG. SANKTIONS-SPERRE'
           DISPLAY '   (ZURUECKGEHALTEN, SPERR-AUSGABE) :'
                   Z-ZAEHLER-GESPERRT
           DISPLAY 'DAVON WIEDER EINGESPEIST          :'
                   Z-ZAEHLER-SPERR-WV
           DISPLAY ' '
           DISPLAY 'ANZAHL DUBLETTEN-VERDACHTSFAELLE'
           DISPLAY '   (GESENDET, KLAERUNG INNENDIENST):'
                   Z-ZAEHLER-DUBLETTE
           DISPLAY ' '
           DISPLAY 'ANZAHL SAETZE IN SENDEARCHIV      :'
                   Z-ZAEHLER-ARCHIV
           DISPLAY ' '
      * VERAR: ROLLIERENDE HISTORIE NEU SCHREIBEN: DIE JUENGSTEN        -
      *        (K-VOL-LAEUFE - 1) LAEUFE DER BISHERIGEN HISTORIE        -
      *        PLUS DER HEUTIGE LAUF. IM PROBELAUF BLEIBT DIE           -
      *        HISTORIE UNVERAENDERT. IM TEILLAUF SCHREIBT PMAN0096     -
      *        DIE HISTORIE FUER DEN GANZEN TAG.                        -
      *-----------------------------------------------------------------
           IF S-PROBELAUF-AKTIV
              OR S-TEILLAUF-AKTIV
              GO TO N14-EXIT
           END-IF
      *
      *        GENERATIONEN ERKENNT. BEIM ALLERERSTEN LAUF EXISTIERT    -
      *        DIE DATEI NOCH NICHT (STATUS 35) UND WIRD NEU            -
      *        ANGELEGT. IM PROBELAUF BLEIBT DIE LAUF-KONTROLLDATEI     -
      *        UNVERAENDERT. IM TEILLAUF SCHREIBT PMAN0096 DEN SATZ     -
      *        FUER DEN GANZEN TAG, WENN ALLE TEILLAEUFE BEENDET SIND.  -
      *-----------------------------------------------------------------
           IF S-PROBELAUF-AKTIV
              OR S-TEILLAUF-AKTIV
              GO TO N15-EXIT
           END-IF
      *
      *-----------------------------------------------------------------
           WRITE VOL-SATZ
      *
           IF NOT S-VOLUMEN-OK
              MOVE 'N141 '               TO ERR-ORT-SEC
              MOVE K-45                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN VOLUMEN-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-VOLUMEN-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N141-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N16-ABSTIMMUNG-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-ABST-..., Z-STAT-GES-AUS, Z-TAGESDATUM-EUR             -
      * OUT  : ABST-AUSGABE                                             -
      * VERAR: KONTROLLSAETZE DER TAGESABSTIMMUNG SCHREIBEN: JE         -
      *        GESELLSCHAFT MIT GELESENEN SAETZEN EIN SATZ JE           -
      *        KATEGORIE (GELESEN, GESENDET, SUSPENSE, PRUEFDATEI,      -
      *        VERM-AUSN, GESPERRT, KONSOLIDIERT, TDS-O-ANTR). DIE      -
      *        SAETZE FUER GESELLSCHAFT '**' (UNBEKANNTE/NICHT          -
      *        OESTERR. GESELLSCHAFTEN) WERDEN IMMER GESCHRIEBEN,       -
      *        DAMIT PMAN0091 AUCH EINEN LEEREN TAG ERKENNT.            -
      *        ES GILT: GELESEN = GESENDET + SUSPENSE + PRUEFDATEI +    -
      *        VERM-AUSN + GESPERRT + KONSOLIDIERT.                     -
      *        IM PROBELAUF WERDEN DIE SAETZE ALS 'TEST' MARKIERT.      -
      *-----------------------------------------------------------------
           OPEN OUTPUT ABST-AUSGABE
      *
           IF NOT S-ABST-OK
              MOVE 'N16  '               TO ERR-ORT-SEC
              MOVE K-80                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN ABST-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ABST-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM VARYING Z-ABST-IDX FROM K-1 BY K-1
             UNTIL Z-ABST-IDX > K-18
      *
              IF Z-ABST-GELESEN (Z-ABST-IDX) > ZERO
                 OR Z-ABST-IDX = K-18
      *
                 IF Z-ABST-IDX = K-18
                    MOVE '**'                     TO Z-ABST-GES-X
                    MOVE ZERO                     TO Z-ABST-ANZAHL
                 ELSE
                    MOVE Z-STAT-GES-NR (Z-ABST-IDX) TO Z-ABST-GES-X
                    MOVE Z-STAT-GES-AUS (Z-ABST-IDX) TO Z-ABST-ANZAHL
                 END-IF
      *
                 MOVE 'GESENDET'                  TO Z-ABST-KATEGORIE
                 PERFORM N161-ABST-SATZ
      *
                 MOVE 'GELESEN'                   TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-GELESEN (Z-ABST-IDX) TO Z-ABST-ANZAHL
                 PERFORM N161-ABST-SATZ
      *
                 MOVE 'SUSPENSE'                  TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-SUSPENSE (Z-ABST-IDX) TO Z-ABST-ANZAHL
                 PERFORM N161-ABST-SATZ
      *
                 MOVE 'PRUEFDATEI'                TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-PRUEF (Z-ABST-IDX)   TO Z-ABST-ANZAHL
                 PERFORM N161-ABST-SATZ
      *
                 MOVE 'VERM-AUSN'                 TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-VERM (Z-ABST-IDX)    TO Z-ABST-ANZAHL
                 PERFORM N161-ABST-SATZ
      *
                 MOVE 'GESPERRT'                  TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-GESPERRT (Z-ABST-IDX) TO Z-ABST-ANZAHL
                 PERFORM N161-ABST-SATZ
      *
                 MOVE 'KONSOLIDIERT'              TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-KONS (Z-ABST-IDX)    TO Z-ABST-ANZAHL
                 PERFORM N161-ABST-SATZ
      *
                 MOVE 'TDS-O-ANTR'                TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-O-ANTR (Z-ABST-IDX)  TO Z-ABST-ANZAHL
                 PERFORM N161-ABST-SATZ
      *
              END-IF
      *
           END-PERFORM
      *
           CLOSE ABST-AUSGABE
      *
           IF NOT S-ABST-OK
              MOVE 'N16  '               TO ERR-ORT-SEC
              MOVE K-81                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN ABST-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ABST-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           DISPLAY 'ANZAHL KONTROLLSAETZE TAGESABSTIMMUNG:  '
                   Z-ABST-SAETZE
           DISPLAY ' '
      *
           .
       N16-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N161-ABST-SATZ SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-ABST-GES-X, Z-ABST-KATEGORIE, Z-ABST-ANZAHL            -
      * OUT  : ABST-AUSGABE                                             -
      *-----------------------------------------------------------------
           MOVE SPACE                    TO ABST-SATZ-AUS
      *
           MOVE ';'                      TO ABST-SATZ-DATEN-SEMIK-1
                                            ABST-SATZ-DATEN-SEMIK-2
                                            ABST-SATZ-DATEN-SEMIK-3
                                            ABST-SATZ-DATEN-SEMIK-4
                                            ABST-SATZ-DATEN-SEMIK-5
      *
           MOVE K-PGM-NAME               TO ABST-SATZ-DATEN-PGM
           MOVE Z-TAGESDATUM-EUR         TO ABST-SATZ-DATEN-DATUM
           MOVE Z-ABST-GES-X             TO ABST-SATZ-DATEN-PGEB-GES
           MOVE Z-ABST-KATEGORIE         TO ABST-SATZ-DATEN-KATEGORIE
           MOVE Z-ABST-ANZAHL            TO ABST-SATZ-DATEN-ANZAHL
      *
           IF S-PROBELAUF-AKTIV
              MOVE 'TEST'                TO ABST-SATZ-DATEN-FILLER
           END-IF
      *
           WRITE ABST-SATZ-AUS
      *
           IF NOT S-ABST-OK
              MOVE 'N161 '               TO ERR-ORT-SEC
              MOVE K-82                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN ABST-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ABST-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-ABST-SAETZE
      *
           .
       N161-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N17-TEILLAUF-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-ZAEHLER-..., Z-STAT-..., Z-ABST-..., Z-TEIL-NR,        -
      *        Z-TAGESDATUM-EUR, Z-LAUF-ERST-NR, Z-LAUF-LETZT-NR        -
      * OUT  : TEIL-AUSGABE                                             -
      * VERAR: ABSCHLUSSSATZ DES TEILLAUFS (DRAN0279) MIT ALLEN         -
      *        ZAEHLERN DES PROTOKOLLS UND DER TAGESABSTIMMUNG FUER     -
      *        DEN ZUSAMMENFUEHRUNGSLAUF PMAN0096 SCHREIBEN. AUFRUF     -
      *        NACH N12-PROTOKOLL (Z-ZAEHLER-AUSGABE ENTHAELT DANN NUR  -
      *        NOCH DIE DATENSAETZE, WIE IM TRAILERSATZ).               -
      *-----------------------------------------------------------------
           OPEN OUTPUT TEIL-AUSGABE
      *
           IF NOT S-TEIL-OK
              MOVE 'N17  '               TO ERR-ORT-SEC
              MOVE K-83                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN TEIL-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TEIL-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           MOVE SPACE                    TO TEIL-SATZ
           MOVE ZERO                     TO TEIL-SATZ-ZAEHLER
      *
           MOVE K-PGM-NAME               TO TEIL-SATZ-PGM-NAME
           MOVE Z-TEIL-NR                TO TEIL-SATZ-PARTITION
           MOVE Z-TAGESDATUM-EUR         TO TEIL-SATZ-TAGESDATUM
           MOVE Z-TEIL-DATUM-QUELLE      TO TEIL-SATZ-DATUM-QUELLE
           MOVE Z-LAUF-ERST-NR           TO TEIL-SATZ-ERST-TDS-NR
           MOVE Z-LAUF-LETZT-NR          TO TEIL-SATZ-LETZT-TDS-NR
      *
           IF S-PROBELAUF-AKTIV
              MOVE 'J'                   TO TEIL-SATZ-PROBELAUF
           END-IF
      *
           IF S-RESTART-AKTIV
              MOVE 'J'                   TO TEIL-SATZ-RESTART
           END-IF
      *
           IF S-VERM-STAMM-FEHLT
              MOVE 'J'                   TO TEIL-SATZ-VERM-FEHLT
           END-IF
      *
           IF S-GRUPPEN-FRAGMENTIERT
              MOVE 'J'                   TO TEIL-SATZ-GRP-FRAGMENT
           END-IF
      *
           MOVE Z-ZAEHLER-EINGABE        TO TEIL-SATZ-ZAEHLER-EIN
           MOVE Z-ZAEHLER-AUSGABE        TO TEIL-SATZ-ZAEHLER-AUS
           MOVE Z-ZAEHLER-SUSPENSE       TO TEIL-SATZ-ZAEHLER-SUSP
           MOVE Z-ZAEHLER-NETTIERT       TO TEIL-SATZ-ZAEHLER-NETT
           MOVE Z-ZAEHLER-PRUEF          TO TEIL-SATZ-ZAEHLER-PRUEF
           MOVE Z-ZAEHLER-INHABER        TO TEIL-SATZ-ZAEHLER-INH
           MOVE Z-ZAEHLER-AEND-FELDER    TO TEIL-SATZ-ZAEHLER-AEND
           MOVE Z-ZAEHLER-REPARIERT      TO TEIL-SATZ-ZAEHLER-REP
           MOVE Z-ZAEHLER-VERM-AUSN      TO TEIL-SATZ-ZAEHLER-VERM
           MOVE Z-ZAEHLER-GESPERRT       TO TEIL-SATZ-ZAEHLER-SPERR
           MOVE Z-ZAEHLER-SPERR-WV       TO TEIL-SATZ-ZAEHLER-SPWV
           MOVE Z-ZAEHLER-DUBLETTE       TO TEIL-SATZ-ZAEHLER-DUBL
           MOVE Z-ZAEHLER-ARCHIV         TO TEIL-SATZ-ZAEHLER-ARCH
           MOVE Z-KONS-ANZAHL            TO TEIL-SATZ-ZAEHLER-KONS
           MOVE Z-ZAEHLER-GRUPPENZEILEN  TO TEIL-SATZ-ZAEHLER-GRP
           MOVE Z-ZAEHLER-TAG            TO TEIL-SATZ-ZAEHLER-TAG
      *
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-17
                   MOVE Z-STAT-GES-EIN (Z-ZAEHLER)
                     TO TEIL-SATZ-STAT-GES-EIN (Z-ZAEHLER)
                   MOVE Z-STAT-GES-AUS (Z-ZAEHLER)
                     TO TEIL-SATZ-STAT-GES-AUS (Z-ZAEHLER)
           END-PERFORM
      *
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-6
                   MOVE Z-STAT-MODUS-EIN (Z-ZAEHLER)
                     TO TEIL-SATZ-STAT-MOD-EIN (Z-ZAEHLER)
                   MOVE Z-STAT-MODUS-AUS (Z-ZAEHLER)
                     TO TEIL-SATZ-STAT-MOD-AUS (Z-ZAEHLER)
           END-PERFORM
      *
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-18
                   MOVE Z-ABST-GELESEN (Z-ZAEHLER)
                     TO TEIL-SATZ-ABST-GELESEN (Z-ZAEHLER)
                   MOVE Z-ABST-SUSPENSE (Z-ZAEHLER)
                     TO TEIL-SATZ-ABST-SUSP (Z-ZAEHLER)
                   MOVE Z-ABST-PRUEF (Z-ZAEHLER)
                     TO TEIL-SATZ-ABST-PRUEF (Z-ZAEHLER)
                   MOVE Z-ABST-VERM (Z-ZAEHLER)
                     TO TEIL-SATZ-ABST-VERM (Z-ZAEHLER)
                   MOVE Z-ABST-GESPERRT (Z-ZAEHLER)
                     TO TEIL-SATZ-ABST-SPERR (Z-ZAEHLER)
                   MOVE Z-ABST-KONS (Z-ZAEHLER)
                     TO TEIL-SATZ-ABST-KONS (Z-ZAEHLER)
                   MOVE Z-ABST-O-ANTR (Z-ZAEHLER)
                     TO TEIL-SATZ-ABST-OANTR (Z-ZAEHLER)
           END-PERFORM
      *
           WRITE TEIL-SATZ
      *
           IF NOT S-TEIL-OK
              MOVE 'N17  '               TO ERR-ORT-SEC
              MOVE K-84                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN TEIL-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TEIL-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE TEIL-AUSGABE
      *
           IF NOT S-TEIL-OK
              MOVE 'N17  '               TO ERR-ORT-SEC
              MOVE K-85                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN TEIL-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TEIL-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           DISPLAY 'ABSCHLUSSSATZ TEILLAUF ' Z-TEIL-NR
                   ' FUER PMAN0096 GESCHRIEBEN'
           DISPLAY ' '
      *
           .
       N17-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      **** HINWEIS DAS ANTRAG NICHT GEFUNDEN WURDE
                MOVE 'ANTRAG ZWISCHENZEITLICH WIEDER GELOESCHT'
                  TO          WIEN-SATZ-DATEN-BERUFSGRP
      *
      **** FUER DIE TAGESABSTIMMUNG (ABGLEICH MIT 'TDS-OHNE-ANTRAG'
      **** IN PMAN0078) MITZAEHLEN
                MOVE TDS-PGEB-GES TO Z-ABST-SUCH-GES
                PERFORM U32-ABST-GES-SUCHEN
                ADD K-1 TO Z-ABST-O-ANTR (Z-ABST-IDX)
      *
                GO TO U03-EXIT
      *
       U06-CHECKPOINT-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-ZAEHLER-EINGABE, Z-TAGESDATUM-EUR, TDS-NR,              -
      *        Z-STAT-GES-AUS, Z-STAT-MODUS-AUS, Z-ABST-...             -
      * OUT  : RESTART-DATEI                                            -
      * VERAR: NACH JEDEM ERFOLGREICH NACH WIEN-AUSGABE GESCHRIEBENEN   -
      *        SATZ WIRD DER AKTUELLE STAND (ZÄHLER EINGABE, TAGES-     -
           MOVE Z-ZAEHLER-INHABER        TO RESTART-SATZ-ZAEHLER-INH
           MOVE Z-ZAEHLER-AEND-FELDER    TO RESTART-SATZ-ZAEHLER-AEND
           MOVE Z-ZAEHLER-VERM-AUSN      TO RESTART-SATZ-ZAEHLER-VERM
           MOVE Z-ZAEHLER-GESPERRT       TO RESTART-SATZ-ZAEHLER-SPERR
           MOVE Z-ZAEHLER-DUBLETTE       TO RESTART-SATZ-ZAEHLER-DUBL
           MOVE Z-ZAEHLER-TAG            TO RESTART-SATZ-ZAEHLER-TAG
           MOVE Z-TEIL-NR                TO RESTART-SATZ-PARTITION
      *
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-17
                   MOVE Z-STAT-MODUS-AUS (Z-ZAEHLER)
                     TO RESTART-SATZ-STAT-MOD-AUS (Z-ZAEHLER)
           END-PERFORM
      *
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-18
                   MOVE Z-ABST-SUSPENSE (Z-ZAEHLER)
                     TO RESTART-SATZ-ABST-SUSP (Z-ZAEHLER)
                   MOVE Z-ABST-PRUEF (Z-ZAEHLER)
                     TO RESTART-SATZ-ABST-PRUEF (Z-ZAEHLER)
                   MOVE Z-ABST-VERM (Z-ZAEHLER)
                     TO RESTART-SATZ-ABST-VERM (Z-ZAEHLER)
                   MOVE Z-ABST-GESPERRT (Z-ZAEHLER)
                     TO RESTART-SATZ-ABST-SPERR (Z-ZAEHLER)
                   MOVE Z-ABST-O-ANTR (Z-ZAEHLER)
                     TO RESTART-SATZ-ABST-OANTR (Z-ZAEHLER)
           END-PERFORM
      *
           OPEN OUTPUT RESTART-DATEI
      *
      *      DER EIGENTLICHEN TAGESEINGABE - SIE DUERFEN DAS
      *      VERARBEITUNGSDATUM NICHT BESTIMMEN, SONST WUERDE DER
      *      GANZE LAUF (WIEN-KOPF, BESTAND, SENDEARCHIV, LAUF-
      *      KONTROLLE) AUF DEN ALTEN TAG GESTEMPELT. DASSELBE
      *      GILT FUER WEGEN SANKTIONS-SPERRE ZURUECKGEHALTENE
      *      SAETZE (SPERR-AUSGABE DER VORLAEUFE)
                             IF TDS-RECYCLING-KZ = K-RECYCLING-KZ
                                OR TDS-RECYCLING-KZ = K-SPERR-KZ
                                GO TO AAA-1000
                             END-IF
      *
                                MOVE Z-PARM-TAGESDATUM-EUR
                                  TO WIEN-SATZ-AUS (71:10)
                                     Z-TAGESDATUM-EUR
                                MOVE 'P' TO Z-TEIL-DATUM-QUELLE
      *
                             ELSE
      *
                                MOVE 'T' TO Z-TEIL-DATUM-QUELLE
                                MOVE TDS-DATUM
                                  TO Z-TAGESDATUM-TDS-FORMAT
                                MOVE Z-TAGESDATUM-TDS-FORMAT(6:2)
      *** SIND KEINE TDS-SÄTZE VORHANDEN WIRD PER SQL DAS TAGESDATUM
      *** ERMITTELT UND IN DIE AUSGABEDATEI GESCHREIBEN
                   PERFORM U08-TAGESDATUM
      *
                   IF S-TAGESDATUM-PARM-VORHANDEN
                      MOVE 'P'    TO Z-TEIL-DATUM-QUELLE
                   ELSE
                      MOVE 'S'    TO Z-TEIL-DATUM-QUELLE
                   END-IF
      
      * SCHREIBEN ÜBERSCHRIFT + DATUM IN AUSGABE-DATEI
                   MOVE SPACE    TO WIEN-SATZ-AUS
           END-IF
      *
           ADD  K-1                  TO Z-ZAEHLER-SUSPENSE
      *
           MOVE TDS-PGEB-GES         TO Z-ABST-SUCH-GES
           PERFORM U32-ABST-GES-SUCHEN
           ADD  K-1                  TO Z-ABST-SUSPENSE (Z-ABST-IDX)
      *
           .
       U13-EXIT.
       U16-SCHREIBEN-TAGDATEI SECTION.
      *-----------------------------------------------------------------
      * IN   : WIEN-SATZ-DATEN                                          -
      * OUT  : TAG-AUSGABE, Z-ZAEHLER-TAG                                -
      * VERAR: SCHREIBEN DES ZU WIEN-SATZ-DATEN GEHÖRIGEN SATZES IN DAS  -
      *        SELBSTBESCHREIBENDE TAG=WERT-FORMAT (TAG-AUSGABE),        -
      *        GLEICHER SCHLÜSSEL WIE WIEN-AUSGABE                       -
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD  K-1                   TO Z-ZAEHLER-TAG
      *
           .
       U16-EXIT.
       U28-SCHREIBEN-ARCHIV SECTION.
      *-----------------------------------------------------------------
      * IN   : WIEN-SATZ-AUS (SOEBEN GESENDETER DATENSATZ),             -
      *        TDS-NR, TDS-MODUS, Z-TAGESDATUM-EUR                      -
      * OUT  : ARCHIV-DATEI, Z-ZAEHLER-ARCHIV                           -
      * VERAR: DEN SOEBEN NACH WIEN-AUSGABE GESCHRIEBENEN DATENSATZ     -
      *        ZUSAETZLICH IN DAS KUMULATIVE SENDEARCHIV STELLEN        -
           MOVE WIEN-SATZ-DATEN-VNR-ANTR TO ARCH-SATZ-VNR-ANTR
           MOVE WIEN-SATZ-DATEN-SATZART  TO ARCH-SATZ-SATZART
           MOVE WIEN-SATZ-AUS            TO ARCH-SATZ-WIEN-SATZ
      *
      *    * TDS-NR UND MODUS FUER DEN BESTANDSAUFBAU AUS DEM ARCHIV
      *      (PMAN0089) - DER WIEN-SATZ SELBST TRAEGT BEIDES NICHT
      *      ZUVERLAESSIG
           MOVE TDS-NR                   TO ARCH-SATZ-TDS-NR
           MOVE TDS-MODUS                TO ARCH-SATZ-MODUS
      *
           WRITE ARCH-SATZ
      *
           .
       U273-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U30-SANKTION-PRUEFEN SECTION.
      *-----------------------------------------------------------------
      * IN   : WIEN-SATZ-DATEN-PIN, WIEN-SATZ-DATEN-PGEB-GES,           -
      *        TDS-SATZ, SPERR-DATEI                                    -
      * OUT  : S-SPERRE, GGF. SPERR-AUSGABE, Z-ZAEHLER-GESPERRT         -
      * VERAR: PIN + GESELLSCHAFT GEGEN DIE SANKTIONS-SPERRDATEI        -
      *        (PMAN0087) PRUEFEN. OHNE OFFENE SPERRE DES ANTRAGS       -
      *        WERDEN DIE INHABER (1-5) GEGEN DIE PERSONEN MIT OFFENER  -
      *        SPERRE GEPRUEFT (U301), DAMIT EINE GESPERRTE PERSON      -
      *        AUCH UNTER NEUER PIN NICHTS NACH WIEN SENDET.            -
      *        BEI OFFENER SPERRE WIRD DER SATZ                         -
      *        NICHT NACH WIEN AUSGEGEBEN, SONDERN MIT RECYCLING-KZ     -
      *        'S' UNVERAENDERT IN DIE SPERR-AUSGABE GESCHRIEBEN. DIE   -
      *        SPERR-AUSGABE WIRD DEM NAECHSTEN TAGESLAUF WIEDER        -
      *        VORANGESTELLT; IST DIE SPERRE DANN FREIGEGEBEN, GEHT     -
      *        DER SATZ REGULAER NACH WIEN.                             -
      *        LOESCHSAETZE ('D '/'DU') SIND WIE BEI U27 AUSGENOMMEN.   -
      *        BEREITS ANDERWEITIG BEANSTANDETE SAETZE WERDEN NICHT     -
      *        NOCHMALS GEPRUEFT. IM PROBELAUF WIRD NUR GEZAEHLT, DA    -
      *        DER ORIGINALSATZ KEINE TEST-KENNUNG TRAGEN KANN.         -
      *-----------------------------------------------------------------
           SET S-SPERRE-OK TO TRUE
      *
           IF S-SPERR-DATEI-FEHLT
              GO TO U30-EXIT
           END-IF
      *
           IF NOT S-PRUEFUNG-OK
              OR NOT S-VERM-PR-OK
              GO TO U30-EXIT
           END-IF
      *
           EVALUATE TDS-MODUS
           WHEN 'D '
           WHEN 'DU'
      *
                GO TO U30-EXIT
      *
           WHEN OTHER
      *
                CONTINUE
      *
           END-EVALUATE
      *
           MOVE WIEN-SATZ-DATEN-PIN      TO SPERR-SATZ-PIN
           MOVE WIEN-SATZ-DATEN-PGEB-GES TO SPERR-SATZ-PGEB-GES
      *
           SET S-SPERR-TREFFER-NEIN      TO TRUE
      *
           READ SPERR-DATEI
      *
           EVALUATE TRUE
           WHEN S-SPERR-OK
      *
                IF SPERR-SATZ-STATUS = K-SPERRE-OFFEN
                   SET S-SPERR-TREFFER-JA TO TRUE
                END-IF
      *
           WHEN S-SPERR-NOTFND
      *
                CONTINUE
      *
           WHEN OTHER
      *
                MOVE 'U30  '             TO ERR-ORT-SEC
                MOVE K-71                TO ERR-ORT-LFD
                MOVE 'FEHLER BEIM LESEN SPERR-DATEI'
                                         TO ERR-VAR-ZEILE01
                MOVE S-SPERR-STATUS      TO S-DATEI-STATUS
                PERFORM BR94-DATEI-FEHLER
                PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
           IF S-SPERR-TREFFER-NEIN
              PERFORM U301-SPERR-PERSON-PRUEFEN
           END-IF
      *
           IF S-SPERR-TREFFER-NEIN
              GO TO U30-EXIT
           END-IF
      *
      *    * OFFENE SPERRE - SATZ ZURUECKHALTEN
           SET S-SPERRE-AKTIV TO TRUE
           ADD K-1 TO Z-ZAEHLER-GESPERRT
      *
           IF S-PROBELAUF-AKTIV
              GO TO U30-EXIT
           END-IF
      *
           MOVE K-SPERR-KZ            TO TDS-RECYCLING-KZ
      *
           WRITE SPERR-SATZ-AUS FROM TDS-SATZ
      *
           IF NOT S-SPAU-OK
              MOVE 'U30  '           TO ERR-ORT-SEC
              MOVE K-72              TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN SPERR-AUSGABE-DATEI'
                                     TO ERR-VAR-ZEILE01
              MOVE S-SPAU-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       U30-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U301-SPERR-PERSON-PRUEFEN SECTION.
      *-----------------------------------------------------------------
      * IN   : WIEN-SATZ-DATEN-KD-..., WIEN-S-DATEN-W-INH-...,           -
      *        Z-SPERR-PERS-TAB                                         -
      * OUT  : S-SPERR-TREFFER                                          -
      * VERAR: HAUPTINHABER UND WEITERE INHABER (2-5) DES WIEN-SATZES   -
      *        GEGEN DIE PERSONEN MIT OFFENER SPERRE PRUEFEN (GLEICHER  -
      *        VERGLEICH WIE U051-PERSON-VERGLEICHEN IN PMAN0087:       -
      *        NORMIERTER ZUNAME, VORNAME UND GEBURTSDATUM)             -
      *-----------------------------------------------------------------
           IF Z-SPERR-PERS-ANZAHL = ZERO
              GO TO U301-EXIT
           END-IF
      *
           MOVE WIEN-SATZ-DATEN-KD-ZUNAME  TO Z-PERS-ZUNAME
           MOVE WIEN-SATZ-DATEN-KD-VORNAME TO Z-PERS-VORNAME
           MOVE WIEN-SATZ-DATEN-KD-GEB-DAT TO Z-PERS-GEB-DAT-EUR
           PERFORM U302-PERSON-VERGLEICHEN
      *
           PERFORM VARYING Z-PERS-INH-LFD FROM K-1 BY K-1
             UNTIL Z-PERS-INH-LFD > K-4
                OR S-SPERR-TREFFER-JA
      *
              IF WIEN-S-DATEN-W-INH-KD-ZUNAME (Z-PERS-INH-LFD)
                 NOT = SPACE
                 MOVE WIEN-S-DATEN-W-INH-KD-ZUNAME (Z-PERS-INH-LFD)
                                         TO Z-PERS-ZUNAME
                 MOVE WIEN-S-DATEN-W-INH-KD-VORNAME (Z-PERS-INH-LFD)
                                         TO Z-PERS-VORNAME
                 MOVE WIEN-S-DATEN-W-INH-KD-GEB-DAT (Z-PERS-INH-LFD)
                                         TO Z-PERS-GEB-DAT-EUR
                 PERFORM U302-PERSON-VERGLEICHEN
              END-IF
      *
           END-PERFORM
      *
           .
       U301-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U302-PERSON-VERGLEICHEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-PERS-ZUNAME/-VORNAME/-GEB-DAT-EUR, Z-SPERR-PERS-TAB    -
      * OUT  : S-SPERR-TREFFER                                          -
      *-----------------------------------------------------------------
           IF S-SPERR-TREFFER-JA
              GO TO U302-EXIT
           END-IF
      *
           MOVE Z-PERS-ZUNAME            TO Z-NORM-NAME
           PERFORM U303-NAME-NORMIEREN
           MOVE Z-NORM-NAME              TO Z-PERS-ZUNAME
      *
           MOVE Z-PERS-VORNAME           TO Z-NORM-NAME
           PERFORM U303-NAME-NORMIEREN
           MOVE Z-NORM-NAME              TO Z-PERS-VORNAME
      *
      *    * TT.MM.JJJJ -> TTMMJJ
           MOVE Z-PERS-GEB-DAT-EUR(1:2)  TO Z-PERS-GEB-DAT(1:2)
           MOVE Z-PERS-GEB-DAT-EUR(4:2)  TO Z-PERS-GEB-DAT(3:2)
           MOVE Z-PERS-GEB-DAT-EUR(9:2)  TO Z-PERS-GEB-DAT(5:2)
      *
           PERFORM VARYING Z-SPERR-PERS-LFD FROM K-1 BY K-1
             UNTIL Z-SPERR-PERS-LFD > Z-SPERR-PERS-ANZAHL
                OR S-SPERR-TREFFER-JA
      *
              IF Z-SPERR-PERS-ZUNAME (Z-SPERR-PERS-LFD) = Z-PERS-ZUNAME
                 AND Z-SPERR-PERS-VORNAME (Z-SPERR-PERS-LFD)
                   = Z-PERS-VORNAME
                 AND Z-SPERR-PERS-GEB-DAT (Z-SPERR-PERS-LFD)
                   = Z-PERS-GEB-DAT
                 SET S-SPERR-TREFFER-JA  TO TRUE
              END-IF
      *
           END-PERFORM
      *
           .
       U302-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U303-NAME-NORMIEREN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-NORM-NAME                                              -
      * OUT  : Z-NORM-NAME (NORMIERT)                                   -
      * VERAR: WIE U02-NAME-NORMIEREN IN PMAN0087 (BEIDE SEITEN DES     -
      *        VERGLEICHS MUESSEN GLEICH NORMIERT SEIN): GROSSSCHRIFT,  -
      *        UMLAUTE UND SZ TRANSKRIBIEREN, BINDESTRICH, PUNKT UND    -
      *        APOSTROPH ALS LEERZEICHEN, FUEHRENDE LEERZEICHEN WEG.    -
      *-----------------------------------------------------------------
           INSPECT Z-NORM-NAME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
      *
           INSPECT Z-NORM-NAME REPLACING ALL
                   'ä' BY 'Ä'
                   'ö' BY 'Ö'
                   'ü' BY 'Ü'
      *
           INSPECT Z-NORM-NAME REPLACING ALL
                   'Ä' BY 'AE'
                   'Ö' BY 'OE'
                   'Ü' BY 'UE'
                   'ß' BY 'SS'
      *
           INSPECT Z-NORM-NAME CONVERTING
                   '-.''' TO '   '
      *
           IF Z-NORM-NAME NOT = SPACE
              PERFORM UNTIL Z-NORM-NAME(1:1) NOT = SPACE
                 MOVE Z-NORM-NAME(2:)    TO Z-NORM-REST
                 MOVE Z-NORM-REST        TO Z-NORM-NAME
              END-PERFORM
           END-IF
      *
           .
       U303-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U31-DUBLETTEN-PRUEFEN SECTION.
      *-----------------------------------------------------------------
      * IN   : TDS-SATZ, WIEN-SATZ-DATEN, Z-DUBL-TAGE, DUBL-DATEI       -
      * OUT  : DUBL-DATEI, GGF. DUBL-AUSGABE, Z-ZAEHLER-DUBLETTE        -
      * VERAR: JEDEN GESENDETEN NEUZUGANG ('I '/'I2') GEGEN DIE         -
      *        DUBLETTEN-DATEI PRUEFEN. SCHLUESSEL IST DER VERSICHE-    -
      *        RUNGSNEHMER (NAME, VORNAME, GEB.-DATUM) MIT GESELL-      -
      *        SCHAFT UND HAUPTPRODUKT. JEDER FRUEHERE NEUZUGANG UNTER  -
      *        ANDERER TDS-NR INNERHALB DER LETZTEN Z-DUBL-TAGE TAGE    -
      *        (BEZOGEN AUF DIE ERFASSUNGSDATEN BEIDER ANTRAEGE AUS     -
      *        TDS-DATUM, NICHT AUF DAS VERARBEITUNGSDATUM - EIN        -
      *        RESTART ODER NACHLAUF VERSCHIEBT DEN ZEITRAUM NICHT)     -
      *        MIT AEHNLICHEM BEITRAG (ABWEICHUNG HOECHSTENS            -
      *        K-DUBL-TOLERANZ PROZENT DES GROESSEREN BEITRAGS) WIRD    -
      *        ALS VERDACHTSPAAR IN DIE DUBLETTEN-AUSGABE GESCHRIEBEN.  -
      *        DER SATZ SELBST GEHT TROTZDEM NACH WIEN.                 -
      *        ANSCHLIESSEND WIRD DER NEUZUGANG IN DIE DUBLETTEN-DATEI  -
      *        UEBERNOMMEN. IST DIE EIGENE TDS-NR DORT SCHON            -
      *        VORHANDEN (WIEDERHOLUNG NACH RESTART, ERNEUTE SENDUNG),  -
      *        WIRD NUR DER EINTRAG AKTUALISIERT.                       -
      *        SAETZE OHNE NAME ODER GEBURTSDATUM WERDEN NICHT          -
      *        GEPRUEFT. IM PROBELAUF BLEIBT DIE DUBLETTEN-DATEI        -
      *        UNVERAENDERT.                                            -
      *-----------------------------------------------------------------
           EVALUATE TDS-MODUS
           WHEN 'I '
           WHEN 'I2'
      *
                CONTINUE
      *
           WHEN OTHER
      *
                GO TO U31-EXIT
      *
           END-EVALUATE
      *
           IF WIEN-SATZ-DATEN-KD-ZUNAME = SPACE
              OR WIEN-SATZ-DATEN-KD-GEB-DAT = SPACE
              GO TO U31-EXIT
           END-IF
      *
      *    * ERFASSUNGSDATUM DES ANTRAGS (TDS-DATUM, IM WIEN-SATZ
      *      BEREITS MIT JAHRHUNDERT AUFBEREITET) -> JJJJMMTT
           MOVE WIEN-SATZ-DATEN-ED-JAHRH TO Z-DUBL-DATUM-X(1:2)
           MOVE WIEN-SATZ-DATEN-ED-JAHR  TO Z-DUBL-DATUM-X(3:2)
           MOVE WIEN-SATZ-DATEN-ED-MONAT TO Z-DUBL-DATUM-X(5:2)
           MOVE WIEN-SATZ-DATEN-ED-TAG   TO Z-DUBL-DATUM-X(7:2)
      *
           IF Z-DUBL-DATUM-X NOT NUMERIC
              GO TO U31-EXIT
           END-IF
      *
           COMPUTE Z-DUBL-TAG-NEU
                 = FUNCTION INTEGER-OF-DATE (Z-DUBL-DATUM)
      *
      *    * BEITRAG WIE IN U211 AUS DEM AUFBEREITETEN WIEN-SATZ
           IF WIEN-SATZ-DATEN-AN-BEITRAG = SPACE
              MOVE WIEN-SATZ-DATEN-BEITRAG-SUM
                                         TO Z-PRUEF-BETRAG
           ELSE
              MOVE WIEN-SATZ-DATEN-AN-BEITRAG
                                         TO Z-PRUEF-BETRAG
           END-IF
      *
           PERFORM U24-BETRAG-WERT
      *
           MOVE Z-GRP-WERT               TO Z-DUBL-BEITRAG
      *
           MOVE WIEN-SATZ-DATEN-KD-ZUNAME  TO DUBL-SATZ-ZUNAME
           MOVE WIEN-SATZ-DATEN-KD-VORNAME TO DUBL-SATZ-VORNAME
           MOVE WIEN-SATZ-DATEN-KD-GEB-DAT TO DUBL-SATZ-GEB-DAT
           MOVE TDS-PGEB-GES               TO DUBL-SATZ-PGEB-GES
           MOVE WIEN-SATZ-DATEN-PROD-SCHL-1
                                           TO DUBL-SATZ-PROD-SCHL
      *
           READ DUBL-DATEI
      *
           EVALUATE TRUE
           WHEN S-DUBL-OK
      *
                MOVE ZERO                TO Z-DUBL-EIGEN
      *
                PERFORM U311-DUBLETTE-VERGLEICHEN
                   VARYING Z-DUBL-IX FROM K-1 BY K-1
                     UNTIL Z-DUBL-IX > DUBL-SATZ-ANZAHL
                        OR Z-DUBL-IX > K-DUBL-EINTRAEGE
      *
                IF S-PROBELAUF-AKTIV
                   GO TO U31-EXIT
                END-IF
      *
                IF Z-DUBL-EIGEN > ZERO
      *
                   MOVE Z-DUBL-EIGEN     TO Z-DUBL-IX
      *
                ELSE
      *
                   IF DUBL-SATZ-ANZAHL < K-DUBL-EINTRAEGE
      *
                      ADD K-1            TO DUBL-SATZ-ANZAHL
      *
                   ELSE
      *
      *    * TABELLE VOLL - AELTESTEN EINTRAG VERDRAENGEN
                      PERFORM VARYING Z-DUBL-IX FROM K-1 BY K-1
                                UNTIL Z-DUBL-IX >= K-DUBL-EINTRAEGE
                         MOVE DUBL-SATZ-EINTRAG(Z-DUBL-IX + K-1)
                                         TO DUBL-SATZ-EINTRAG(Z-DUBL-IX)
                      END-PERFORM
      *
                   END-IF
      *
                   MOVE DUBL-SATZ-ANZAHL TO Z-DUBL-IX
                   MOVE TDS-NR           TO DUBL-SATZ-TDS-NR(Z-DUBL-IX)
                   MOVE Z-DUBL-DATUM     TO DUBL-SATZ-ERF-DAT(Z-DUBL-IX)
      *
                END-IF
      *
                MOVE TDS-AVERM           TO DUBL-SATZ-VBNR(Z-DUBL-IX)
                MOVE Z-DUBL-BEITRAG      TO DUBL-SATZ-BEITRAG(Z-DUBL-IX)
      *
                REWRITE DUBL-SATZ
      *
           WHEN S-DUBL-NOTFND
      *
                IF S-PROBELAUF-AKTIV
                   GO TO U31-EXIT
                END-IF
      *
                MOVE K-1                 TO DUBL-SATZ-ANZAHL
                                            Z-DUBL-IX
                MOVE TDS-NR              TO DUBL-SATZ-TDS-NR(Z-DUBL-IX)
                MOVE Z-DUBL-DATUM        TO DUBL-SATZ-ERF-DAT(Z-DUBL-IX)
                MOVE TDS-AVERM           TO DUBL-SATZ-VBNR(Z-DUBL-IX)
                MOVE Z-DUBL-BEITRAG      TO DUBL-SATZ-BEITRAG(Z-DUBL-IX)
      *
                PERFORM VARYING Z-DUBL-IX FROM K-2 BY K-1
                          UNTIL Z-DUBL-IX > K-DUBL-EINTRAEGE
                   MOVE SPACE            TO DUBL-SATZ-TDS-NR(Z-DUBL-IX)
                                            DUBL-SATZ-VBNR(Z-DUBL-IX)
                   MOVE ZERO             TO DUBL-SATZ-ERF-DAT(Z-DUBL-IX)
                                            DUBL-SATZ-BEITRAG(Z-DUBL-IX)
                END-PERFORM
      *
                MOVE SPACE               TO DUBL-SATZ-FILLER
      *
                WRITE DUBL-SATZ
      *
           WHEN OTHER
      *
                MOVE 'U31  '             TO ERR-ORT-SEC
                MOVE K-77                TO ERR-ORT-LFD
                MOVE 'FEHLER BEIM LESEN DUBL-DATEI'
                                         TO ERR-VAR-ZEILE01
                MOVE S-DUBL-STATUS       TO S-DATEI-STATUS
                PERFORM BR94-DATEI-FEHLER
                PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
           IF NOT S-DUBL-OK
              MOVE 'U31  '               TO ERR-ORT-SEC
              MOVE K-78                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM FORTSCHREIBEN DUBL-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DUBL-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       U31-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U311-DUBLETTE-VERGLEICHEN SECTION.
      *-----------------------------------------------------------------
      * IN   : DUBL-SATZ-EINTRAG(Z-DUBL-IX), TDS-NR, Z-DUBL-BEITRAG,    -
      *        Z-DUBL-TAG-NEU, Z-DUBL-TAGE                              -
      * OUT  : Z-DUBL-EIGEN, GGF. DUBL-AUSGABE                          -
      * VERAR: EINEN FRUEHEREN NEUZUGANG MIT DEM AKTUELLEN              -
      *        VERGLEICHEN (ZEITRAUM UND BEITRAGSTOLERANZ). DER         -
      *        ABSTAND DER ERFASSUNGSDATEN ZAEHLT IN BEIDE RICHTUNGEN   -
      *        (EIN NACHGELIEFERTER ALTER ANTRAG KANN FRUEHER ERFASST   -
      *        SEIN ALS DER BEREITS GESPEICHERTE).                      -
      *-----------------------------------------------------------------
           IF DUBL-SATZ-TDS-NR(Z-DUBL-IX) = TDS-NR
              MOVE Z-DUBL-IX             TO Z-DUBL-EIGEN
              GO TO U311-EXIT
           END-IF
      *
           IF DUBL-SATZ-ERF-DAT(Z-DUBL-IX) NOT NUMERIC
              OR DUBL-SATZ-ERF-DAT(Z-DUBL-IX) = ZERO
              GO TO U311-EXIT
           END-IF
      *
           COMPUTE Z-DUBL-TAG-ALT
                 = FUNCTION INTEGER-OF-DATE
                            (DUBL-SATZ-ERF-DAT(Z-DUBL-IX))
      *
           IF Z-DUBL-TAG-ALT = ZERO
              GO TO U311-EXIT
           END-IF
      *
           IF Z-DUBL-TAG-NEU < Z-DUBL-TAG-ALT
              COMPUTE Z-DUBL-TAG-ABSTAND = Z-DUBL-TAG-ALT
                                         - Z-DUBL-TAG-NEU
           ELSE
              COMPUTE Z-DUBL-TAG-ABSTAND = Z-DUBL-TAG-NEU
                                         - Z-DUBL-TAG-ALT
           END-IF
      *
           IF Z-DUBL-TAG-ABSTAND > Z-DUBL-TAGE
              GO TO U311-EXIT
           END-IF
      *
      *    * BEITRAGSTOLERANZ BEZOGEN AUF DEN GROESSEREN BEITRAG
           IF Z-DUBL-BEITRAG > DUBL-SATZ-BEITRAG(Z-DUBL-IX)
              COMPUTE Z-DUBL-DIFFERENZ = Z-DUBL-BEITRAG
                                       - DUBL-SATZ-BEITRAG(Z-DUBL-IX)
              COMPUTE Z-DUBL-GRENZE = Z-DUBL-BEITRAG
                                    * K-DUBL-TOLERANZ / K-100
           ELSE
              COMPUTE Z-DUBL-DIFFERENZ = DUBL-SATZ-BEITRAG(Z-DUBL-IX)
                                       - Z-DUBL-BEITRAG
              COMPUTE Z-DUBL-GRENZE = DUBL-SATZ-BEITRAG(Z-DUBL-IX)
                                    * K-DUBL-TOLERANZ / K-100
           END-IF
      *
           IF Z-DUBL-DIFFERENZ > Z-DUBL-GRENZE
              GO TO U311-EXIT
           END-IF
      *
           ADD K-1                       TO Z-ZAEHLER-DUBLETTE
      *
           PERFORM U312-SCHREIBEN-DUBLETTE
      *
           .
       U311-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U312-SCHREIBEN-DUBLETTE SECTION.
      *-----------------------------------------------------------------
      * IN   : DUBL-SATZ, Z-DUBL-IX, TDS-SATZ, Z-DUBL-DATUM,            -
      *        Z-DUBL-BEITRAG                                           -
      * OUT  : DUBL-AUSGABE                                             -
      *-----------------------------------------------------------------
           MOVE SPACE                 TO DUBV-SATZ-AUS
      *
           MOVE ';'                   TO DUBV-SATZ-DATEN-SEMIK-1
                                         DUBV-SATZ-DATEN-SEMIK-2
                                         DUBV-SATZ-DATEN-SEMIK-3
                                         DUBV-SATZ-DATEN-SEMIK-4
                                         DUBV-SATZ-DATEN-SEMIK-5
                                         DUBV-SATZ-DATEN-SEMIK-6
                                         DUBV-SATZ-DATEN-SEMIK-7
                                         DUBV-SATZ-DATEN-SEMIK-8
                                         DUBV-SATZ-DATEN-SEMIK-9
                                         DUBV-SATZ-DATEN-SEMIK-10
                                         DUBV-SATZ-DATEN-SEMIK-11
                                         DUBV-SATZ-DATEN-SEMIK-12
                                         DUBV-SATZ-DATEN-SEMIK-13
      *
           MOVE DUBL-SATZ-PGEB-GES    TO DUBV-SATZ-DATEN-PGEB-GES
           MOVE DUBL-SATZ-ZUNAME      TO DUBV-SATZ-DATEN-ZUNAME
           MOVE DUBL-SATZ-VORNAME     TO DUBV-SATZ-DATEN-VORNAME
           MOVE DUBL-SATZ-GEB-DAT     TO DUBV-SATZ-DATEN-GEB-DAT
           MOVE DUBL-SATZ-PROD-SCHL   TO DUBV-SATZ-DATEN-PROD-SCHL
      *
           MOVE TDS-NR                TO DUBV-SATZ-DATEN-NEU-NR
           MOVE TDS-AVERM             TO DUBV-SATZ-DATEN-NEU-VBNR
      *
      *    * ERFASSUNGSDATUM DES NEUEN ANTRAGS JJJJMMTT -> TT.MM.JJJJ
           MOVE Z-DUBL-DATUM-X(7:2)   TO Z-DUBL-DATUM-EUR(1:2)
           MOVE '.'                   TO Z-DUBL-DATUM-EUR(3:1)
           MOVE Z-DUBL-DATUM-X(5:2)   TO Z-DUBL-DATUM-EUR(4:2)
           MOVE '.'                   TO Z-DUBL-DATUM-EUR(6:1)
           MOVE Z-DUBL-DATUM-X(1:4)   TO Z-DUBL-DATUM-EUR(7:4)
           MOVE Z-DUBL-DATUM-EUR      TO DUBV-SATZ-DATEN-NEU-ERF-DAT
      *
           MOVE Z-DUBL-BEITRAG        TO Z-DUBL-BETRAG-EDIT
           MOVE Z-DUBL-BETRAG-EDIT    TO DUBV-SATZ-DATEN-NEU-BEITRAG
      *
           MOVE DUBL-SATZ-TDS-NR(Z-DUBL-IX)
                                      TO DUBV-SATZ-DATEN-ALT-NR
           MOVE DUBL-SATZ-VBNR(Z-DUBL-IX)
                                      TO DUBV-SATZ-DATEN-ALT-VBNR
      *
      *    * ERFASSUNGSDATUM JJJJMMTT -> TT.MM.JJJJ
           MOVE DUBL-SATZ-ERF-DAT(Z-DUBL-IX)
                                      TO Z-DUBL-DATUM-ALT
           MOVE Z-DUBL-DATUM-ALT-X(7:2)
                                      TO Z-DUBL-DATUM-EUR(1:2)
           MOVE '.'                   TO Z-DUBL-DATUM-EUR(3:1)
           MOVE Z-DUBL-DATUM-ALT-X(5:2)
                                      TO Z-DUBL-DATUM-EUR(4:2)
           MOVE '.'                   TO Z-DUBL-DATUM-EUR(6:1)
           MOVE Z-DUBL-DATUM-ALT-X(1:4)
                                      TO Z-DUBL-DATUM-EUR(7:4)
           MOVE Z-DUBL-DATUM-EUR      TO DUBV-SATZ-DATEN-ALT-ERF-DAT
      *
           MOVE DUBL-SATZ-BEITRAG(Z-DUBL-IX)
                                      TO Z-DUBL-BETRAG-EDIT
           MOVE Z-DUBL-BETRAG-EDIT    TO DUBV-SATZ-DATEN-ALT-BEITRAG
      *
           IF S-PROBELAUF-AKTIV
              MOVE 'TEST'             TO DUBV-SATZ-DATEN-FILLER
           END-IF
      *
           WRITE DUBV-SATZ-AUS
      *
           IF NOT S-DUBA-OK
              MOVE 'U312 '           TO ERR-ORT-SEC
              MOVE K-79              TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN DUBL-AUSGABE-DATEI'
                                     TO ERR-VAR-ZEILE01
              MOVE S-DUBA-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       U312-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U32-ABST-GES-SUCHEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-ABST-SUCH-GES                                          -
      * OUT  : Z-ABST-IDX                                               -
      * VERAR: PLATZ DER GESELLSCHAFT IN DEN TABELLEN DER TAGES-        -
      *        ABSTIMMUNG (REIHENFOLGE WIE Z-STAT-GES-NR). UNBEKANNTE   -
      *        ODER NICHT OESTERR. GESELLSCHAFTEN ERHALTEN PLATZ 18.    -
      *-----------------------------------------------------------------
           MOVE K-18 TO Z-ABST-IDX
      *
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-17
      *
                   IF Z-STAT-GES-NR (Z-ZAEHLER) = Z-ABST-SUCH-GES
                      MOVE Z-ZAEHLER TO Z-ABST-IDX
                      MOVE K-17 TO Z-ZAEHLER
                   END-IF
      *
           END-PERFORM
      *
           .
       U32-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U33-ABST-NICHT-GESENDET SECTION.
      *-----------------------------------------------------------------
      * IN   : TDS-PGEB-GES, S-VERM-PR, S-PRUEFUNG, S-SPERRE            -
      * OUT  : Z-ABST-VERM, Z-ABST-PRUEF, Z-ABST-GESPERRT               -
      * VERAR: EINEN NICHT GESENDETEN SATZ FUER DIE TAGESABSTIMMUNG     -
      *        GENAU EINER KATEGORIE ZUORDNEN. IST DER SATZ MEHRFACH    -
      *        BEANSTANDET, GILT DIE REIHENFOLGE VERM-AUSNAHME, PRUEF-  -
      *        DATEI, SANKTIONS-SPERRE (DIE GESAMTZAEHLER IN            -
      *        N12-PROTOKOLL ZAEHLEN DAGEGEN JE AUSGABEDATEI).          -
      *-----------------------------------------------------------------
           MOVE TDS-PGEB-GES TO Z-ABST-SUCH-GES
           PERFORM U32-ABST-GES-SUCHEN
      *
           EVALUATE TRUE
           WHEN S-VERM-PR-NOK
              ADD K-1 TO Z-ABST-VERM (Z-ABST-IDX)
           WHEN S-PRUEFUNG-NOK
              ADD K-1 TO Z-ABST-PRUEF (Z-ABST-IDX)
           WHEN OTHER
              ADD K-1 TO Z-ABST-GESPERRT (Z-ABST-IDX)
           END-EVALUATE
      *
           .
       U33-EXIT.
           EXIT.
      ***********************************************************
      *    ALLE SQL-STATEMENTS (AUSSER DECLARE CURSOR)          *
      ***********************************************************
