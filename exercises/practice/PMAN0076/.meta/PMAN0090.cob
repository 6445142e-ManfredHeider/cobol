       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PMAN0090.
       AUTHOR.        RAHNER.
      *
      ****************************************************************
      *                                                              *
      *   BESCHREIBUNG: MONATLICHE BESTANDSUEBERTRAGUNG BEIM         *
      *                 AUSSCHEIDEN VON VERMITTLERN. PMAN0076 (U27)  *
      *                 WEIST NUR NEUE TDS-SAETZE INAKTIVER          *
      *                 VERMITTLER AB - DIE AKTIVEN BESTAND-         *
      *                 EINTRAEGE (DRAN0237) BEHIELTEN BISHER DIE    *
      *                 ALTE VBNR, WIEN ORDNETE SIE WEITER DEM       *
      *                 AUSGESCHIEDENEN VERMITTLER ZU.               *
      *                                                              *
      *   ABLAUF: 1. SEQ. LESEN DER BESTAND-SAETZE. AKTIVE EINTRAEGE *
      *              EINES IM VERMITTLER-STAMM (DRAN0247) INAKTIVEN  *
      *              VERMITTLERS WERDEN MIT DEM NACHFOLGER           *
      *              (VERM-SATZ-NACHFOLGER-NR, UEBER MEHRERE         *
      *              AUSGESCHIEDENE NACHFOLGER HINWEG) IN EINE       *
      *              WORK-DATEI GESTELLT.                            *
      *           2. GIBT ES UEBERTRAGBARE EINTRAEGE, WIRD AUS DEM   *
      *              SENDEARCHIV (DRAN0251) EIN NACH TDS-NR +        *
      *              GESELLSCHAFT + SENDEFOLGE SORTIERTER AUSZUG     *
      *              GEBILDET. DER ZULETZT GESENDETE WIEN-SATZ IST   *
      *              DIE GRUNDLAGE DES KORREKTURSATZES.              *
      *           3. JE EINTRAG (MATCH GEGEN DEN AUSZUG):            *
      *                - NACHFOLGER UND SENDESATZ VORHANDEN:         *
      *                  KORREKTURSATZ NACH WIEN (DRAN0227, SATZART  *
      *                  'UN' BZW. 'VO' MIT DER NEUEN VBNR), SATZ    *
      *                  INS SENDEARCHIV, BESTAND-EINTRAG UMHAENGEN  *
      *                  (REWRITE), ZEILE IM UEBERTRAGUNGSJOURNAL    *
      *                  (DRAN0264) FUER DIE BESTANDSPROVISION       *
      *                - SONST: ZEILE IN DER LISTE ZUR MANUELLEN     *
      *                  ZUORDNUNG (DRAN0265) MIT GRUND              *
      *                                                              *
      *   PARM: 'TTMMJJJJ' = UEBERTRAGUNGSSTICHTAG (WIRKSAM AB IM    *
      *         JOURNAL, SENDEDATUM DER KORREKTUREN IM ARCHIV UND    *
      *         DATUM IM KOPF DER KORREKTURDATEI)                    *
      *                                                              *
      *   HINWEIS: DER LAUF MUSS ZWISCHEN ZWEI TAGESLAEUFEN DES      *
      *            PMAN0076 LAUFEN (BESTAND-DATEI UND SENDEARCHIV    *
      *            WERDEN FORTGESCHRIEBEN). DIE KORREKTURDATEI       *
      *            WIRD WIE DIE NACHLIEFERUNG (PMAN0081) GESONDERT   *
      *            NACH WIEN UEBERTRAGEN.                            *
      *                                                              *
      ****************************************************************
      *                                                              *
      *   --------->  B A T C H - N O R M R A H M E N  <-----------  *
      *   --------->        N GRUPPENWECHSEL           <-----------  *
      *   --------->        1 EINGABEDATEI             <-----------  *
      *                                                              *
      ****************************************************************
      * LOGBUCH                                                      *
      ****************************************************************
      * AENDERUNGEN:                                                 *
      * AUFTRAG     ! DATUM  ! AENDERUNG                 ! NAME      *
      * -------------------------------------------------------------*
      * ANTRAG-2149 !15.10.26! NEU                       ! RAHNER    *
      *                                                              *
      * ENDE-LOGBUCH                                                 *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-4381.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    * BESTAND-DATEI: IM HAUPTLAUF SEQUENTIELL GELESEN, IN N13
      *      WAHLFREI GELESEN UND ZURUECKGESCHRIEBEN
           SELECT  BESTAND-DATEI ASSIGN  TO  BESTAND
                   ACCESS MODE           IS  DYNAMIC
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  BESTAND-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-BESTAND-STATUS.
      *
           SELECT  VERM-DATEI ASSIGN     TO  VERMSTA
                   ACCESS MODE           IS  RANDOM
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  VERM-SATZ-NR
                   FILE STATUS           IS  S-VERM-STATUS.
      *
      *    * SENDEARCHIV: IN N10 SEQUENTIELL GELESEN (AUSZUG), IN N13
      *      UM DIE KORREKTURSAETZE ERGAENZT
           SELECT  ARCHIV-DATEI ASSIGN   TO  SENDARCH
                   ACCESS MODE           IS  DYNAMIC
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  ARCH-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-ARCHIV-STATUS.
      *
      *    * UEBERTRAGUNGSKANDIDATEN (IN SCHLUESSELFOLGE DES BESTANDS)
           SELECT  UEB-WORK ASSIGN       TO  UEBWK
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-UEBW-STATUS.
      *
      *    * AUSZUG SENDEARCHIV (UNSORTIERT / SORTIERT)
           SELECT  SORT-DATEI ASSIGN     TO  SORTWK01.
      *
           SELECT  AX-WORK1 ASSIGN       TO  AXWK1
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-AXW1-STATUS.
      *
           SELECT  AX-WORK2 ASSIGN       TO  AXWK2
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-AXW2-STATUS.
      *
      *    * KORREKTURSAETZE FUER WIEN (DRAN0227-FORMAT)
           SELECT  WIEN-KORR ASSIGN      TO  WIENKORR
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-WIEN-KORR-STATUS.
      *
           SELECT  UEBJ-AUSGABE ASSIGN   TO  UEBJOUR
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-UEBJ-AUS-STATUS.
      *
           SELECT  MANU-AUSGABE ASSIGN   TO  MANUAUS
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-MANU-AUS-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  BESTAND-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0237.
      *
       FD  VERM-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0247.
      *
       FD  ARCHIV-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0251.
      *
       FD  UEB-WORK
           LABEL RECORD STANDARD.
       01  UEB-W-SATZ.
           05  UEB-W-SCHLUESSEL.
               10  UEB-W-NR                PIC X(015).
               10  UEB-W-PGEB-GES          PIC 9(002).
           05  UEB-W-ALT-VBNR              PIC X(007).
      *        NACHFOLGER (NULL = KEIN AKTIVER NACHFOLGER ERMITTELBAR)
           05  UEB-W-NEU-VBNR              PIC 9(007).
           05  UEB-W-BEITRAG               PIC 9(007)V99.
           05  UEB-W-VERM-NAME             PIC X(026).
           05  UEB-W-AUSTRITT-DAT          PIC 9(008).
      *        GRUND FUER DIE MANUELLE ZUORDNUNG (LEER = UEBERTRAGBAR)
           05  UEB-W-GRUND                 PIC X(040).
      *
      *    * SORTIERDATEI AUSZUG SENDEARCHIV (VGL. N10)
       SD  SORT-DATEI.
       01  AX-SORT-SATZ.
           05  AX-SORT-NR                  PIC X(015).
           05  AX-SORT-PGEB-GES            PIC 9(002).
           05  AX-SORT-SENDE-DAT           PIC 9(008).
           05  AX-SORT-LFD-NR              PIC 9(003).
           05  AX-SORT-ARCH-SATZ           PIC X(1555).
      *
       FD  AX-WORK1
           LABEL RECORD STANDARD.
      *    * GLEICHER AUFBAU WIE AX-SORT-SATZ: TDS-NR + GESELLSCHAFT +
      *      SENDEFOLGE, DAHINTER DER VOLLSTAENDIGE ARCHIVSATZ
       01  AX-W1-SATZ.
           05  AX-W1-NR                    PIC X(015).
           05  AX-W1-PGEB-GES              PIC 9(002).
           05  AX-W1-SENDE-DAT             PIC 9(008).
           05  AX-W1-LFD-NR                PIC 9(003).
           05  AX-W1-ARCH-SATZ             PIC X(1555).
      *
       FD  AX-WORK2
           LABEL RECORD STANDARD.
       01  AX-W2-SATZ.
           05  AX-W2-SCHLUESSEL.
               10  AX-W2-NR                PIC X(015).
               10  AX-W2-PGEB-GES          PIC 9(002).
           05  AX-W2-SENDE-DAT             PIC 9(008).
           05  AX-W2-LFD-NR                PIC 9(003).
           05  AX-W2-ARCH-SATZ             PIC X(1555).
      *
      *    * DIE KORREKTURDATEI HAT EXAKT DAS DRAN0227-FORMAT DER
      *      WIEN-AUSGABE (VERSANDFERTIG)
       FD  WIEN-KORR
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0227 REPLACING DRAN0227 BY WIEN-SATZ-AUS.
      *
       FD  UEBJ-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0264 REPLACING DRAN0264 BY UEBJ-SATZ-AUS.
      *
       FD  MANU-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0265 REPLACING DRAN0265 BY MANU-SATZ-AUS.
      *
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************

       01  FILLER.
           05  FILLER               PIC X(024)
                                    VALUE '*** WORKING-STORAGE ***'.
      *------------------------------------------------------------*
      * ERR-ERROR-BEREICH  -  STANDARD-FEHLER-BEREICH              *
      * BENÖTIGT: IMMER                                            *
      *------------------------------------------------------------*
       COPY DRAT0004.
      *------------------------------------------------------------*
      * D-ERROR-BEREICH  -  DRUCKAUFBEREITUNG ERROR-BEREICH        *
      * BENÖTIGT: IMMER                                            *
      *------------------------------------------------------------*
       COPY DRAT0006.
      *------------------------------------------------------------*
      * STANDARD-STATUS-BEREICH                                    *
      * BENÖTIGT: IMMER                                            *
      *------------------------------------------------------------*
       COPY DRAT0109.
      *
      **************************************************************
       01  FILLER.
           05  FILLER               PIC X(032)
                                    VALUE '*** KONSTANTEN ***'.
      *
           05  K-PGM-NAME                PIC X(008) VALUE 'PMAN0090'.
      *
      *    * KONSTANTEN FÜR STANDARD-RAHMEN (ZUSTAND)
           05  K-ZUSTAND-OK              PIC X(001) VALUE '1'.
           05  K-ZUSTAND-EOF             PIC X(001) VALUE '2'.
      *
      *    * HOECHSTENS SO VIELE AUSGESCHIEDENE NACHFOLGER WERDEN
      *      UEBERSPRUNGEN (SCHUTZ GEGEN ZYKLEN IM VERMITTLER-STAMM)
           05  K-KETTE-MAX               PIC S9(004) COMP VALUE 10.
      *
      *    * STANDARD-KONSTANTEN
           COPY DRAT0009.
      *
      *    * KONSTANTEN-GESELLSCHAFTEN
           COPY DRAT0084.
      *
      ****************************************************************
       01  FILLER.
           05  FILLER               PIC  X(032)
                                VALUE '*** SCHALTER /STEUERFELDER ***'.
      *
      *------------------------------------------------------------*
      * STEUERFELDER GRUPPENWECHSELSTEUERUNG                       *
      * BENÖTIGT: IMMER                                            *
      *------------------------------------------------------------*
           05 S-NEU.
                    20 S-NZ         PIC  X(001)        VALUE SPACE.

           05 S-ALT.
                    20 S-AZ         PIC  X(001)        VALUE SPACE.

      *----------------------------------------------------------------*
      * S-DATEI-STATUS                                                 *
      * BENÖTIGT: IMMER                                                *
      *----------------------------------------------------------------*
           05  S-DATEI-STATUS       PIC  X(002) VALUE SPACE.
               88 S-DATEI-OK                    VALUE '00'.
      *
           05  S-BESTAND-STATUS     PIC  X(002) VALUE SPACE.
               88 S-BESTAND-OK                  VALUE '00'.
               88 S-BESTAND-EOF                 VALUE '10'.
               88 S-BESTAND-NOTFND              VALUE '23'.
      *
           05  S-VERM-STATUS        PIC  X(002) VALUE SPACE.
               88 S-VERM-OK                     VALUE '00'.
               88 S-VERM-NOTFND                 VALUE '23'.
      *
           05  S-ARCHIV-STATUS      PIC  X(002) VALUE SPACE.
               88 S-ARCHIV-OK                   VALUE '00'.
               88 S-ARCHIV-EOF                  VALUE '10'.
               88 S-ARCHIV-DOPPELT              VALUE '22'.
      *
           05  S-UEBW-STATUS        PIC  X(002) VALUE SPACE.
               88 S-UEBW-OK                     VALUE '00'.
               88 S-UEBW-EOF                    VALUE '10'.
      *
           05  S-AXW1-STATUS        PIC  X(002) VALUE SPACE.
               88 S-AXW1-OK                     VALUE '00'.
      *
           05  S-AXW2-STATUS        PIC  X(002) VALUE SPACE.
               88 S-AXW2-OK                     VALUE '00'.
               88 S-AXW2-EOF                    VALUE '10'.
      *
           05  S-WIEN-KORR-STATUS   PIC  X(002) VALUE SPACE.
               88 S-WIEN-KORR-OK                VALUE '00'.
      *
           05  S-UEBJ-AUS-STATUS    PIC  X(002) VALUE SPACE.
               88 S-UEBJ-AUS-OK                 VALUE '00'.
      *
           05  S-MANU-AUS-STATUS    PIC  X(002) VALUE SPACE.
               88 S-MANU-AUS-OK                 VALUE '00'.
      *
      *    * AUSZUG-SEITE DES MATCH ERSCHOEPFT
           05  S-AX-VORRAT          PIC  9(001) VALUE ZERO.
               88 S-AX-VORHANDEN                VALUE 1.
               88 S-AX-ERSCHOEPFT               VALUE ZERO.
      *
      ******************************************************************
       01  FILLER.
           05  FILLER                        PIC X(032)
                                    VALUE '*** ZWISCHENFELDER ETC ***'.
      *
           05 Z-ZAEHLER-BESTAND-EIN   PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-AKTIV         PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-VBNR-UNGUELT  PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-VBNR-UNBEK    PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-INAKTIV       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-MIT-NACHF     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-OHNE-NACHF    PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-ARCHIV-EIN    PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-AUSZUG        PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-UEBERTRAGEN   PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-OHNE-ARCHIV   PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-VERAENDERT    PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-MANUELL       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-WIEN-KORR     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-ARCHIV-AUS    PIC 9(8) VALUE ZERO.
           05 Z-SUMME-UEBERTRAGEN     PIC 9(9)V99 VALUE ZERO.
      *
      *    * UEBERTRAGUNGSSTICHTAG (AUS PARM)
           05 Z-STICHTAG              PIC 9(008) VALUE ZERO.
           05 Z-STICHTAG-X REDEFINES Z-STICHTAG
                                      PIC X(008).
           05 Z-STICHTAG-TAGE         PIC S9(008) COMP VALUE ZERO.
           05 Z-STICHTAG-EUR          PIC X(010) VALUE SPACE.
      *
      *    * VERMITTLERNUMMER ALPHANUMERISCH (BESTAND/WIEN) UND
      *      NUMERISCH (VERMITTLER-STAMM)
           05 Z-VBNR-X                PIC X(007).
           05 Z-VBNR REDEFINES Z-VBNR-X
                                      PIC 9(007).
      *
      *    * NACHFOLGERSUCHE (U02/U021)
           05 Z-NACHF-NR              PIC 9(007).
           05 Z-KETTE-TIEFE           PIC S9(004) COMP VALUE ZERO.
      *
      *    * GESELLSCHAFT DES ARCHIVSATZES
           05 Z-ARCH-GES-X            PIC X(002).
           05 Z-ARCH-GES REDEFINES Z-ARCH-GES-X
                                      PIC 9(002).
      *
      *    * DATUMSAUFBEREITUNG (U09)
           05 Z-DATUM                 PIC 9(008).
           05 Z-DATUM-X REDEFINES Z-DATUM
                                      PIC X(008).
           05 Z-DATUM-EUR             PIC X(010).
      *
           05 Z-BEITRAG-EDIT          PIC ZZZZZZZZZ9,99.
           05 Z-SUMME-EDIT            PIC ZZZZZZZZZ9,99.
           05 Z-TRAILER-ANZAHL-EDIT   PIC Z(7)9.
      *
      *    * ZULETZT GESENDETER ARCHIVSATZ DES AKTUELLEN KANDIDATEN
      *      (LEER = KEIN SENDESATZ IM ARCHIV)
       01  Z-LETZT-ARCH-SATZ          PIC X(1555).

      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *    * PARM= AUS DER AUFRUFENDEN JCL:
      *      'TTMMJJJJ' = UEBERTRAGUNGSSTICHTAG
       01  PI-PARM-BEREICH.
           05  PI-PARM-LAENGE            PIC S9(004) COMP.
           05  PI-PARM-DATEN             PIC X(008).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING PI-PARM-BEREICH.
      *----------------------------------------------------------------
      *    STEUERUNG:
      *
      *    UEBERGEORDNETE ROUTINEN :  -
      *
      *    UNTERGEORDNETE ROUTINEN : VORLAUF
      *                              VERARBEITUNG
      *                              NACHLAUF
      *----------------------------------------------------------------
       S-HAUPTSTEUERUNG SECTION.
      *
           PERFORM V0-VORLAUF
           PERFORM E0-LESEN
      *
           PERFORM WITH TEST BEFORE    UNTIL S-NZ  NOT = K-ZUSTAND-OK
      *
                 PERFORM SB-BEARBEITUNG
      *
           END-PERFORM
      *
           PERFORM N0-NACHLAUF
      *
           STOP RUN
           .
      *
       S-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       SB-BEARBEITUNG SECTION.
      *-----------------------------------------------------------------
           PERFORM B1-BEARBEITUNG
           PERFORM E1-LESEN

           .
       SB-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       B1-BEARBEITUNG SECTION.
      *----------------------------------------------------------------*
      *  INPUT : BESTAND-SATZ                                           *
      *  OUTPUT: GGF. UEB-WORK                                          *
      *  VERARBEITUNG: AKTIVE EINTRAEGE GEGEN DEN VERMITTLER-STAMM      *
      *                PRUEFEN; EINTRAEGE INAKTIVER VERMITTLER MIT DEM  *
      *                ERMITTELTEN NACHFOLGER IN DIE WORK-DATEI STELLEN *
      *----------------------------------------------------------------*
      *
           IF BESTAND-SATZ-LOESCH-DAT NOT = ZERO
              GO TO B1-EXIT
           END-IF
      *
           ADD K-1 TO Z-ZAEHLER-AKTIV
      *
           MOVE BESTAND-SATZ-VBNR        TO Z-VBNR-X
      *
           IF Z-VBNR-X NOT NUMERIC
              ADD K-1 TO Z-ZAEHLER-VBNR-UNGUELT
              GO TO B1-EXIT
           END-IF
      *
           MOVE Z-VBNR                   TO VERM-SATZ-NR
      *
           READ VERM-DATEI
      *
           EVALUATE TRUE
           WHEN S-VERM-OK
      *
                IF VERM-SATZ-STATUS = K-A
                   GO TO B1-EXIT
                END-IF
      *
           WHEN S-VERM-NOTFND
      *
                ADD K-1 TO Z-ZAEHLER-VBNR-UNBEK
                GO TO B1-EXIT
      *
           WHEN OTHER
                MOVE 'B1   '               TO ERR-ORT-SEC
                MOVE K-1                   TO ERR-ORT-LFD
                MOVE 'FEHLER BEIM LESEN VERM-DATEI'
                                           TO ERR-VAR-ZEILE01
                MOVE S-VERM-STATUS         TO S-DATEI-STATUS
                PERFORM BR94-DATEI-FEHLER
                PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
      *    * INAKTIVER (AUSGESCHIEDENER) VERMITTLER
           ADD K-1                       TO Z-ZAEHLER-INAKTIV
      *
           MOVE SPACE                    TO UEB-W-SATZ
           MOVE BESTAND-SATZ-NR          TO UEB-W-NR
           MOVE BESTAND-SATZ-PGEB-GES    TO UEB-W-PGEB-GES
           MOVE BESTAND-SATZ-VBNR        TO UEB-W-ALT-VBNR
           MOVE BESTAND-SATZ-BEITRAG     TO UEB-W-BEITRAG
           MOVE VERM-SATZ-NAME           TO UEB-W-VERM-NAME
           MOVE VERM-SATZ-AUSTRITT-DAT   TO UEB-W-AUSTRITT-DAT
           MOVE ZERO                     TO UEB-W-NEU-VBNR
      *
           PERFORM U02-NACHFOLGER-ERMITTELN
      *
           IF UEB-W-NEU-VBNR > ZERO
              ADD K-1 TO Z-ZAEHLER-MIT-NACHF
           ELSE
              ADD K-1 TO Z-ZAEHLER-OHNE-NACHF
           END-IF
      *
           WRITE UEB-W-SATZ
      *
           IF NOT S-UEBW-OK
              MOVE 'B1   '               TO ERR-ORT-SEC
              MOVE K-2                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN UEB-WORK-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-UEBW-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
      *
       B1-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       E0-LESEN SECTION.
      *-----------------------------------------------------------------
      * INPUT : -                                                      -
      * OUTPUT: (NÄCHSTER) SATZ EINGABEDATEI, S-NZ (ZUSTAND)           -
      *-----------------------------------------------------------------
      *
           READ BESTAND-DATEI NEXT RECORD
      *
           EVALUATE TRUE
           WHEN S-BESTAND-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-BESTAND-EIN
      *
           WHEN S-BESTAND-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
      *
           WHEN OTHER
              MOVE 'E0  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-BESTAND-STATUS             TO S-DATEI-STATUS
              MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
              MOVE K-3                          TO ERR-ORT-LFD
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
           .
      *
       E0-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       E1-LESEN SECTION.
      *-----------------------------------------------------------------
      * INPUT : -                                                      -
      * OUTPUT: (NÄCHSTER) SATZ EINGABEDATEI, S-NZ (ZUSTAND)           -
      *-----------------------------------------------------------------
      *
           READ BESTAND-DATEI NEXT RECORD
      *
           EVALUATE TRUE
           WHEN S-BESTAND-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-BESTAND-EIN
      *
           WHEN S-BESTAND-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
      *
           WHEN OTHER
              MOVE 'E1  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-BESTAND-STATUS             TO S-DATEI-STATUS
              MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
              MOVE K-4                          TO ERR-ORT-LFD
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
           .
      *
       E1-EXIT.
           EXIT.
      *----------------------------------------------------------------
       V0-VORLAUF SECTION.
      *----------------------------------------------------------------
      *    - PARM (UEBERTRAGUNGSSTICHTAG) PRUEFEN
      *    - ÖFFNEN DER DATEIEN DES HAUPTLAUFS (DIE DATEIEN DER
      *      UEBERTRAGUNG WERDEN ERST IN N13 GEOEFFNET)
      *----------------------------------------------------------------
      *    * VORBELEGUNGEN GRUPPENSTEUERFELDER
           MOVE K-ZUSTAND-OK             TO S-NZ

      *    * VORBELEGUNG STANDARD-STATUS-BEREICH
           INITIALIZE STANDARD-STATUS-BEREICH
      *
           MOVE K-PGM-NAME              TO STAT-KENNUNG
           SET STAT-BATCH               TO TRUE
      *
           PERFORM V00-PARM-PRUEFEN
      *
           OPEN INPUT BESTAND-DATEI
      *
           IF NOT S-BESTAND-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-5                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN BESTAND-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-BESTAND-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * OHNE VERMITTLER-STAMM IST DER LAUF SINNLOS - ANDERS ALS
      *      IN PMAN0076 WIRD HIER ABGEBROCHEN
           OPEN INPUT VERM-DATEI
      *
           IF NOT S-VERM-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-6                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN VERM-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-VERM-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT UEB-WORK
      *
           IF NOT S-UEBW-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-7                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN UEB-WORK-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-UEBW-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       V0-EXIT.
           EXIT.
      *----------------------------------------------------------------
       V00-PARM-PRUEFEN SECTION.
      *----------------------------------------------------------------
      * IN   : PI-PARM-BEREICH ('TTMMJJJJ' = UEBERTRAGUNGSSTICHTAG)     -
      * OUT  : Z-STICHTAG (JJJJMMTT), Z-STICHTAG-EUR (TT.MM.JJJJ)       -
      * VERAR: DER STICHTAG IST PFLICHT - OHNE GUELTIGEN PARM WIRD      -
      *        ABGEBROCHEN.                                             -
      *----------------------------------------------------------------
           IF PI-PARM-LAENGE NOT = K-8
              OR PI-PARM-DATEN NOT NUMERIC
      *
              MOVE 'V00  '               TO ERR-ORT-SEC
              MOVE K-8                   TO ERR-ORT-LFD
              MOVE 'PARM FEHLT/UNGUELTIG (TTMMJJJJ)'
                                         TO ERR-VAR-ZEILE01
              MOVE PI-PARM-DATEN         TO ERR-VAR-ZEILE02
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
      *
           END-IF
      *
           MOVE PI-PARM-DATEN(5:4)       TO Z-STICHTAG-X(1:4)
           MOVE PI-PARM-DATEN(3:2)       TO Z-STICHTAG-X(5:2)
           MOVE PI-PARM-DATEN(1:2)       TO Z-STICHTAG-X(7:2)
      *
           COMPUTE Z-STICHTAG-TAGE
                 = FUNCTION INTEGER-OF-DATE (Z-STICHTAG)
      *
           IF Z-STICHTAG-TAGE = ZERO
      *
              MOVE 'V00  '               TO ERR-ORT-SEC
              MOVE K-9                   TO ERR-ORT-LFD
              MOVE 'PARM UNGUELTIG: KEIN KALENDERDATUM'
                                         TO ERR-VAR-ZEILE01
              MOVE PI-PARM-DATEN         TO ERR-VAR-ZEILE02
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
      *
           END-IF
      *
           MOVE Z-STICHTAG               TO Z-DATUM
           PERFORM U09-DATUM-EUR
           MOVE Z-DATUM-EUR              TO Z-STICHTAG-EUR
      *
           DISPLAY 'V00-PARM-PRUEFEN: UEBERTRAGUNGSSTICHTAG '
                   Z-STICHTAG-EUR
      *
           .
       V00-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       N0-NACHLAUF SECTION.
      *-----------------------------------------------------------------
           PERFORM N10-ARCHIV-AUSZUG
           PERFORM N13-UEBERTRAGEN
           PERFORM N12-PROTOKOLL
           PERFORM N11-DATEIEN-SCHLIESSEN
      *
           .
       N0-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N10-ARCHIV-AUSZUG SECTION.
      *-----------------------------------------------------------------
      * IN   : ARCHIV-DATEI                                             -
      * OUT  : AX-WORK2 (SORTIERT), ERSTER AUSZUGSSATZ                  -
      * VERAR: DATEIEN DES HAUPTLAUFS SCHLIESSEN. GIBT ES               -
      *        UEBERTRAGBARE EINTRAEGE, WIRD JEDER ZUORDENBARE          -
      *        ARCHIVSATZ MIT SEINER TDS-NR IN DEN AUSZUG GESTELLT      -
      *        UND NACH TDS-NR + GESELLSCHAFT + SENDEDATUM + LFD-NR     -
      *        SORTIERT (= SCHLUESSELFOLGE DER KANDIDATEN, JE ANTRAG    -
      *        DER ZULETZT GESENDETE SATZ AM ENDE).                     -
      *-----------------------------------------------------------------
           CLOSE BESTAND-DATEI
      *
           IF NOT S-BESTAND-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-10                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN BESTAND-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-BESTAND-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE VERM-DATEI
      *
           IF NOT S-VERM-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-11                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN VERM-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-VERM-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE UEB-WORK
      *
           IF NOT S-UEBW-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-12                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN UEB-WORK-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-UEBW-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           SET S-AX-ERSCHOEPFT           TO TRUE
      *
           IF Z-ZAEHLER-MIT-NACHF = ZERO
              DISPLAY 'N10-ARCHIV-AUSZUG: KEINE UEBERTRAGBAREN'
                      ' EINTRAEGE - ARCHIV WIRD NICHT GELESEN'
              GO TO N10-EXIT
           END-IF
      *
           OPEN INPUT ARCHIV-DATEI
      *
           IF NOT S-ARCHIV-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-13                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN ARCHIV-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT AX-WORK1
      *
           IF NOT S-AXW1-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-14                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN AX-WORK1-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-AXW1-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-ARCHIV-OK
      *
              READ ARCHIV-DATEI NEXT RECORD
      *
              EVALUATE TRUE
              WHEN S-ARCHIV-OK
      *
                 ADD K-1 TO Z-ZAEHLER-ARCHIV-EIN
                 PERFORM U03-AUSZUG-SCHREIBEN
      *
              WHEN S-ARCHIV-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N10  '               TO ERR-ORT-SEC
                 MOVE K-15                  TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM LESEN ARCHIV-DATEI'
                                            TO ERR-VAR-ZEILE01
                 MOVE S-ARCHIV-STATUS       TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE ARCHIV-DATEI
      *
           IF NOT S-ARCHIV-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-16                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN ARCHIV-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE AX-WORK1
      *
           IF NOT S-AXW1-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-17                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN AX-WORK1-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-AXW1-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           SORT SORT-DATEI
                ON ASCENDING KEY AX-SORT-NR
                                 AX-SORT-PGEB-GES
                                 AX-SORT-SENDE-DAT
                                 AX-SORT-LFD-NR
                USING  AX-WORK1
                GIVING AX-WORK2
      *
           OPEN INPUT AX-WORK2
      *
           IF NOT S-AXW2-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-18                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN AX-WORK2-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-AXW2-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * ERSTEN AUSZUGSSATZ BEREITSTELLEN
           SET S-AX-VORHANDEN            TO TRUE
           PERFORM U08-AUSZUG-LESEN
      *
           .
       N10-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N11-DATEIEN-SCHLIESSEN SECTION.
      *-----------------------------------------------------------------
      * VERAR: SCHLIESSEN DER DATEIEN DER UEBERTRAGUNG (DIE DATEIEN    -
      *        DES HAUPTLAUFS SCHLIESST N10)                           -
      *-----------------------------------------------------------------
           CLOSE UEB-WORK

           IF NOT S-UEBW-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-19                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN UEB-WORK-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-UEBW-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE BESTAND-DATEI

           IF NOT S-BESTAND-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-20                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN BESTAND-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-BESTAND-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE WIEN-KORR

           IF NOT S-WIEN-KORR-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-21                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN WIEN-KORR-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-WIEN-KORR-STATUS    TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE UEBJ-AUSGABE

           IF NOT S-UEBJ-AUS-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-22                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN UEBJ-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-UEBJ-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE MANU-AUSGABE

           IF NOT S-MANU-AUS-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-23                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN MANU-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-MANU-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * ARCHIV UND AUSZUG SIND NUR BEI UEBERTRAGBAREN EINTRAEGEN
      *      GEOEFFNET (VGL. N10/N13)
           IF Z-ZAEHLER-MIT-NACHF = ZERO
              GO TO N11-EXIT
           END-IF
      *
           CLOSE ARCHIV-DATEI

           IF NOT S-ARCHIV-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-24                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN ARCHIV-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE AX-WORK2

           IF NOT S-AXW2-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-25                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN AX-WORK2-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-AXW2-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N11-EXIT.
           EXIT.
      *
      *================================================================*
       N12-PROTOKOLL SECTION.
      *----------------------------------------------------------------*
      *    SCHREIBEN DES VERARBEITUNGPROTOKOLLS                        *
      *----------------------------------------------------------------*
      *
           MOVE Z-SUMME-UEBERTRAGEN TO Z-SUMME-EDIT
      *
           DISPLAY ' '
           DISPLAY ' '
           DISPLAY ' PROTOKOLL: BESTANDSUEBERTRAGUNG AUSGESCHIEDENER'
                   ' VERMITTLER ZUM ' Z-STICHTAG-EUR
           DISPLAY ' =============================================='
           DISPLAY ' '
           DISPLAY 'ANZAHL BESTAND-SAETZE GELESEN     :  '
                   Z-ZAEHLER-BESTAND-EIN
           DISPLAY 'DAVON AKTIV                       :  '
                   Z-ZAEHLER-AKTIV
           DISPLAY 'AKTIV MIT NICHT NUM. VBNR         :  '
                   Z-ZAEHLER-VBNR-UNGUELT
           DISPLAY 'AKTIV MIT VBNR NICHT IM STAMM     :  '
                   Z-ZAEHLER-VBNR-UNBEK
           DISPLAY 'AKTIV MIT INAKTIVEM VERMITTLER    :  '
                   Z-ZAEHLER-INAKTIV
           DISPLAY '  DAVON MIT AKTIVEM NACHFOLGER    :  '
                   Z-ZAEHLER-MIT-NACHF
           DISPLAY '  DAVON OHNE AKTIVEN NACHFOLGER   :  '
                   Z-ZAEHLER-OHNE-NACHF
           DISPLAY ' '
           DISPLAY 'ANZAHL ARCHIVSAETZE GELESEN       :  '
                   Z-ZAEHLER-ARCHIV-EIN
           DISPLAY 'DAVON IN DEN AUSZUG               :  '
                   Z-ZAEHLER-AUSZUG
           DISPLAY ' '
           DISPLAY 'UEBERTRAGENE EINTRAEGE            :  '
                   Z-ZAEHLER-UEBERTRAGEN
           DISPLAY 'UEBERTRAGENE BEITRAGSSUMME        :  '
                   Z-SUMME-EDIT
           DISPLAY 'KORREKTURSAETZE NACH WIEN         :  '
                   Z-ZAEHLER-WIEN-KORR
           DISPLAY 'SAETZE INS SENDEARCHIV            :  '
                   Z-ZAEHLER-ARCHIV-AUS
           DISPLAY ' '
           DISPLAY 'ZUR MANUELLEN ZUORDNUNG GESAMT    :  '
                   Z-ZAEHLER-MANUELL
           DISPLAY '  DAVON OHNE AKTIVEN NACHFOLGER   :  '
                   Z-ZAEHLER-OHNE-NACHF
           DISPLAY '  DAVON OHNE SENDESATZ IM ARCHIV  :  '
                   Z-ZAEHLER-OHNE-ARCHIV
           DISPLAY '  DAVON IM BESTAND VERAENDERT     :  '
                   Z-ZAEHLER-VERAENDERT
           DISPLAY ' '
      *
           IF Z-ZAEHLER-MANUELL > ZERO
              DISPLAY ' *** ACHTUNG: ANTRAEGE ZUR MANUELLEN ZUORDNUNG'
                      ' IN MANU-AUSGABE ***'
              DISPLAY ' '
           END-IF
      *
           DISPLAY ' =============================================='
           DISPLAY ' VERARBEITUNGSPROTOKOLL - ENDE VERARBEITUNG '
           DISPLAY ' '
      *
           .
       N12-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N13-UEBERTRAGEN SECTION.
      *-----------------------------------------------------------------
      * IN   : UEB-WORK, AX-WORK2                                       -
      * OUT  : WIEN-KORR, UEBJ-AUSGABE, MANU-AUSGABE, BESTAND-DATEI,    -
      *        ARCHIV-DATEI                                             -
      * VERAR: AUSGABEN OEFFNEN, KOPF DER KORREKTURDATEI SCHREIBEN,     -
      *        JE KANDIDAT N131, TRAILER SCHREIBEN                      -
      *-----------------------------------------------------------------
           OPEN INPUT UEB-WORK
      *
           IF NOT S-UEBW-OK
              MOVE 'N13  '               TO ERR-ORT-SEC
              MOVE K-26                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN UEB-WORK-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-UEBW-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN I-O BESTAND-DATEI
      *
           IF NOT S-BESTAND-OK
              MOVE 'N13  '               TO ERR-ORT-SEC
              MOVE K-27                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN BESTAND-DATEI (I-O)'
                                         TO ERR-VAR-ZEILE01
              MOVE S-BESTAND-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           IF Z-ZAEHLER-MIT-NACHF > ZERO
      *
              OPEN I-O ARCHIV-DATEI
      *
              IF NOT S-ARCHIV-OK
                 MOVE 'N13  '            TO ERR-ORT-SEC
                 MOVE K-28               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM ÖFFNEN ARCHIV-DATEI (I-O)'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-ARCHIV-STATUS    TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
           END-IF
      *
           OPEN OUTPUT WIEN-KORR
      *
           IF NOT S-WIEN-KORR-OK
              MOVE 'N13  '               TO ERR-ORT-SEC
              MOVE K-29                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN WIEN-KORR-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-WIEN-KORR-STATUS    TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT UEBJ-AUSGABE
      *
           IF NOT S-UEBJ-AUS-OK
              MOVE 'N13  '               TO ERR-ORT-SEC
              MOVE K-30                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN UEBJ-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-UEBJ-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT MANU-AUSGABE
      *
           IF NOT S-MANU-AUS-OK
              MOVE 'N13  '               TO ERR-ORT-SEC
              MOVE K-31                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN MANU-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-MANU-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM N14-WIEN-KOPF-SCHREIBEN
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-UEBW-OK
      *
              READ UEB-WORK
      *
              EVALUATE TRUE
              WHEN S-UEBW-OK
      *
                 PERFORM N131-ANTRAG-UEBERTRAGEN
      *
              WHEN S-UEBW-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N13  '               TO ERR-ORT-SEC
                 MOVE K-32                  TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM LESEN UEB-WORK-DATEI'
                                            TO ERR-VAR-ZEILE01
                 MOVE S-UEBW-STATUS         TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           PERFORM N15-TRAILER-SCHREIBEN
      *
           .
       N13-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N131-ANTRAG-UEBERTRAGEN SECTION.
      *-----------------------------------------------------------------
      * IN   : UEB-W-SATZ, AX-W2-SATZ                                   -
      * OUT  : KORREKTUR/ARCHIV/BESTAND/JOURNAL BZW. MANU-AUSGABE       -
      * VERAR: OHNE NACHFOLGER: MANUELLE ZUORDNUNG.                     -
      *        SONST DEN AUSZUG BIS ZUM KANDIDATEN VORSCHIEBEN UND DEN  -
      *        ZULETZT GESENDETEN ARCHIVSATZ MERKEN. OHNE SENDESATZ     -
      *        (Z.B. NACH DER BEREINIGUNG DURCH PMAN0084) KANN WIEN     -
      *        NICHT KORRIGIERT WERDEN - DANN WIRD AUCH DER BESTAND     -
      *        NICHT UMGEHAENGT (MANUELLE ZUORDNUNG).                   -
      *-----------------------------------------------------------------
           IF UEB-W-NEU-VBNR = ZERO
              PERFORM U04-MANUELL-SCHREIBEN
              GO TO N131-EXIT
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL S-AX-ERSCHOEPFT
                 OR AX-W2-SCHLUESSEL NOT < UEB-W-SCHLUESSEL
      *
              PERFORM U08-AUSZUG-LESEN
      *
           END-PERFORM
      *
           MOVE SPACE                    TO Z-LETZT-ARCH-SATZ
      *
           PERFORM WITH TEST BEFORE
              UNTIL S-AX-ERSCHOEPFT
                 OR AX-W2-SCHLUESSEL NOT = UEB-W-SCHLUESSEL
      *
              MOVE AX-W2-ARCH-SATZ       TO Z-LETZT-ARCH-SATZ
              PERFORM U08-AUSZUG-LESEN
      *
           END-PERFORM
      *
           IF Z-LETZT-ARCH-SATZ = SPACE
              ADD K-1                    TO Z-ZAEHLER-OHNE-ARCHIV
              MOVE 'KEIN SENDESATZ IM ARCHIV'
                                         TO UEB-W-GRUND
              PERFORM U04-MANUELL-SCHREIBEN
              GO TO N131-EXIT
           END-IF
      *
      *    * BESTAND-EINTRAG ZUM UMHAENGEN LESEN - ER MUSS NOCH
      *      AKTIV SEIN UND DEN ALTEN VERMITTLER TRAGEN
           MOVE UEB-W-SCHLUESSEL         TO BESTAND-SATZ-SCHLUESSEL
      *
           READ BESTAND-DATEI
      *
           EVALUATE TRUE
           WHEN S-BESTAND-OK
      *
                IF BESTAND-SATZ-LOESCH-DAT NOT = ZERO
                   OR BESTAND-SATZ-VBNR NOT = UEB-W-ALT-VBNR
                   ADD K-1               TO Z-ZAEHLER-VERAENDERT
                   MOVE 'ANTRAG IM BESTAND VERAENDERT'
                                         TO UEB-W-GRUND
                   PERFORM U04-MANUELL-SCHREIBEN
                   GO TO N131-EXIT
                END-IF
      *
           WHEN S-BESTAND-NOTFND
      *
                ADD K-1                  TO Z-ZAEHLER-VERAENDERT
                MOVE 'ANTRAG IM BESTAND VERAENDERT'
                                         TO UEB-W-GRUND
                PERFORM U04-MANUELL-SCHREIBEN
                GO TO N131-EXIT
      *
           WHEN OTHER
                MOVE 'N131 '               TO ERR-ORT-SEC
                MOVE K-33                  TO ERR-ORT-LFD
                MOVE 'FEHLER BEIM LESEN BESTAND-DATEI'
                                           TO ERR-VAR-ZEILE01
                MOVE S-BESTAND-STATUS      TO S-DATEI-STATUS
                PERFORM BR94-DATEI-FEHLER
                PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
           PERFORM U05-KORREKTUR-SENDEN
           PERFORM U06-BESTAND-UMHAENGEN
           PERFORM U07-JOURNAL-SCHREIBEN
      *
           ADD K-1                       TO Z-ZAEHLER-UEBERTRAGEN
           ADD UEB-W-BEITRAG             TO Z-SUMME-UEBERTRAGEN
      *
           .
       N131-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N14-WIEN-KOPF-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-STICHTAG-EUR                                           -
      * OUT  : WIEN-KORR                                                -
      * VERAR: UEBERSCHRIFT MIT DATUM UND LEERZEILE WIE IM KOPF DER     -
      *        WIEN-AUSGABE DES PMAN0076 (U07)                          -
      *-----------------------------------------------------------------
           MOVE SPACE                    TO WIEN-SATZ-AUS
      *
           MOVE 'BESTANDSUEBERTRAGUNG ZUM    :'
                                         TO WIEN-SATZ-AUS (31:29)
           MOVE Z-STICHTAG-EUR           TO WIEN-SATZ-AUS (71:10)
      *
           PERFORM U10-SCHREIBEN-WIEN
      *
      *** LEERZEILE
           MOVE SPACE                    TO WIEN-SATZ-AUS
      *
           PERFORM U10-SCHREIBEN-WIEN
      *
           .
       N14-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N15-TRAILER-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-ZAEHLER-WIEN-KORR                                      -
      * OUT  : WIEN-KORR                                                -
      * VERAR: TRAILERSATZ (ANZAHL KORREKTURSAETZE) ALS LETZTEN SATZ    -
      *        DER KORREKTURDATEI SCHREIBEN (WIE N10 IN PMAN0076)       -
      *-----------------------------------------------------------------
           MOVE SPACE                    TO WIEN-SATZ-AUS
      *
           MOVE 'TR'                     TO WIEN-SATZ-AUS (1:2)
      *
           MOVE 'ANZAHL KORREKTURSAETZE     :'
                                          TO WIEN-SATZ-AUS (4:29)
           MOVE Z-ZAEHLER-WIEN-KORR      TO Z-TRAILER-ANZAHL-EDIT
           MOVE Z-TRAILER-ANZAHL-EDIT    TO WIEN-SATZ-AUS (34:8)
      *
           PERFORM U10-SCHREIBEN-WIEN
      *
           .
       N15-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       U01-ABBRUCH SECTION.
      *-----------------------------------------------------------------
      * AUFRUF DER STANDARD-ABBRUCHROUTINE 'ILBOABN0' FÜR DEN
      * PROGRAMMIERTEN VERARBEITUNGSABBRUCH
      * *******
      * ACHTUNG: IN DER ROUTINE 'ILBOABN0' WIRD DAS PGM. BEENDET!
      * *******
      *-----------------------------------------------------------------
           CALL 'ILBOABN0'  USING K-COMP-CODE
      *
           .
       U01-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       U02-NACHFOLGER-ERMITTELN SECTION.
      *-----------------------------------------------------------------
      * IN   : VERM-SATZ (INAKTIVER VERMITTLER)                         -
      * OUT  : UEB-W-NEU-VBNR BZW. UEB-W-GRUND                          -
      * VERAR: DER NACHFOLGER MUSS AKTIV SEIN. IST ER SELBST            -
      *        AUSGESCHIEDEN, WIRD SEINEM NACHFOLGER GEFOLGT (HOECHSTENS-
      *        K-KETTE-MAX STUFEN, SCHUTZ GEGEN ZYKLEN IM STAMM).       -
      *-----------------------------------------------------------------
           MOVE VERM-SATZ-NACHFOLGER-NR  TO Z-NACHF-NR
           MOVE ZERO                     TO Z-KETTE-TIEFE
      *
           PERFORM WITH TEST BEFORE
              UNTIL UEB-W-NEU-VBNR > ZERO
                 OR UEB-W-GRUND NOT = SPACE
      *
              PERFORM U021-NACHFOLGER-PRUEFEN
      *
           END-PERFORM
      *
           .
       U02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U021-NACHFOLGER-PRUEFEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-NACHF-NR, Z-KETTE-TIEFE                                -
      * OUT  : UEB-W-NEU-VBNR, UEB-W-GRUND ODER NAECHSTE STUFE          -
      *-----------------------------------------------------------------
           EVALUATE TRUE
           WHEN Z-NACHF-NR = ZERO
            AND Z-KETTE-TIEFE = ZERO
      *
                MOVE 'KEIN NACHFOLGER GEPFLEGT'
                                         TO UEB-W-GRUND
                GO TO U021-EXIT
      *
           WHEN Z-NACHF-NR = ZERO
           WHEN Z-KETTE-TIEFE >= K-KETTE-MAX
      *
                MOVE 'NACHFOLGER INAKTIV'
                                         TO UEB-W-GRUND
                GO TO U021-EXIT
      *
           WHEN OTHER
      *
                CONTINUE
      *
           END-EVALUATE
      *
           MOVE Z-NACHF-NR               TO VERM-SATZ-NR
      *
           READ VERM-DATEI
      *
           EVALUATE TRUE
           WHEN S-VERM-OK
      *
                IF VERM-SATZ-STATUS = K-A
                   MOVE Z-NACHF-NR       TO UEB-W-NEU-VBNR
                ELSE
                   MOVE VERM-SATZ-NACHFOLGER-NR
                                         TO Z-NACHF-NR
                   ADD K-1               TO Z-KETTE-TIEFE
                END-IF
      *
           WHEN S-VERM-NOTFND
      *
                MOVE 'NACHFOLGER UNBEKANNT'
                                         TO UEB-W-GRUND
      *
           WHEN OTHER
                MOVE 'U021 '               TO ERR-ORT-SEC
                MOVE K-34                  TO ERR-ORT-LFD
                MOVE 'FEHLER BEIM LESEN VERM-DATEI'
                                           TO ERR-VAR-ZEILE01
                MOVE S-VERM-STATUS         TO S-DATEI-STATUS
                PERFORM BR94-DATEI-FEHLER
                PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
           .
       U021-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U03-AUSZUG-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : ARCH-SATZ                                                -
      * OUT  : GGF. AX-WORK1                                            -
      * VERAR: TDS-NR DES ARCHIVSATZES ERMITTELN (WIE PMAN0089 U02):    -
      *        SEIT DEM 15.10.26 AUS ARCH-SATZ-TDS-NR, BEI AELTEREN     -
      *        SAETZEN AUS DER VNR-ANTR (AUSSER BEI DEN FONDS-/BANK-    -
      *        GESELLSCHAFTEN, DORT NUR BEI VNR-ANTR = PIN). NICHT      -
      *        ZUORDENBARE SAETZE BLEIBEN AUSSERHALB DES AUSZUGS.       -
      *-----------------------------------------------------------------
           MOVE ARCH-SATZ-PGEB-GES       TO Z-ARCH-GES-X
      *
           IF Z-ARCH-GES-X NOT NUMERIC
              GO TO U03-EXIT
           END-IF
      *
           MOVE SPACE                    TO AX-W1-SATZ
      *
           EVALUATE TRUE
           WHEN ARCH-SATZ-TDS-NR NOT = SPACE
      *
                MOVE ARCH-SATZ-TDS-NR    TO AX-W1-NR
      *
           WHEN ARCH-SATZ-VNR-ANTR = ARCH-SATZ-PIN
      *
                MOVE ARCH-SATZ-VNR-ANTR  TO AX-W1-NR
      *
           WHEN Z-ARCH-GES = K-KNR-PGES-CAPITAL-BANK
           WHEN Z-ARCH-GES = K-KNR-PGES-DWS-OESTERREICH
           WHEN Z-ARCH-GES = K-KNR-PGES-GENERALI-INVEST
           WHEN Z-ARCH-GES = K-KNR-PGES-BANK-AUSTRIA-INVEST
           WHEN Z-ARCH-GES = K-KNR-PGES-INFINA
           WHEN Z-ARCH-GES = K-KNR-PGES-BAWAG
      *
                GO TO U03-EXIT
      *
           WHEN OTHER
      *
                MOVE ARCH-SATZ-VNR-ANTR  TO AX-W1-NR
      *
           END-EVALUATE
      *
           IF AX-W1-NR = SPACE
              GO TO U03-EXIT
           END-IF
      *
           MOVE Z-ARCH-GES               TO AX-W1-PGEB-GES
           MOVE ARCH-SATZ-SENDE-DAT      TO AX-W1-SENDE-DAT
           MOVE ARCH-SATZ-LFD-NR         TO AX-W1-LFD-NR
           MOVE ARCH-SATZ                TO AX-W1-ARCH-SATZ
      *
           WRITE AX-W1-SATZ
      *
           IF NOT S-AXW1-OK
              MOVE 'U03  '               TO ERR-ORT-SEC
              MOVE K-35                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN AX-WORK1-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-AXW1-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-ZAEHLER-AUSZUG
      *
           .
       U03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U04-MANUELL-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : UEB-W-SATZ (MIT GRUND)                                   -
      * OUT  : MANU-AUSGABE                                             -
      *-----------------------------------------------------------------
           ADD K-1                       TO Z-ZAEHLER-MANUELL
      *
           MOVE SPACE                    TO MANU-SATZ-AUS
      *
           MOVE ';'                      TO MANU-SATZ-DATEN-SEMIK-1
                                            MANU-SATZ-DATEN-SEMIK-2
                                            MANU-SATZ-DATEN-SEMIK-3
                                            MANU-SATZ-DATEN-SEMIK-4
                                            MANU-SATZ-DATEN-SEMIK-5
                                            MANU-SATZ-DATEN-SEMIK-6
                                            MANU-SATZ-DATEN-SEMIK-7
      *
           MOVE UEB-W-ALT-VBNR           TO MANU-SATZ-DATEN-VBNR
           MOVE UEB-W-VERM-NAME          TO MANU-SATZ-DATEN-VERM-NAME
      *
           IF UEB-W-AUSTRITT-DAT > ZERO
              MOVE UEB-W-AUSTRITT-DAT    TO Z-DATUM
              PERFORM U09-DATUM-EUR
              MOVE Z-DATUM-EUR           TO MANU-SATZ-DATEN-AUSTRITT
           END-IF
      *
           MOVE UEB-W-NR                 TO MANU-SATZ-DATEN-NR
           MOVE UEB-W-PGEB-GES           TO MANU-SATZ-DATEN-PGEB-GES
           MOVE UEB-W-BEITRAG            TO Z-BEITRAG-EDIT
           MOVE Z-BEITRAG-EDIT           TO MANU-SATZ-DATEN-BEITRAG
           MOVE UEB-W-GRUND              TO MANU-SATZ-DATEN-GRUND
      *
           WRITE MANU-SATZ-AUS
      *
           IF NOT S-MANU-AUS-OK
              MOVE 'U04  '               TO ERR-ORT-SEC
              MOVE K-36                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN MANU-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-MANU-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       U04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U05-KORREKTUR-SENDEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-LETZT-ARCH-SATZ, UEB-W-SATZ, Z-STICHTAG                -
      * OUT  : WIEN-KORR, ARCHIV-DATEI                                  -
      * VERAR: DER ZULETZT GESENDETE WIEN-SATZ WIRD MIT DER VBNR DES    -
      *        NACHFOLGERS ALS AENDERUNG ('UN') ERNEUT GESENDET.        -
      *        VORLAEUFIG ERFASSTE ANTRAEGE (SATZART 'VO') BEHALTEN     -
      *        IHRE SATZART, SONST WUERDEN SIE IN WIEN ALS ERFASST      -
      *        GELTEN. EIN GLEICHLAUTENDER VM WIRD MITGEZOGEN.          -
      *        DER KORREKTURSATZ GEHT WIE IN PMAN0076 U28 MIT TDS-NR    -
      *        UND MODUS 'UN' INS SENDEARCHIV (SENDEDATUM = STICHTAG),  -
      *        DAMIT DER BESTANDSAUFBAU (PMAN0089) DIE UEBERTRAGUNG     -
      *        NACHVOLLZIEHT.                                           -
      *-----------------------------------------------------------------
           MOVE Z-LETZT-ARCH-SATZ        TO ARCH-SATZ
           MOVE ARCH-SATZ-WIEN-SATZ      TO WIEN-SATZ-AUS
      *
           IF WIEN-SATZ-DATEN-SATZART NOT = 'VO'
              MOVE 'UN'                  TO WIEN-SATZ-DATEN-SATZART
           END-IF
      *
           MOVE UEB-W-NEU-VBNR           TO Z-VBNR
      *
           IF WIEN-SATZ-DATEN-VMNR = UEB-W-ALT-VBNR
              MOVE Z-VBNR-X              TO WIEN-SATZ-DATEN-VMNR
           END-IF
      *
           MOVE Z-VBNR-X                 TO WIEN-SATZ-DATEN-VBNR
      *
           PERFORM U10-SCHREIBEN-WIEN
           ADD K-1                       TO Z-ZAEHLER-WIEN-KORR
      *
      *    * SATZ INS SENDEARCHIV (SCHLUESSEL PIN + GESELLSCHAFT DES
      *      URSPRUENGLICHEN SATZES + STICHTAG + LFD-NR)
           MOVE Z-STICHTAG               TO ARCH-SATZ-SENDE-DAT
           MOVE K-1                      TO ARCH-SATZ-LFD-NR
           MOVE WIEN-SATZ-DATEN-SATZART  TO ARCH-SATZ-SATZART
           MOVE WIEN-SATZ-AUS            TO ARCH-SATZ-WIEN-SATZ
           MOVE UEB-W-NR                 TO ARCH-SATZ-TDS-NR
           MOVE 'UN'                     TO ARCH-SATZ-MODUS
      *
           WRITE ARCH-SATZ
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-ARCHIV-DOPPELT
      *
              IF ARCH-SATZ-LFD-NR >= 999
                 MOVE 'U05  '            TO ERR-ORT-SEC
                 MOVE K-37               TO ERR-ORT-LFD
                 MOVE 'ARCHIV: LAUFENDE NUMMER ERSCHOEPFT'
                                         TO ERR-VAR-ZEILE01
                 PERFORM BR93-PROG-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
              ADD K-1 TO ARCH-SATZ-LFD-NR
      *
              WRITE ARCH-SATZ
      *
           END-PERFORM
      *
           IF NOT S-ARCHIV-OK
              MOVE 'U05  '               TO ERR-ORT-SEC
              MOVE K-38                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN ARCHIV-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-ZAEHLER-ARCHIV-AUS
      *
           .
       U05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U06-BESTAND-UMHAENGEN SECTION.
      *-----------------------------------------------------------------
      * IN   : BESTAND-SATZ (GELESEN IN N131), WIEN-SATZ-AUS            -
      * OUT  : BESTAND-DATEI (REWRITE)                                  -
      * VERAR: VBNR, LETZTER MODUS UND SATZART WIE BEI EINER AENDERUNG  -
      *        AUS DEM TAGESLAUF (PMAN0076 U21) FORTSCHREIBEN.          -
      *        ERSTERFASSUNG UND BEITRAG BLEIBEN.                       -
      *-----------------------------------------------------------------
           MOVE WIEN-SATZ-DATEN-VBNR     TO BESTAND-SATZ-VBNR
           MOVE 'UN'                     TO BESTAND-SATZ-LETZT-MODUS
           MOVE WIEN-SATZ-DATEN-SATZART  TO BESTAND-SATZ-SATZART
      *
           REWRITE BESTAND-SATZ
      *
           IF NOT S-BESTAND-OK
              MOVE 'U06  '               TO ERR-ORT-SEC
              MOVE K-39                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ZURUECKSCHREIBEN BESTAND-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-BESTAND-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       U06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U07-JOURNAL-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : UEB-W-SATZ, WIEN-SATZ-AUS, Z-STICHTAG-EUR                -
      * OUT  : UEBJ-AUSGABE                                             -
      *-----------------------------------------------------------------
           MOVE SPACE                    TO UEBJ-SATZ-AUS
      *
           MOVE ';'                      TO UEBJ-SATZ-DATEN-SEMIK-1
                                            UEBJ-SATZ-DATEN-SEMIK-2
                                            UEBJ-SATZ-DATEN-SEMIK-3
                                            UEBJ-SATZ-DATEN-SEMIK-4
                                            UEBJ-SATZ-DATEN-SEMIK-5
                                            UEBJ-SATZ-DATEN-SEMIK-6
                                            UEBJ-SATZ-DATEN-SEMIK-7
                                            UEBJ-SATZ-DATEN-SEMIK-8
      *
           MOVE UEB-W-NR                 TO UEBJ-SATZ-DATEN-NR
           MOVE UEB-W-PGEB-GES           TO UEBJ-SATZ-DATEN-PGEB-GES
           MOVE UEB-W-ALT-VBNR           TO UEBJ-SATZ-DATEN-ALT-VBNR
           MOVE WIEN-SATZ-DATEN-VBNR     TO UEBJ-SATZ-DATEN-NEU-VBNR
           MOVE Z-STICHTAG-EUR           TO UEBJ-SATZ-DATEN-WIRKSAM-DAT
           MOVE UEB-W-BEITRAG            TO Z-BEITRAG-EDIT
           MOVE Z-BEITRAG-EDIT           TO UEBJ-SATZ-DATEN-BEITRAG
      *
           IF UEB-W-AUSTRITT-DAT > ZERO
              MOVE UEB-W-AUSTRITT-DAT    TO Z-DATUM
              PERFORM U09-DATUM-EUR
              MOVE Z-DATUM-EUR           TO UEBJ-SATZ-DATEN-AUSTRITT
           END-IF
      *
           MOVE WIEN-SATZ-DATEN-SATZART  TO UEBJ-SATZ-DATEN-SATZART
      *
           WRITE UEBJ-SATZ-AUS
      *
           IF NOT S-UEBJ-AUS-OK
              MOVE 'U07  '               TO ERR-ORT-SEC
              MOVE K-40                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN UEBJ-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-UEBJ-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       U07-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U08-AUSZUG-LESEN SECTION.
      *-----------------------------------------------------------------
      * IN   : AX-WORK2                                                 -
      * OUT  : AX-W2-SATZ, S-AX-VORRAT                                  -
      *-----------------------------------------------------------------
           READ AX-WORK2
      *
           EVALUATE TRUE
           WHEN S-AXW2-OK
      *
                CONTINUE
      *
           WHEN S-AXW2-EOF
      *
                SET S-AX-ERSCHOEPFT TO TRUE
      *
           WHEN OTHER
                MOVE 'U08  '               TO ERR-ORT-SEC
                MOVE K-41                  TO ERR-ORT-LFD
                MOVE 'FEHLER BEIM LESEN AX-WORK2-DATEI'
                                           TO ERR-VAR-ZEILE01
                MOVE S-AXW2-STATUS         TO S-DATEI-STATUS
                PERFORM BR94-DATEI-FEHLER
                PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
           .
       U08-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U09-DATUM-EUR SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-DATUM (JJJJMMTT)                                       -
      * OUT  : Z-DATUM-EUR (TT.MM.JJJJ)                                 -
      *-----------------------------------------------------------------
           MOVE SPACE                          TO Z-DATUM-EUR
           MOVE Z-DATUM-X(7:2)                 TO Z-DATUM-EUR(1:2)
           MOVE '.'                            TO Z-DATUM-EUR(3:1)
           MOVE Z-DATUM-X(5:2)                 TO Z-DATUM-EUR(4:2)
           MOVE '.'                            TO Z-DATUM-EUR(6:1)
           MOVE Z-DATUM-X(1:4)                 TO Z-DATUM-EUR(7:4)
      *
           .
       U09-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U10-SCHREIBEN-WIEN SECTION.
      *-----------------------------------------------------------------
      * IN   : WIEN-SATZ-AUS                                            -
      * OUT  : WIEN-KORR                                                -
      *-----------------------------------------------------------------
           WRITE WIEN-SATZ-AUS
      *
           IF NOT S-WIEN-KORR-OK
              MOVE 'U10  '           TO ERR-ORT-SEC
              MOVE K-42              TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN WIEN-KORR-DATEI'
                                     TO ERR-VAR-ZEILE01
              MOVE S-WIEN-KORR-STATUS TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       U10-EXIT.
           EXIT.
      *
      *------------------------------------------------------------*
      * BR93-PROG-FEHLER  --  PROGRAMM-/LOGIK-FEHLER BEHANDLUNG    *
      * INPUT : MUSS: K-PGM-NAME                                   *
      *         KANN: ERR-ORT-SEC, ERR-ORT-LFD, ERR-VAR-ZEILE01 -04*
      * BENÖTIGT: IMMER                                            *
      *------------------------------------------------------------*
       COPY DPAT0035.
      *
      *------------------------------------------------------------*
      * BR94-DATEI-FEHLER --  DATEI-FEHLER-BEHANDLUNG              *
      * INPUT : MUSS: S-DATEI-STATUS, K-PGM-NAME                   *
      *         KANN: ERR-ORT-SEC, ERR-ORT-LFD, ERR-VAR-ZEILE01 -04*
      * BENÖTIGT: BEI DATEI-ZUGRIFFEN                              *
      *------------------------------------------------------------*
       COPY DPAT0036.

      *------------------------------------------------------------*
      * BR99-SCHWERER-FEHLER-DISPLAY  --  FEHLER-AUFBEREITUNG      *
      * UR82-D-ERR-DISPLAY                UND -AUSGABE             *
      * INPUT   : ERR-ERROR-BEREICH                                *
      * BENÖTIGT: IMMER                                            *
      *------------------------------------------------------------*
       COPY DPAT0038.

      *------------------------------------------------------------*
      * UR81-ERR-AUFBER   --  FEHLER-AUFBEREITUNG                  *
      * INPUT   : ERR-ERROR-BEREICH                                *
      * BENÖTIGT: IMMER                                            *
      *------------------------------------------------------------*
       COPY DPAT0039.
