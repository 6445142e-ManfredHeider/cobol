       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PMAN0088.
       AUTHOR.        RAHNER.
      *
      ****************************************************************
      *                                                              *
      *   BESCHREIBUNG: WOECHENTLICHE WIEDERVORLAGE DER VORLAEUFIG   *
      *                 ERFASSTEN ANTRAEGE (SATZART 'VO', GENERALI   *
      *                 LEBEN GES. 26, TDS-ANTR-STATUS-1 = 01) AUS   *
      *                 DER ANTRAGS-BESTAND-DATEI (DRAN0237), DIE    *
      *                 VOM TAGESLAUF PMAN0076 GEFUEHRT WIRD.        *
      *                 SOLCHE ANTRAEGE BLEIBEN LIEGEN, WENN SIE     *
      *                 WEDER IN STATUS 10 ('I') UEBERGEHEN NOCH     *
      *                 GELOESCHT WERDEN.                            *
      *                                                              *
      *   ABLAUF: SEQ. LESEN DER BESTAND-SAETZE.                     *
      *           STICHTAG (UND OPTIONAL DIE MAHNGRENZE IN TAGEN)    *
      *           KOMMEN ALS PARM 'TTMMJJJJ[TTT]' AUS DER JCL.       *
      *           JEDER AKTIVE EINTRAG (OHNE LOESCHDATUM) MIT        *
      *           SATZART 'VO' WIRD MIT SEINEM ALTER IN TAGEN        *
      *           (STICHTAG - ERSTERFASSUNG) IN EINE WORK-DATEI      *
      *           GESTELLT. IM NACHLAUF WIRD NACH VBNR UND           *
      *           ERSTERFASSUNG SORTIERT UND GESCHRIEBEN:            *
      *             - WIEDERVORLAGE-BERICHT (DRAN0261): JE ANTRAG    *
      *               EINE ZEILE MIT ALTERSKLASSE 0-13, 14-29,       *
      *               30-59, 60-89 ODER 90+ TAGE, JE VBNR EINE       *
      *               SUMMENZEILE, AM ENDE EINE GESAMTZEILE          *
      *             - VERMITTLER-MAHNLISTE (DRAN0262): ALLE          *
      *               ANTRAEGE, DEREN ALTER DIE MAHNGRENZE           *
      *               (STANDARD 30 TAGE) ERREICHT                    *
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
      * ANTRAG-2147 !15.10.26! NEU                       ! RAHNER    *
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
           SELECT  BESTAND-DATEI ASSIGN  TO  BESTAND
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  BESTAND-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-BESTAND-STATUS.
      *
           SELECT  WV-AUSGABE ASSIGN     TO  AUSGABE
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-WV-AUS-STATUS.
      *
           SELECT  MAHN-AUSGABE ASSIGN   TO  MAHNAUS
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-MAHN-AUS-STATUS.
      *
      *    * WORK- UND SORTIERDATEIEN: B1 SAMMELT JE 'VO'-EINTRAG
      *      EINEN DETAILSATZ UNSORTIERT IN WV-WORK1, N10 SORTIERT
      *      NACH VBNR + ERSTERFASSUNG + ANTRAG (WIE PMAN0077)
           SELECT  SORT-DATEI ASSIGN     TO  SORTWK01.
      *
           SELECT  WV-WORK1 ASSIGN       TO  WVWK1
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-WVW1-STATUS.
      *
           SELECT  WV-WORK2 ASSIGN       TO  WVWK2
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-WVW2-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  BESTAND-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0237.
      *
       FD  WV-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0261 REPLACING DRAN0261 BY WV-SATZ-AUS.
      *
       FD  MAHN-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0262 REPLACING DRAN0262 BY MAHN-SATZ-AUS.
      *
      *    * SORTIERDATEI WIEDERVORLAGE (VGL. N10)
       SD  SORT-DATEI.
       01  WV-SORT-SATZ.
           05  WV-SORT-VBNR                PIC X(007).
           05  WV-SORT-ERST-DAT            PIC 9(008).
           05  WV-SORT-NR                  PIC X(015).
           05  WV-SORT-PGEB-GES            PIC 9(002).
           05  WV-SORT-BEITRAG             PIC 9(007)V99.
           05  WV-SORT-TAGE                PIC 9(005).
      *
       FD  WV-WORK1
           LABEL RECORD STANDARD.
      *    * GLEICHER AUFBAU WIE WV-SORT-SATZ (46 BYTES)
       01  WV-W1-SATZ.
           05  WV-W1-VBNR                  PIC X(007).
           05  WV-W1-ERST-DAT              PIC 9(008).
           05  WV-W1-NR                    PIC X(015).
           05  WV-W1-PGEB-GES              PIC 9(002).
           05  WV-W1-BEITRAG               PIC 9(007)V99.
           05  WV-W1-TAGE                  PIC 9(005).
      *
       FD  WV-WORK2
           LABEL RECORD STANDARD.
       01  WV-W2-SATZ.
           05  WV-W2-VBNR                  PIC X(007).
           05  WV-W2-ERST-DAT              PIC 9(008).
           05  WV-W2-ERST-DAT-X REDEFINES WV-W2-ERST-DAT
                                           PIC X(008).
           05  WV-W2-NR                    PIC X(015).
           05  WV-W2-PGEB-GES              PIC 9(002).
           05  WV-W2-BEITRAG               PIC 9(007)V99.
           05  WV-W2-TAGE                  PIC 9(005).
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
           05  K-PGM-NAME                PIC X(008) VALUE 'PMAN0088'.
      *
      *    * KONSTANTEN FÜR STANDARD-RAHMEN (ZUSTAND)
           05  K-ZUSTAND-OK              PIC X(001) VALUE '1'.
           05  K-ZUSTAND-EOF             PIC X(001) VALUE '2'.
      *
      *    * SATZART 'VORLAEUFIG ERFASST' (VGL. PMAN0076 U02)
           05  K-SATZART-VO              PIC X(002) VALUE 'VO'.
      *
      *    * MAHNGRENZE IN TAGEN, WENN DER PARM KEINE ANGIBT
           05  K-MAHN-STD                PIC S9(004) COMP VALUE 30.
      *
      *    * UNTERGRENZEN DER ALTERSKLASSEN IN TAGEN
           05  K-KLASSE-14               PIC S9(004) COMP VALUE 14.
           05  K-KLASSE-30               PIC S9(004) COMP VALUE 30.
           05  K-KLASSE-60               PIC S9(004) COMP VALUE 60.
           05  K-KLASSE-90               PIC S9(004) COMP VALUE 90.
      *
      *    * STANDARD-KONSTANTEN
           COPY DRAT0009.
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
      *
           05  S-WV-AUS-STATUS      PIC  X(002) VALUE SPACE.
               88 S-WV-AUS-OK                   VALUE '00'.
      *
           05  S-MAHN-AUS-STATUS    PIC  X(002) VALUE SPACE.
               88 S-MAHN-AUS-OK                 VALUE '00'.
      *
           05  S-WVW1-STATUS        PIC  X(002) VALUE SPACE.
               88 S-WVW1-OK                     VALUE '00'.
      *
           05  S-WVW2-STATUS        PIC  X(002) VALUE SPACE.
               88 S-WVW2-OK                     VALUE '00'.
               88 S-WVW2-EOF                    VALUE '10'.
      *
      ******************************************************************
       01  FILLER.
           05  FILLER                        PIC X(032)
                                    VALUE '*** ZWISCHENFELDER ETC ***'.
      *
           05 Z-ZAEHLER-EINGABE       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-AUSGABE       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-VO            PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-MAHN          PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-DATUM-NOK     PIC 9(8) VALUE ZERO.
      *
      *    * STICHTAG (AUS PARM) UND MAHNGRENZE IN TAGEN
           05 Z-STICHTAG              PIC 9(008) VALUE ZERO.
           05 Z-STICHTAG-X REDEFINES Z-STICHTAG
                                      PIC X(008).
           05 Z-STICHTAG-TAGE         PIC S9(008) COMP VALUE ZERO.
           05 Z-MAHN-GRENZE           PIC S9(004) COMP VALUE ZERO.
      *
           05 Z-ERST-TAGE             PIC S9(008) COMP VALUE ZERO.
           05 Z-ALTER-TAGE            PIC S9(008) COMP VALUE ZERO.
      *
           05 Z-BEITRAG-EDIT          PIC ZZZZZZZZZ9,99.
           05 Z-TAGE-EDIT             PIC ZZZZ9.
           05 Z-ANZAHL-EDIT           PIC ZZZZZZ9.
           05 Z-GRENZE-EDIT           PIC ZZ9.
      *
           05 Z-DATUM-EUR             PIC X(010).
      *
      *    * ALTERSKLASSE DES AKTUELLEN ANTRAGS (1 - 5) UND
      *      BEZEICHNUNG JE KLASSE
           05 Z-KLASSE                PIC 9(001) VALUE ZERO.
           05 Z-KLASSE-TEXT-WERTE.
              10 FILLER               PIC X(005) VALUE ' 0-13'.
              10 FILLER               PIC X(005) VALUE '14-29'.
              10 FILLER               PIC X(005) VALUE '30-59'.
              10 FILLER               PIC X(005) VALUE '60-89'.
              10 FILLER               PIC X(005) VALUE '90+  '.
           05 Z-KLASSE-TEXT REDEFINES Z-KLASSE-TEXT-WERTE
                              OCCURS 5 TIMES
                              PIC X(005).
      *
      *    * SPALTENUEBERSCHRIFT WIEDERVORLAGE-BERICHT
           05 Z-WV-KOPF-UEBERSCHR.
              10 FILLER PIC X(007) VALUE 'ART   ;'.
              10 FILLER PIC X(008) VALUE 'VBNR   ;'.
              10 FILLER PIC X(016) VALUE 'ANTRAG-NR      ;'.
              10 FILLER PIC X(003) VALUE 'GE;'.
              10 FILLER PIC X(011) VALUE 'ERST-DAT  ;'.
              10 FILLER PIC X(006) VALUE 'TAGE ;'.
              10 FILLER PIC X(006) VALUE 'KLASS;'.
              10 FILLER PIC X(002) VALUE 'M;'.
              10 FILLER PIC X(014) VALUE 'BEITRAG      ;'.
              10 FILLER PIC X(008) VALUE ' 0-13  ;'.
              10 FILLER PIC X(008) VALUE '14-29  ;'.
              10 FILLER PIC X(008) VALUE '30-59  ;'.
              10 FILLER PIC X(008) VALUE '60-89  ;'.
              10 FILLER PIC X(008) VALUE '90+    ;'.
      *
      *    * SPALTENUEBERSCHRIFT VERMITTLER-MAHNLISTE
           05 Z-MAHN-KOPF-UEBERSCHR.
              10 FILLER PIC X(008) VALUE 'VBNR   ;'.
              10 FILLER PIC X(016) VALUE 'ANTRAG-NR      ;'.
              10 FILLER PIC X(003) VALUE 'GE;'.
              10 FILLER PIC X(011) VALUE 'ERST-DAT  ;'.
              10 FILLER PIC X(006) VALUE 'TAGE ;'.
              10 FILLER PIC X(014) VALUE 'BEITRAG      ;'.
      *
      ******************************************************************
      *    * GRUPPENBEREICH JE VBNR (GRUPPENWECHSEL IN N101)
       01  Z-GRP-BEREICH.
           05  Z-GRP-ANZAHL         PIC 9(008)         VALUE ZERO.
           05  Z-GRP-OFFEN          PIC 9(001)         VALUE ZERO.
               88  Z-GRP-GRUPPE-OFFEN                  VALUE 1.
               88  Z-GRP-GRUPPE-LEER                   VALUE ZERO.
           05  Z-GRP-VBNR           PIC X(007).
           05  Z-GRP-BEITRAG        PIC 9(009)V99      VALUE ZERO.
           05  Z-GRP-KL-ANZ         OCCURS 5 TIMES
                                    PIC 9(007)         VALUE ZERO.
      *
      *    * GESAMTSUMMEN FUER DIE GESAMTZEILE
       01  Z-GESAMT-BEREICH.
           05  Z-GESAMT-BEITRAG     PIC 9(009)V99      VALUE ZERO.
           05  Z-GESAMT-KL-ANZ      OCCURS 5 TIMES
                                    PIC 9(007)         VALUE ZERO.
      *
           05  Z-ZAEHLER            PIC 9(003).

      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *    * PARM= AUS DER AUFRUFENDEN JCL: STICHTAG 'TTMMJJJJ'
      *      (PFLICHT), OPTIONAL GEFOLGT VON DER MAHNGRENZE IN TAGEN
      *      'TTT' (Z.B. '01102026045')
       01  PI-PARM-BEREICH.
           05  PI-PARM-LAENGE            PIC S9(004) COMP.
           05  PI-PARM-DATEN             PIC X(011).

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
      *  OUTPUT: GGF. WV-WORK1                                          *
      *  VERARBEITUNG: AKTIVE EINTRAEGE MIT SATZART 'VO' MIT IHREM      *
      *                ALTER ZUM STICHTAG IN DIE WORK-DATEI STELLEN     *
      *----------------------------------------------------------------*
      *
           IF BESTAND-SATZ-LOESCH-DAT NOT = ZERO
              OR BESTAND-SATZ-SATZART NOT = K-SATZART-VO
              GO TO B1-EXIT
           END-IF
      *
           ADD K-1 TO Z-ZAEHLER-VO
      *
           IF BESTAND-SATZ-ERST-DAT = ZERO
              ADD K-1 TO Z-ZAEHLER-DATUM-NOK
              GO TO B1-EXIT
           END-IF
      *
           COMPUTE Z-ERST-TAGE
                 = FUNCTION INTEGER-OF-DATE (BESTAND-SATZ-ERST-DAT)
      *
           IF Z-ERST-TAGE = ZERO
              ADD K-1 TO Z-ZAEHLER-DATUM-NOK
              GO TO B1-EXIT
           END-IF
      *
           COMPUTE Z-ALTER-TAGE = Z-STICHTAG-TAGE - Z-ERST-TAGE
      *
      *    * ERSTERFASSUNG NACH DEM STICHTAG (NACHTRAEGLICHER LAUF
      *      MIT FRUEHEREM STICHTAG) ZAEHLT ALS ALTER NULL
           IF Z-ALTER-TAGE < ZERO
              MOVE ZERO TO Z-ALTER-TAGE
           END-IF
      *
           PERFORM U02-DETAIL-SCHREIBEN
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
           READ BESTAND-DATEI
      *
           EVALUATE TRUE
           WHEN S-BESTAND-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-EINGABE
      *
           WHEN S-BESTAND-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
      *
           WHEN OTHER
              MOVE 'E0  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-BESTAND-STATUS             TO S-DATEI-STATUS
              MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
              MOVE K-1                          TO ERR-ORT-LFD
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
           READ BESTAND-DATEI
      *
           EVALUATE TRUE
           WHEN S-BESTAND-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-EINGABE
      *
           WHEN S-BESTAND-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
      *
           WHEN OTHER
              MOVE 'E1  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-BESTAND-STATUS             TO S-DATEI-STATUS
              MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
              MOVE K-2                          TO ERR-ORT-LFD
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
      *    - PARM (STICHTAG, MAHNGRENZE) PRUEFEN
      *    - ÖFFNEN DER EIN- UND AUSGABEDATEIEN
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
              MOVE K-3                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN BESTAND-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-BESTAND-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT WV-AUSGABE
      *
           IF NOT S-WV-AUS-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-4                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN WV-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-WV-AUS-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT MAHN-AUSGABE
      *
           IF NOT S-MAHN-AUS-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-5                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN MAHN-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-MAHN-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * WORK-DATEI DER SORTIERUNG (VGL. U02/N10)
           OPEN OUTPUT WV-WORK1
      *
           IF NOT S-WVW1-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-6                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN WV-WORK1-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-WVW1-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * SPALTENUEBERSCHRIFTEN ALS ERSTE SAETZE
           MOVE SPACE                    TO WV-SATZ-AUS
           MOVE Z-WV-KOPF-UEBERSCHR      TO WV-SATZ-AUS
           PERFORM U05-SCHREIBEN-WV
      *
           MOVE SPACE                    TO MAHN-SATZ-AUS
           MOVE Z-MAHN-KOPF-UEBERSCHR    TO MAHN-SATZ-AUS
           PERFORM U06-SCHREIBEN-MAHN
      *
           .
       V0-EXIT.
           EXIT.
      *----------------------------------------------------------------
       V00-PARM-PRUEFEN SECTION.
      *----------------------------------------------------------------
      * IN   : PI-PARM-BEREICH ('TTMMJJJJ' = STICHTAG, OPTIONAL         -
      *        GEFOLGT VON 'TTT' = MAHNGRENZE IN TAGEN)                 -
      * OUT  : Z-STICHTAG (JJJJMMTT), Z-STICHTAG-TAGE, Z-MAHN-GRENZE    -
      * VERAR: DER STICHTAG IST PFLICHT - OHNE GUELTIGEN PARM WIRD      -
      *        ABGEBROCHEN. OHNE MAHNGRENZE GILT K-MAHN-STD.            -
      *----------------------------------------------------------------
           IF (PI-PARM-LAENGE NOT = K-8
               AND PI-PARM-LAENGE NOT = K-11)
              OR PI-PARM-DATEN(1:8) NOT NUMERIC
      *
              MOVE 'V00  '               TO ERR-ORT-SEC
              MOVE K-7                   TO ERR-ORT-LFD
              MOVE 'PARM FEHLT/UNGUELTIG (TTMMJJJJ[TTT])'
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
              MOVE K-8                   TO ERR-ORT-LFD
              MOVE 'PARM UNGUELTIG: KEIN KALENDERDATUM'
                                         TO ERR-VAR-ZEILE01
              MOVE PI-PARM-DATEN         TO ERR-VAR-ZEILE02
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
      *
           END-IF
      *
           MOVE K-MAHN-STD               TO Z-MAHN-GRENZE
      *
           IF PI-PARM-LAENGE = K-11
      *
              IF PI-PARM-DATEN(9:3) NOT NUMERIC
                 OR PI-PARM-DATEN(9:3) = '000'
      *
                 MOVE 'V00  '            TO ERR-ORT-SEC
                 MOVE K-9                TO ERR-ORT-LFD
                 MOVE 'PARM UNGUELTIG: MAHNGRENZE (TTT)'
                                         TO ERR-VAR-ZEILE01
                 MOVE PI-PARM-DATEN      TO ERR-VAR-ZEILE02
                 PERFORM BR93-PROG-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-IF
      *
              MOVE PI-PARM-DATEN(9:3)    TO Z-MAHN-GRENZE
      *
           END-IF
      *
           MOVE Z-MAHN-GRENZE            TO Z-GRENZE-EDIT
           DISPLAY 'V00-PARM-PRUEFEN: STICHTAG ' PI-PARM-DATEN(1:8)
                   ', MAHNGRENZE ' Z-GRENZE-EDIT ' TAGE'
      *
           .
       V00-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       N0-NACHLAUF SECTION.
      *-----------------------------------------------------------------
           PERFORM N10-REPORT-SCHREIBEN
           PERFORM N12-PROTOKOLL
           PERFORM N11-DATEIEN-SCHLIESSEN
      *
           .
       N0-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N10-REPORT-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : WV-WORK1 (DETAILSAETZE AUS B1)                           -
      * OUT  : WV-AUSGABE, MAHN-AUSGABE, Z-GESAMT-BEREICH               -
      * VERAR: DIE DETAILSAETZE WERDEN EXTERN NACH VBNR +               -
      *        ERSTERFASSUNG + ANTRAG SORTIERT; JE ANTRAG EINE          -
      *        DETAILZEILE, JE VBNR EINE SUMMENZEILE, ABSCHLIESSEND     -
      *        EINE GESAMTZEILE.                                        -
      *-----------------------------------------------------------------
           CLOSE WV-WORK1
      *
           IF NOT S-WVW1-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-10                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN WV-WORK1-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-WVW1-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           SORT SORT-DATEI
                ON ASCENDING KEY WV-SORT-VBNR
                                 WV-SORT-ERST-DAT
                                 WV-SORT-NR
                USING  WV-WORK1
                GIVING WV-WORK2
      *
           IF SORT-RETURN NOT = ZERO
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-19                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SORTIEREN DER WV-WORK1-DATEI'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN INPUT WV-WORK2
      *
           IF NOT S-WVW2-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-11                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN WV-WORK2-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-WVW2-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           SET Z-GRP-GRUPPE-LEER         TO TRUE
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-WVW2-OK
      *
              READ WV-WORK2
      *
              EVALUATE TRUE
              WHEN S-WVW2-OK
      *
                 PERFORM N101-WV-DETAIL
      *
              WHEN S-WVW2-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N10  '               TO ERR-ORT-SEC
                 MOVE K-12                  TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM LESEN WV-WORK2-DATEI'
                                            TO ERR-VAR-ZEILE01
                 MOVE S-WVW2-STATUS         TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
      *    * LETZTE VBNR ABSCHLIESSEN
           IF Z-GRP-GRUPPE-OFFEN
              PERFORM N102-WV-SUMME
           END-IF
      *
           CLOSE WV-WORK2
      *
           IF NOT S-WVW2-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-20                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN WV-WORK2-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-WVW2-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * GESAMTZEILE
           PERFORM U07-WV-SATZ-VORBELEGEN
      *
           MOVE 'GESAMT'                 TO WV-SATZ-DATEN-ART
           MOVE Z-GESAMT-BEITRAG         TO Z-BEITRAG-EDIT
           MOVE Z-BEITRAG-EDIT           TO WV-SATZ-DATEN-BEITRAG
      *
           MOVE Z-GESAMT-KL-ANZ (1)      TO Z-ANZAHL-EDIT
           MOVE Z-ANZAHL-EDIT            TO WV-SATZ-DATEN-ANZ-0
           MOVE Z-GESAMT-KL-ANZ (2)      TO Z-ANZAHL-EDIT
           MOVE Z-ANZAHL-EDIT            TO WV-SATZ-DATEN-ANZ-14
           MOVE Z-GESAMT-KL-ANZ (3)      TO Z-ANZAHL-EDIT
           MOVE Z-ANZAHL-EDIT            TO WV-SATZ-DATEN-ANZ-30
           MOVE Z-GESAMT-KL-ANZ (4)      TO Z-ANZAHL-EDIT
           MOVE Z-ANZAHL-EDIT            TO WV-SATZ-DATEN-ANZ-60
           MOVE Z-GESAMT-KL-ANZ (5)      TO Z-ANZAHL-EDIT
           MOVE Z-ANZAHL-EDIT            TO WV-SATZ-DATEN-ANZ-90
      *
           PERFORM U05-SCHREIBEN-WV
      *
           .
       N10-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N101-WV-DETAIL SECTION.
      *-----------------------------------------------------------------
      * IN   : WV-W2-SATZ (SORTIERT)                                    -
      * OUT  : WV-AUSGABE, GGF. MAHN-AUSGABE, Z-GRP-BEREICH             -
      * VERAR: GRUPPENWECHSELSTEUERUNG JE VBNR: BEIM WECHSEL WIRD DIE   -
      *        SUMMENZEILE DER VORIGEN VBNR UEBER N102 AUSGEGEBEN.      -
      *        JE ANTRAG DETAILZEILE MIT ALTERSKLASSE; AB DER           -
      *        MAHNGRENZE ZUSAETZLICH EIN SATZ IN DER MAHNLISTE.        -
      *-----------------------------------------------------------------
           IF Z-GRP-GRUPPE-OFFEN
              AND WV-W2-VBNR NOT = Z-GRP-VBNR
      *
              PERFORM N102-WV-SUMME
              SET Z-GRP-GRUPPE-LEER     TO TRUE
      *
           END-IF
      *
           IF Z-GRP-GRUPPE-LEER
      *
              SET Z-GRP-GRUPPE-OFFEN    TO TRUE
              ADD K-1                   TO Z-GRP-ANZAHL
              MOVE WV-W2-VBNR           TO Z-GRP-VBNR
              MOVE ZERO                 TO Z-GRP-BEITRAG
      *
              PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                      Z-ZAEHLER > K-5
                      MOVE ZERO TO Z-GRP-KL-ANZ (Z-ZAEHLER)
              END-PERFORM
      *
           END-IF
      *
      *    * ALTERSKLASSE BESTIMMEN
           EVALUATE TRUE
           WHEN WV-W2-TAGE >= K-KLASSE-90
                MOVE 5                  TO Z-KLASSE
           WHEN WV-W2-TAGE >= K-KLASSE-60
                MOVE 4                  TO Z-KLASSE
           WHEN WV-W2-TAGE >= K-KLASSE-30
                MOVE 3                  TO Z-KLASSE
           WHEN WV-W2-TAGE >= K-KLASSE-14
                MOVE 2                  TO Z-KLASSE
           WHEN OTHER
                MOVE 1                  TO Z-KLASSE
           END-EVALUATE
      *
           ADD K-1             TO Z-GRP-KL-ANZ (Z-KLASSE)
           ADD WV-W2-BEITRAG   TO Z-GRP-BEITRAG
      *
      *    * DETAILZEILE
           PERFORM U07-WV-SATZ-VORBELEGEN
      *
           MOVE 'DETAIL'                 TO WV-SATZ-DATEN-ART
           MOVE WV-W2-VBNR               TO WV-SATZ-DATEN-VBNR
           MOVE WV-W2-NR                 TO WV-SATZ-DATEN-PIN
           MOVE WV-W2-PGEB-GES           TO WV-SATZ-DATEN-PGEB-GES
      *
           PERFORM U03-DATUM-ERST
           MOVE Z-DATUM-EUR              TO WV-SATZ-DATEN-ERST-DAT
      *
           MOVE WV-W2-TAGE               TO Z-TAGE-EDIT
           MOVE Z-TAGE-EDIT              TO WV-SATZ-DATEN-TAGE
           MOVE Z-KLASSE-TEXT (Z-KLASSE) TO WV-SATZ-DATEN-KLASSE
      *
           MOVE WV-W2-BEITRAG            TO Z-BEITRAG-EDIT
           MOVE Z-BEITRAG-EDIT           TO WV-SATZ-DATEN-BEITRAG
      *
           IF WV-W2-TAGE >= Z-MAHN-GRENZE
              MOVE K-JA                  TO WV-SATZ-DATEN-MAHNUNG
           ELSE
              MOVE K-NEIN                TO WV-SATZ-DATEN-MAHNUNG
           END-IF
      *
           PERFORM U05-SCHREIBEN-WV
      *
      *    * MAHNLISTE AB DER MAHNGRENZE
           IF WV-W2-TAGE >= Z-MAHN-GRENZE
      *
              MOVE SPACE                 TO MAHN-SATZ-AUS
      *
              MOVE ';'                   TO MAHN-SATZ-DATEN-SEMIK-1
                                            MAHN-SATZ-DATEN-SEMIK-2
                                            MAHN-SATZ-DATEN-SEMIK-3
                                            MAHN-SATZ-DATEN-SEMIK-4
                                            MAHN-SATZ-DATEN-SEMIK-5
                                            MAHN-SATZ-DATEN-SEMIK-6
      *
              MOVE WV-W2-VBNR            TO MAHN-SATZ-DATEN-VBNR
              MOVE WV-W2-NR              TO MAHN-SATZ-DATEN-PIN
              MOVE WV-W2-PGEB-GES        TO MAHN-SATZ-DATEN-PGEB-GES
              MOVE Z-DATUM-EUR           TO MAHN-SATZ-DATEN-ERST-DAT
              MOVE Z-TAGE-EDIT           TO MAHN-SATZ-DATEN-TAGE
              MOVE Z-BEITRAG-EDIT        TO MAHN-SATZ-DATEN-BEITRAG
      *
              PERFORM U06-SCHREIBEN-MAHN
              ADD K-1                    TO Z-ZAEHLER-MAHN
      *
           END-IF
      *
           .
       N101-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N102-WV-SUMME SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-GRP-BEREICH (ABGESCHLOSSENE VBNR)                      -
      * OUT  : WV-AUSGABE, Z-GESAMT-BEREICH                             -
      * VERAR: SUMMENZEILE JE VBNR (ANZAHL JE ALTERSKLASSE,             -
      *        BEITRAGSSUMME) SCHREIBEN UND GESAMTSUMMEN FORTSCHREIBEN  -
      *-----------------------------------------------------------------
           PERFORM U07-WV-SATZ-VORBELEGEN
      *
           MOVE 'SUMME '                 TO WV-SATZ-DATEN-ART
           MOVE Z-GRP-VBNR               TO WV-SATZ-DATEN-VBNR
      *
           MOVE Z-GRP-BEITRAG            TO Z-BEITRAG-EDIT
           MOVE Z-BEITRAG-EDIT           TO WV-SATZ-DATEN-BEITRAG
      *
           MOVE Z-GRP-KL-ANZ (1)         TO Z-ANZAHL-EDIT
           MOVE Z-ANZAHL-EDIT            TO WV-SATZ-DATEN-ANZ-0
           MOVE Z-GRP-KL-ANZ (2)         TO Z-ANZAHL-EDIT
           MOVE Z-ANZAHL-EDIT            TO WV-SATZ-DATEN-ANZ-14
           MOVE Z-GRP-KL-ANZ (3)         TO Z-ANZAHL-EDIT
           MOVE Z-ANZAHL-EDIT            TO WV-SATZ-DATEN-ANZ-30
           MOVE Z-GRP-KL-ANZ (4)         TO Z-ANZAHL-EDIT
           MOVE Z-ANZAHL-EDIT            TO WV-SATZ-DATEN-ANZ-60
           MOVE Z-GRP-KL-ANZ (5)         TO Z-ANZAHL-EDIT
           MOVE Z-ANZAHL-EDIT            TO WV-SATZ-DATEN-ANZ-90
      *
           PERFORM U05-SCHREIBEN-WV
      *
           ADD Z-GRP-BEITRAG             TO Z-GESAMT-BEITRAG
      *
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-5
                   ADD Z-GRP-KL-ANZ (Z-ZAEHLER)
                     TO Z-GESAMT-KL-ANZ (Z-ZAEHLER)
           END-PERFORM
      *
           .
       N102-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N11-DATEIEN-SCHLIESSEN SECTION.
      *-----------------------------------------------------------------
      * VERAR: SCHLIESSEN DATEIEN                                      -
      *-----------------------------------------------------------------
           CLOSE BESTAND-DATEI

           IF NOT S-BESTAND-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-15                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN BESTAND-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-BESTAND-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE WV-AUSGABE

           IF NOT S-WV-AUS-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-16                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN WV-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-WV-AUS-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE MAHN-AUSGABE

           IF NOT S-MAHN-AUS-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-17                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN MAHN-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-MAHN-AUS-STATUS     TO S-DATEI-STATUS
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
           DISPLAY ' '
           DISPLAY ' '
           DISPLAY ' PROTOKOLL: WIEDERVORLAGE VORLAEUFIG ERFASSTER'
                   ' ANTRAEGE (VO) DVAG-WIEN'
           DISPLAY ' STICHTAG (JJJJMMTT): ' Z-STICHTAG
           MOVE Z-MAHN-GRENZE TO Z-GRENZE-EDIT
           DISPLAY ' MAHNGRENZE (TAGE)  : ' Z-GRENZE-EDIT
           DISPLAY ' =============================================='
           DISPLAY ' '
           DISPLAY 'ANZAHL BESTAND-SAETZE GELESEN :  '
                   Z-ZAEHLER-EINGABE
           DISPLAY 'DAVON AKTIV MIT SATZART VO    :  '
                   Z-ZAEHLER-VO
           DISPLAY ' '
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-5
                   MOVE Z-GESAMT-KL-ANZ (Z-ZAEHLER) TO Z-ANZAHL-EDIT
                   DISPLAY '   ALTERSKLASSE ' Z-KLASSE-TEXT (Z-ZAEHLER)
                           ' TAGE :  ' Z-ANZAHL-EDIT
           END-PERFORM
           DISPLAY ' '
           DISPLAY 'ANZAHL IN DER MAHNLISTE       :  '
                   Z-ZAEHLER-MAHN
           MOVE Z-GRP-ANZAHL TO Z-ANZAHL-EDIT
           DISPLAY 'ANZAHL BETROFFENE VERMITTLER  :  '
                   Z-ANZAHL-EDIT
           DISPLAY 'ANZAHL AUSGEGEBENE SAETZE     :  '
                   Z-ZAEHLER-AUSGABE
           DISPLAY ' '
      *
           IF Z-ZAEHLER-DATUM-NOK > ZERO
              DISPLAY 'ACHTUNG: VO-SAETZE OHNE GUELTIGES '
                      'ERSTERFASSUNGSDATUM (NICHT BERICHTET): '
                      Z-ZAEHLER-DATUM-NOK
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
       U02-DETAIL-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : BESTAND-SATZ, Z-ALTER-TAGE                               -
      * OUT  : WV-WORK1                                                 -
      * VERAR: JE 'VO'-EINTRAG EINEN DETAILSATZ IN DIE WORK-DATEI       -
      *        STELLEN (SORTIERUNG UND AUSGABE ERFOLGEN IN N10)         -
      *-----------------------------------------------------------------
           MOVE BESTAND-SATZ-VBNR        TO WV-W1-VBNR
           MOVE BESTAND-SATZ-ERST-DAT    TO WV-W1-ERST-DAT
           MOVE BESTAND-SATZ-NR          TO WV-W1-NR
           MOVE BESTAND-SATZ-PGEB-GES    TO WV-W1-PGEB-GES
           MOVE BESTAND-SATZ-BEITRAG     TO WV-W1-BEITRAG
           MOVE Z-ALTER-TAGE             TO WV-W1-TAGE
      *
           WRITE WV-W1-SATZ
      *
           IF NOT S-WVW1-OK
              MOVE 'U02  '               TO ERR-ORT-SEC
              MOVE K-13                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN WV-WORK1-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-WVW1-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       U02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U03-DATUM-ERST SECTION.
      *-----------------------------------------------------------------
      * IN   : WV-W2-ERST-DAT (JJJJMMTT)                                -
      * OUT  : Z-DATUM-EUR (TT.MM.JJJJ)                                 -
      *-----------------------------------------------------------------
           MOVE SPACE                          TO Z-DATUM-EUR
           MOVE WV-W2-ERST-DAT-X(7:2)          TO Z-DATUM-EUR(1:2)
           MOVE '.'                            TO Z-DATUM-EUR(3:1)
           MOVE WV-W2-ERST-DAT-X(5:2)          TO Z-DATUM-EUR(4:2)
           MOVE '.'                            TO Z-DATUM-EUR(6:1)
           MOVE WV-W2-ERST-DAT-X(1:4)          TO Z-DATUM-EUR(7:4)
      *
           .
       U03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U05-SCHREIBEN-WV SECTION.
      *-----------------------------------------------------------------
      * IN   : DATENSATZ                                                -
      * OUT  : -                                                        -
      *-----------------------------------------------------------------
      *
           WRITE WV-SATZ-AUS
      *
           IF NOT S-WV-AUS-OK
              MOVE 'U05  '           TO ERR-ORT-SEC
              MOVE K-14              TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN WV-AUSGABE-DATEI'
                                     TO ERR-VAR-ZEILE01
              MOVE S-WV-AUS-STATUS   TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD  K-1               TO Z-ZAEHLER-AUSGABE
      *
           .
       U05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U06-SCHREIBEN-MAHN SECTION.
      *-----------------------------------------------------------------
      * IN   : DATENSATZ                                                -
      * OUT  : -                                                        -
      *-----------------------------------------------------------------
      *
           WRITE MAHN-SATZ-AUS
      *
           IF NOT S-MAHN-AUS-OK
              MOVE 'U06  '           TO ERR-ORT-SEC
              MOVE K-18              TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN MAHN-AUSGABE-DATEI'
                                     TO ERR-VAR-ZEILE01
              MOVE S-MAHN-AUS-STATUS TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       U06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U07-WV-SATZ-VORBELEGEN SECTION.
      *-----------------------------------------------------------------
      * IN   : -                                                        -
      * OUT  : WV-SATZ-AUS (LEER, MIT TRENNZEICHEN)                     -
      *-----------------------------------------------------------------
           MOVE SPACE                    TO WV-SATZ-AUS
      *
           MOVE ';'                      TO WV-SATZ-DATEN-SEMIK-1
                                            WV-SATZ-DATEN-SEMIK-2
                                            WV-SATZ-DATEN-SEMIK-3
                                            WV-SATZ-DATEN-SEMIK-4
                                            WV-SATZ-DATEN-SEMIK-5
                                            WV-SATZ-DATEN-SEMIK-6
                                            WV-SATZ-DATEN-SEMIK-7
                                            WV-SATZ-DATEN-SEMIK-8
                                            WV-SATZ-DATEN-SEMIK-9
                                            WV-SATZ-DATEN-SEMIK-10
                                            WV-SATZ-DATEN-SEMIK-11
                                            WV-SATZ-DATEN-SEMIK-12
                                            WV-SATZ-DATEN-SEMIK-13
                                            WV-SATZ-DATEN-SEMIK-14
      *
           .
       U07-EXIT.
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
