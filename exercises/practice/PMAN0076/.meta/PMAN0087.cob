       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PMAN0087.
       AUTHOR.        RAHNER.
      *
      ****************************************************************
      *                                                              *
      *   BESCHREIBUNG: SANKTIONSLISTEN-ABGLEICH. DIE PERSONEN DES   *
      *                 PERSONEN-REGISTERS (DRAN0253, GEFUEHRT VON   *
      *                 PMAN0085) WERDEN GEGEN DIE KONSOLIDIERTE     *
      *                 SANKTIONSLISTE EU/UN (DRAN0257) GEPRUEFT.    *
      *                 ANTRAEGE GELISTETER PERSONEN WERDEN IN DER   *
      *                 SANKTIONS-SPERRDATEI (DRAN0259) GESPERRT;    *
      *                 DER TAGESLAUF PMAN0076 SENDET SOLANGE NICHTS *
      *                 ZU DIESEN ANTRAEGEN NACH WIEN.               *
      *                                                              *
      *   ABLAUF: VORLAUF:                                           *
      *             - SANKTIONSLISTE IN DIE TABELLE LADEN (NAMEN     *
      *               NORMIERT: GROSSSCHRIFT, UMLAUTE UND SZ         *
      *               TRANSKRIBIERT, BINDESTRICH/PUNKT/APOSTROPH     *
      *               ALS LEERZEICHEN)                               *
      *             - FREIGABEKARTEN DER COMPLIANCE (DRAN0260) IN    *
      *               DER SPERRDATEI EINTRAGEN. EINE FREIGEGEBENE    *
      *               SPERRE LAESST PMAN0076 IM NAECHSTEN LAUF DEN   *
      *               ZURUECKGEHALTENEN SATZ SENDEN.                 *
      *           VERARBEITUNG: SEQ. LESEN DES PERSONEN-REGISTERS.   *
      *             JE PERSON WIRD DER BESTE LISTENEINTRAG MIT       *
      *             GLEICHEM (NORMIERTEM) ZUNAMEN BEWERTET:          *
      *               ZUNAME GLEICH                    50 PUNKTE     *
      *               VORNAME GLEICH                 + 25            *
      *               ERSTER VORNAME GLEICH          + 15            *
      *               NUR INITIALE GLEICH            + 10            *
      *               GEB.-DATUM GLEICH              + 25            *
      *               NUR GEB.-JAHR GELISTET, GLEICH + 15            *
      *               GEB.-DATUM ABWEICHEND          - 25            *
      *             AB DER MINDESTPUNKTZAHL (PARM, STANDARD 75)      *
      *             ENTSTEHT EINE ZEILE 'TREFFER' IM TREFFER-        *
      *             BERICHT (DRAN0258).                              *
      *           NACHLAUF: BEI TREFFERN WIRD DAS SENDEARCHIV        *
      *             (DRAN0251) GELESEN. JEDER GESENDETE ANTRAG, BEI  *
      *             DEM EIN INHABER (1-5) EINE TREFFER-PERSON IST,   *
      *             WIRD UEBER PIN + GESELLSCHAFT GESPERRT ('SPERRE  *
      *             NEU') BZW. DIE BESTEHENDE SPERRE BESTAETIGT      *
      *             ('SPERRE OFFEN'/'FREIGEGEBEN'). EINE FREIGABE    *
      *             GILT NUR FUER DEN GEPRUEFTEN LISTENEINTRAG - BEI *
      *             EINEM TREFFER AUF EINEN ANDEREN EINTRAG WIRD DIE *
      *             SPERRE WIEDER GEOEFFNET.                         *
      *           NEUE SPERREN -> RETURN-CODE K-RC-WARNUNG.          *
      *                                                              *
      *   HINWEIS: DIE SPERRE WIRKT AB DEM AUF DIESEN LAUF FOLGENDEN *
      *            TAGESLAUF. DER ERSTE SATZ EINES ANTRAGS EINER     *
      *            BISHER UNBEKANNTEN PERSON IST ZU DIESEM ZEITPUNKT *
      *            BEREITS GESENDET (DAS REGISTER ENTSTEHT AUS DER   *
      *            INHABER-AUSGABE DES TAGESLAUFS) - ER WIRD ABER    *
      *            IM TREFFER-BERICHT AUSGEWIESEN.                   *
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
      * ANTRAG-2146 !15.10.26! NEU                       ! RAHNER    *
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
           SELECT  REGISTER-DATEI ASSIGN TO  PREGIST
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  PREG-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-REG-STATUS.
      *
           SELECT  SANK-EINGABE ASSIGN   TO  SANKIN
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-SANK-EIN-STATUS.
      *
      *    * FREIGABEKARTEN DER COMPLIANCE. NICHT JEDEN TAG
      *      VORHANDEN (STATUS 35) - DANN KEINE FREIGABEN.
           SELECT  FREIG-EINGABE ASSIGN  TO  FREIGIN
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-FREIG-EIN-STATUS.
      *
           SELECT  SPERR-DATEI ASSIGN    TO  SANKSPR
                   ACCESS MODE           IS  RANDOM
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  SPERR-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-SPERR-STATUS.
      *
           SELECT  ARCHIV-DATEI ASSIGN   TO  SENDARCH
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  ARCH-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-ARCHIV-STATUS.
      *
           SELECT  TREFFER-AUSGABE ASSIGN TO AUSGABE
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-TREF-AUS-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  REGISTER-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0253.
      *
       FD  SANK-EINGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0257.
      *
       FD  FREIG-EINGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0260.
      *
       FD  SPERR-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0259.
      *
       FD  ARCHIV-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0251.
      *
       FD  TREFFER-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0258 REPLACING DRAN0258 BY TREF-SATZ-AUS.
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
           05  K-PGM-NAME                PIC X(008) VALUE 'PMAN0087'.
      *
      *    * KONSTANTEN FÜR STANDARD-RAHMEN (ZUSTAND)
           05  K-ZUSTAND-OK              PIC X(001) VALUE '1'.
           05  K-ZUSTAND-EOF             PIC X(001) VALUE '2'.
      *
      *    * RETURN-CODE BEI NEUEN SPERREN (COMPLIANCE MUSS PRUEFEN)
           05  K-RC-WARNUNG              PIC S9(004) COMP VALUE 4.
      *
      *    * MAX. ANZAHL LISTENEINTRAEGE (GROESSE Z-SANK-TAB) UND
      *      MAX. ANZAHL TREFFER-PERSONEN JE LAUF (Z-TREF-TAB)
           05  K-SANK-MAX                PIC S9(004) COMP VALUE 6000.
           05  K-TREF-MAX                PIC S9(004) COMP VALUE 500.
      *
      *    * BEWERTUNG DER UEBEREINSTIMMUNG (PUNKTE, MAX. 100) UND
      *      STANDARD-MINDESTPUNKTZAHL FUER EINEN TREFFER
           05  K-PKT-ZUNAME              PIC S9(004) COMP VALUE 50.
           05  K-PKT-VORNAME             PIC S9(004) COMP VALUE 25.
           05  K-PKT-VORNAME-TEIL        PIC S9(004) COMP VALUE 15.
           05  K-PKT-INITIALE            PIC S9(004) COMP VALUE 10.
           05  K-PKT-GEB-DAT             PIC S9(004) COMP VALUE 25.
           05  K-PKT-GEB-JAHR            PIC S9(004) COMP VALUE 15.
           05  K-SCORE-STD               PIC S9(004) COMP VALUE 75.
      *
      *    * STATUS DER SPERRE (VGL. DRAN0259)
           05  K-SPERRE-OFFEN            PIC X(001) VALUE 'O'.
           05  K-SPERRE-FREI             PIC X(001) VALUE 'F'.
      *
      *    * ZEILENARTEN TREFFER-BERICHT (VGL. DRAN0258)
           05  K-ART-TREFFER             PIC X(012) VALUE 'TREFFER'.
           05  K-ART-SPERRE-NEU          PIC X(012) VALUE 'SPERRE NEU'.
           05  K-ART-SPERRE-OFFEN        PIC X(012)
                                         VALUE 'SPERRE OFFEN'.
           05  K-ART-FREIGEGEBEN         PIC X(012)
                                         VALUE 'FREIGEGEBEN'.
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
           05  S-REG-STATUS         PIC  X(002) VALUE SPACE.
               88 S-REG-OK                      VALUE '00'.
               88 S-REG-EOF                     VALUE '10'.
      *
           05  S-SANK-EIN-STATUS    PIC  X(002) VALUE SPACE.
               88 S-SANK-EIN-OK                 VALUE '00'.
               88 S-SANK-EIN-EOF                VALUE '10'.
      *
           05  S-FREIG-EIN-STATUS   PIC  X(002) VALUE SPACE.
               88 S-FREIG-EIN-OK                VALUE '00'.
               88 S-FREIG-EIN-EOF               VALUE '10'.
               88 S-FREIG-EIN-FEHLT             VALUE '35'.
      *
           05  S-SPERR-STATUS       PIC  X(002) VALUE SPACE.
               88 S-SPERR-OK                    VALUE '00'.
               88 S-SPERR-NOTFND                VALUE '23'.
               88 S-SPERR-FEHLT                 VALUE '35'.
      *
           05  S-ARCHIV-STATUS      PIC  X(002) VALUE SPACE.
               88 S-ARCHIV-OK                   VALUE '00'.
               88 S-ARCHIV-EOF                  VALUE '10'.
               88 S-ARCHIV-FEHLT                VALUE '35'.
      *
           05  S-TREF-AUS-STATUS    PIC  X(002) VALUE SPACE.
               88 S-TREF-AUS-OK                 VALUE '00'.
      *
      ******************************************************************
       01  FILLER.
           05  FILLER                        PIC X(032)
                                    VALUE '*** ZWISCHENFELDER ETC ***'.
      *
           05 Z-ZAEHLER-EINGABE       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-SANK-EIN      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-TREFFER       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-ARCHIV-EIN    PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-SPERRE-NEU    PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-SPERRE-OFFEN  PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-SPERRE-FREI   PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-FREIG-EIN     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-FREIGEGEBEN   PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-FREIG-ABGEL   PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-AUSGABE       PIC 9(8) VALUE ZERO.
      *
      *    * VERARBEITUNGSDATUM (AUS PARM, TT.MM.JJJJ AUFBEREITET)
           05 Z-VERARB-DATUM-EUR      PIC X(010).
      *
      *    * MINDESTPUNKTZAHL FUER EINEN TREFFER (AUS PARM)
           05 Z-SCORE-MIN             PIC S9(004) COMP VALUE ZERO.
      *
      *    * BEWERTUNG DES AKTUELLEN / BESTEN LISTENEINTRAGS
           05 Z-SCORE                 PIC S9(004) COMP VALUE ZERO.
           05 Z-BEST-SCORE            PIC S9(004) COMP VALUE ZERO.
           05 Z-BEST-LFD              PIC S9(004) COMP VALUE ZERO.
           05 Z-SCORE-EDIT            PIC 9(003).
      *
      *    * ARBEITSFELDER NAMENSNORMIERUNG (U02-NAME-NORMIEREN)
           05 Z-NORM-NAME             PIC X(026).
           05 Z-NORM-WORT-1           PIC X(026).
           05 Z-NORM-WORT-2           PIC X(026).
      *
      *    * REGISTER-PERSON, NORMIERT
           05 Z-REG-ZUNAME-N          PIC X(026).
           05 Z-REG-VORNAME-N         PIC X(026).
           05 Z-REG-VORNAME-W1        PIC X(026).
      *
      *    * INHABER AUS DEM ARCHIVIERTEN WIEN-SATZ, NORMIERT
      *      (GEB.-DAT. TT.MM.JJJJ -> TTMMJJ WIE IM REGISTER)
           05 Z-PERS-ZUNAME           PIC X(026).
           05 Z-PERS-VORNAME          PIC X(026).
           05 Z-PERS-GEB-DAT-EUR      PIC X(010).
           05 Z-PERS-GEB-DAT          PIC X(006).
           05 Z-INH-LFD               PIC S9(004) COMP VALUE ZERO.
      *
      *    * SCHLUESSEL DES ZULETZT GESPERRTEN/BESTAETIGTEN ANTRAGS.
      *      DAS ARCHIV IST NACH PIN + GESELLSCHAFT SORTIERT - ALLE
      *      SENDUNGEN EINES ANTRAGS FOLGEN AUFEINANDER UND WERDEN
      *      SO NUR EINMAL BERICHTET.
           05 Z-LETZT-PIN             PIC X(015) VALUE SPACE.
           05 Z-LETZT-PGEB-GES        PIC X(002) VALUE SPACE.
      *
      *    * ZEILENART UND ANTRAG FUER U07-TREFFERZEILE
           05 Z-AUS-ART               PIC X(012).
           05 Z-AUS-PIN               PIC X(015).
           05 Z-AUS-PGEB-GES          PIC X(002).
      *
      *    * SPALTENUEBERSCHRIFT AUSGABEDATEI
           05 Z-TREF-KOPF-UEBERSCHR.
              10 FILLER PIC X(013) VALUE 'ART         ;'.
              10 FILLER PIC X(004) VALUE 'PKT;'.
              10 FILLER PIC X(003) VALUE 'QU;'.
              10 FILLER PIC X(016) VALUE 'LISTEN-REF     ;'.
              10 FILLER PIC X(027) VALUE 'ZUNAME (REGISTER)         ;'.
              10 FILLER PIC X(027) VALUE 'VORNAME (REGISTER)        ;'.
              10 FILLER PIC X(007) VALUE 'GEBDAT;'.
              10 FILLER PIC X(027) VALUE 'ZUNAME (LISTE)            ;'.
              10 FILLER PIC X(027) VALUE 'VORNAME (LISTE)           ;'.
              10 FILLER PIC X(009) VALUE 'GEBDAT-L;'.
              10 FILLER PIC X(016) VALUE 'PIN            ;'.
              10 FILLER PIC X(003) VALUE 'GE;'.
      *
      ******************************************************************
      *    * SANKTIONSLISTE (GELADEN IM VORLAUF, NAMEN NORMIERT)
       01  Z-SANK-BEREICH.
           05  Z-SANK-ANZAHL        PIC S9(004) COMP   VALUE ZERO.
           05  Z-SANK-LFD           PIC S9(004) COMP   VALUE ZERO.
           05  Z-SANK-TAB           OCCURS 6000 TIMES.
               10  Z-SANK-QUELLE    PIC X(002).
               10  Z-SANK-REF       PIC X(015).
               10  Z-SANK-ZUNAME    PIC X(026).
               10  Z-SANK-VORNAME   PIC X(026).
      *        TTMMJJJJ (TTMM = '0000': NUR JAHR; LEER: UNBEKANNT)
               10  Z-SANK-GEB-DAT   PIC X(008).
      *
      ******************************************************************
      *    * TREFFER-PERSONEN DIESES LAUFS (FUER DIE SPERRE IM
      *      NACHLAUF)
       01  Z-TREF-BEREICH.
           05  Z-TREF-ANZAHL        PIC S9(004) COMP   VALUE ZERO.
           05  Z-TREF-LFD           PIC S9(004) COMP   VALUE ZERO.
           05  Z-TREF-TAB           OCCURS 500 TIMES.
      *        PERSON WIE IM REGISTER UND NORMIERT
               10  Z-TREF-ZUNAME    PIC X(026).
               10  Z-TREF-VORNAME   PIC X(026).
               10  Z-TREF-GEB-DAT   PIC X(006).
               10  Z-TREF-ZUNAME-N  PIC X(026).
               10  Z-TREF-VORNAME-N PIC X(026).
      *        BESTER LISTENEINTRAG (INDEX IN Z-SANK-TAB) UND PUNKTE
               10  Z-TREF-SANK-LFD  PIC S9(004) COMP.
               10  Z-TREF-SCORE     PIC S9(004) COMP.
      *
      *    * ARCHIVIERTER WIEN-SATZ (INHABER 1-5)
       COPY DRAN0227 REPLACING DRAN0227 BY Z-ARCH-WIEN-SATZ.

      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *    * PARM= AUS DER AUFRUFENDEN JCL:
      *      'TTMMJJJJ'    = VERARBEITUNGSDATUM (PFLICHT)
      *      'TTMMJJJJPPP' = DAZU MINDESTPUNKTZAHL (STANDARD 075)
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
      *    * NEUE SPERREN AN DEN SCHEDULER MELDEN (COMPLIANCE)
           IF Z-ZAEHLER-SPERRE-NEU > ZERO
              MOVE K-RC-WARNUNG TO RETURN-CODE
           END-IF
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
      *  INPUT : PREG-SATZ, Z-SANK-BEREICH                              *
      *  OUTPUT: GGF. TREFFER-AUSGABE, Z-TREF-BEREICH                   *
      *  VERARBEITUNG: BESTEN LISTENEINTRAG ZUR REGISTER-PERSON         *
      *                SUCHEN; AB DER MINDESTPUNKTZAHL ALS TREFFER      *
      *                BERICHTEN UND FUER DIE SPERRE MERKEN             *
      *----------------------------------------------------------------*
      *
           MOVE PREG-SATZ-ZUNAME         TO Z-NORM-NAME
           PERFORM U02-NAME-NORMIEREN
           MOVE Z-NORM-NAME              TO Z-REG-ZUNAME-N
      *
           MOVE PREG-SATZ-VORNAME        TO Z-NORM-NAME
           PERFORM U02-NAME-NORMIEREN
           MOVE Z-NORM-NAME              TO Z-REG-VORNAME-N
           MOVE Z-NORM-WORT-1            TO Z-REG-VORNAME-W1
      *
           MOVE ZERO                     TO Z-BEST-SCORE
                                            Z-BEST-LFD
      *
           PERFORM VARYING Z-SANK-LFD FROM K-1 BY K-1
             UNTIL Z-SANK-LFD > Z-SANK-ANZAHL
      *
              IF Z-SANK-ZUNAME (Z-SANK-LFD) = Z-REG-ZUNAME-N
      *
                 PERFORM U03-SCORE-BERECHNEN
      *
                 IF Z-SCORE > Z-BEST-SCORE
                    MOVE Z-SCORE         TO Z-BEST-SCORE
                    MOVE Z-SANK-LFD      TO Z-BEST-LFD
                 END-IF
      *
              END-IF
      *
           END-PERFORM
      *
           IF Z-BEST-LFD = ZERO
              OR Z-BEST-SCORE < Z-SCORE-MIN
              GO TO B1-EXIT
           END-IF
      *
           ADD K-1 TO Z-ZAEHLER-TREFFER
           PERFORM U04-TREFFER-MERKEN
      *
           MOVE K-ART-TREFFER            TO Z-AUS-ART
           MOVE SPACE                    TO Z-AUS-PIN
                                            Z-AUS-PGEB-GES
           PERFORM U07-TREFFERZEILE
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
           READ REGISTER-DATEI
      *
           EVALUATE TRUE
           WHEN S-REG-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-EINGABE
      *
           WHEN S-REG-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
      *
           WHEN OTHER
              MOVE 'E0  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-REG-STATUS                 TO S-DATEI-STATUS
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
           READ REGISTER-DATEI
      *
           EVALUATE TRUE
           WHEN S-REG-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-EINGABE
      *
           WHEN S-REG-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
      *
           WHEN OTHER
              MOVE 'E1  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-REG-STATUS                 TO S-DATEI-STATUS
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
      *    - PARM (VERARBEITUNGSDATUM, MINDESTPUNKTZAHL) PRUEFEN
      *    - ÖFFNEN DER EIN- UND AUSGABEDATEIEN
      *    - LADEN DER SANKTIONSLISTE
      *    - EINTRAGEN DER FREIGABEN
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
           OPEN INPUT REGISTER-DATEI
      *
           IF NOT S-REG-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-3                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN REGISTER-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-REG-STATUS          TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * SANKTIONS-SPERRDATEI OEFFNEN. BEIM ALLERERSTEN LAUF
      *      EXISTIERT DIE DATEI NOCH NICHT (STATUS 35) - DANN WIRD
      *      SIE LEER ANGELEGT (WIE REGISTER-DATEI IN PMAN0085).
           OPEN I-O SPERR-DATEI
      *
           IF S-SPERR-FEHLT
      *
              OPEN OUTPUT SPERR-DATEI
              CLOSE SPERR-DATEI
              OPEN I-O SPERR-DATEI
      *
           END-IF
      *
           IF NOT S-SPERR-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-4                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN SPERR-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SPERR-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT TREFFER-AUSGABE
      *
           IF NOT S-TREF-AUS-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-5                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN TREFFER-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TREF-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * SPALTENUEBERSCHRIFT ALS ERSTER SATZ
           MOVE SPACE                    TO TREF-SATZ-AUS
           MOVE Z-TREF-KOPF-UEBERSCHR    TO TREF-SATZ-AUS
           PERFORM U08-SCHREIBEN-TREFFER
      *
           PERFORM V01-LISTE-LADEN
           PERFORM V02-FREIGABEN-EINTRAGEN
      *
           .
       V0-EXIT.
           EXIT.
      *----------------------------------------------------------------
       V00-PARM-PRUEFEN SECTION.
      *----------------------------------------------------------------
      * IN   : PI-PARM-BEREICH ('TTMMJJJJ' + OPTIONAL 'PPP')            -
      * OUT  : Z-VERARB-DATUM-EUR (TT.MM.JJJJ), Z-SCORE-MIN             -
      * VERAR: DAS VERARBEITUNGSDATUM IST PFLICHT - ES WIRD ALS         -
      *        SPERR-/FREIGABEDATUM IN DIE SPERRDATEI EINGETRAGEN.      -
      *        OHNE PUNKTZAHL GILT K-SCORE-STD.                         -
      *----------------------------------------------------------------
           IF (PI-PARM-LAENGE NOT = K-8
               AND PI-PARM-LAENGE NOT = K-11)
              OR PI-PARM-DATEN(1:8) NOT NUMERIC
      *
              MOVE 'V00  '               TO ERR-ORT-SEC
              MOVE K-6                   TO ERR-ORT-LFD
              MOVE 'PARM FEHLT/UNGUELTIG (TTMMJJJJ[PPP])'
                                         TO ERR-VAR-ZEILE01
              MOVE PI-PARM-DATEN         TO ERR-VAR-ZEILE02
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
      *
           END-IF
      *
           MOVE PI-PARM-DATEN(1:2)       TO Z-VERARB-DATUM-EUR(1:2)
           MOVE '.'                      TO Z-VERARB-DATUM-EUR(3:1)
           MOVE PI-PARM-DATEN(3:2)       TO Z-VERARB-DATUM-EUR(4:2)
           MOVE '.'                      TO Z-VERARB-DATUM-EUR(6:1)
           MOVE PI-PARM-DATEN(5:4)       TO Z-VERARB-DATUM-EUR(7:4)
      *
           MOVE K-SCORE-STD              TO Z-SCORE-MIN
      *
           IF PI-PARM-LAENGE = K-11
      *
              IF PI-PARM-DATEN(9:3) NOT NUMERIC
                 OR PI-PARM-DATEN(9:3) = '000'
                 OR PI-PARM-DATEN(9:3) > '100'
                 MOVE 'V00  '            TO ERR-ORT-SEC
                 MOVE K-7                TO ERR-ORT-LFD
                 MOVE 'PARM UNGUELTIG: PUNKTZAHL (001 - 100)'
                                         TO ERR-VAR-ZEILE01
                 MOVE PI-PARM-DATEN      TO ERR-VAR-ZEILE02
                 PERFORM BR93-PROG-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
              MOVE PI-PARM-DATEN(9:3)    TO Z-SCORE-MIN
      *
           END-IF
      *
           MOVE Z-SCORE-MIN              TO Z-SCORE-EDIT
           DISPLAY 'V00-PARM-PRUEFEN: VERARBEITUNGSDATUM '
                   Z-VERARB-DATUM-EUR
                   ', MINDESTPUNKTZAHL ' Z-SCORE-EDIT
      *
           .
       V00-EXIT.
           EXIT.
      *----------------------------------------------------------------
       V01-LISTE-LADEN SECTION.
      *----------------------------------------------------------------
      * IN   : SANK-EINGABE                                             -
      * OUT  : Z-SANK-BEREICH                                           -
      * VERAR: LADEN ALLER LISTENEINTRAEGE MIT NORMIERTEN NAMEN. EINE   -
      *        FEHLENDE ODER LEERE LISTE FUEHRT ZUM ABBRUCH - SONST     -
      *        WUERDEN ALLE SPERREN STILL ALS "KEIN TREFFER" LAUFEN.    -
      *----------------------------------------------------------------
           OPEN INPUT SANK-EINGABE
      *
           IF NOT S-SANK-EIN-OK
              MOVE 'V01  '               TO ERR-ORT-SEC
              MOVE K-8                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN SANK-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SANK-EIN-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-SANK-EIN-OK
      *
              READ SANK-EINGABE
      *
              EVALUATE TRUE
              WHEN S-SANK-EIN-OK
      *
                 ADD K-1                        TO Z-ZAEHLER-SANK-EIN
      *
                 IF Z-SANK-ANZAHL >= K-SANK-MAX
                    MOVE 'V01  '                TO ERR-ORT-SEC
                    MOVE K-9                    TO ERR-ORT-LFD
                    MOVE 'SANKTIONSTABELLE UEBERGELAUFEN'
                                                TO ERR-VAR-ZEILE01
                    PERFORM BR93-PROG-FEHLER
                    PERFORM U01-ABBRUCH
                 END-IF
      *
                 ADD K-1 TO Z-SANK-ANZAHL
                 MOVE SANK-SATZ-QUELLE
                   TO Z-SANK-QUELLE (Z-SANK-ANZAHL)
                 MOVE SANK-SATZ-REF
                   TO Z-SANK-REF (Z-SANK-ANZAHL)
                 MOVE SANK-SATZ-GEB-DAT
                   TO Z-SANK-GEB-DAT (Z-SANK-ANZAHL)
      *
                 MOVE SANK-SATZ-ZUNAME  TO Z-NORM-NAME
                 PERFORM U02-NAME-NORMIEREN
                 MOVE Z-NORM-NAME
                   TO Z-SANK-ZUNAME (Z-SANK-ANZAHL)
      *
                 MOVE SANK-SATZ-VORNAME TO Z-NORM-NAME
                 PERFORM U02-NAME-NORMIEREN
                 MOVE Z-NORM-NAME
                   TO Z-SANK-VORNAME (Z-SANK-ANZAHL)
      *
              WHEN S-SANK-EIN-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'V01  '                     TO ERR-ORT-SEC
                 MOVE K-10                        TO ERR-ORT-LFD
                 MOVE 'DATEI-STATUS UNGUELTIG SANK-EINGABE'
                                                   TO ERR-VAR-ZEILE01
                 MOVE S-SANK-EIN-STATUS            TO S-DATEI-STATUS
                 MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE SANK-EINGABE
      *
           IF Z-SANK-ANZAHL = ZERO
              MOVE 'V01  '               TO ERR-ORT-SEC
              MOVE K-11                  TO ERR-ORT-LFD
              MOVE 'SANKTIONSLISTE IST LEER'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       V01-EXIT.
           EXIT.
      *----------------------------------------------------------------
       V02-FREIGABEN-EINTRAGEN SECTION.
      *----------------------------------------------------------------
      * IN   : FREIG-EINGABE                                            -
      * OUT  : SPERR-DATEI                                              -
      * VERAR: JE FREIGABEKARTE DIE OFFENE SPERRE AUF 'F' SETZEN,       -
      *        FREIGABEDATUM UND FREIGEBER EINTRAGEN. KARTEN OHNE       -
      *        FREIGEBER ODER OHNE OFFENE SPERRE WERDEN IM PROTOKOLL    -
      *        ABGELEHNT.                                               -
      *----------------------------------------------------------------
           OPEN INPUT FREIG-EINGABE
      *
           IF S-FREIG-EIN-FEHLT
              DISPLAY 'V02-FREIGABEN-EINTRAGEN: KEINE FREIGABEKARTEN'
              GO TO V02-EXIT
           END-IF
      *
           IF NOT S-FREIG-EIN-OK
              MOVE 'V02  '               TO ERR-ORT-SEC
              MOVE K-12                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN FREIG-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-FREIG-EIN-STATUS    TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-FREIG-EIN-OK
      *
              READ FREIG-EINGABE
      *
              EVALUATE TRUE
              WHEN S-FREIG-EIN-OK
      *
                 ADD K-1                        TO Z-ZAEHLER-FREIG-EIN
                 PERFORM V021-FREIGABE-EINTRAGEN
      *
              WHEN S-FREIG-EIN-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'V02  '                     TO ERR-ORT-SEC
                 MOVE K-13                        TO ERR-ORT-LFD
                 MOVE 'DATEI-STATUS UNGUELTIG FREIG-EINGABE'
                                                   TO ERR-VAR-ZEILE01
                 MOVE S-FREIG-EIN-STATUS           TO S-DATEI-STATUS
                 MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE FREIG-EINGABE
      *
           .
       V02-EXIT.
           EXIT.
      *----------------------------------------------------------------
       V021-FREIGABE-EINTRAGEN SECTION.
      *----------------------------------------------------------------
      * IN   : FREIG-SATZ                                               -
      * OUT  : SPERR-DATEI (REWRITE)                                    -
      *----------------------------------------------------------------
           IF FREIG-SATZ-FREIGEBER = SPACE
      *
              ADD K-1 TO Z-ZAEHLER-FREIG-ABGEL
              DISPLAY ' *** FREIGABE OHNE FREIGEBER ABGELEHNT: GES. '
                      FREIG-SATZ-PGEB-GES
                      ' PIN ' FREIG-SATZ-PIN ' ***'
              GO TO V021-EXIT
      *
           END-IF
      *
           MOVE FREIG-SATZ-PIN           TO SPERR-SATZ-PIN
           MOVE FREIG-SATZ-PGEB-GES      TO SPERR-SATZ-PGEB-GES
      *
           READ SPERR-DATEI
      *
           EVALUATE TRUE
           WHEN S-SPERR-NOTFND
      *
              ADD K-1 TO Z-ZAEHLER-FREIG-ABGEL
              DISPLAY ' *** FREIGABE OHNE SPERRE ABGELEHNT: GES. '
                      FREIG-SATZ-PGEB-GES
                      ' PIN ' FREIG-SATZ-PIN ' ***'
      *
           WHEN S-SPERR-OK
      *
              IF SPERR-SATZ-STATUS NOT = K-SPERRE-OFFEN
      *
                 ADD K-1 TO Z-ZAEHLER-FREIG-ABGEL
                 DISPLAY ' *** SPERRE BEREITS FREIGEGEBEN: GES. '
                         FREIG-SATZ-PGEB-GES
                         ' PIN ' FREIG-SATZ-PIN ' ***'
      *
              ELSE
      *
                 MOVE K-SPERRE-FREI       TO SPERR-SATZ-STATUS
                 MOVE Z-VERARB-DATUM-EUR  TO SPERR-SATZ-FREI-DATUM
                 MOVE FREIG-SATZ-FREIGEBER
                                          TO SPERR-SATZ-FREI-DURCH
      *
                 REWRITE SPERR-SATZ
      *
                 IF NOT S-SPERR-OK
                    MOVE 'V021 '          TO ERR-ORT-SEC
                    MOVE K-14             TO ERR-ORT-LFD
                    MOVE 'FEHLER BEIM ZURUECKSCHREIBEN SPERR-DATEI'
                                          TO ERR-VAR-ZEILE01
                    MOVE S-SPERR-STATUS   TO S-DATEI-STATUS
                    PERFORM BR94-DATEI-FEHLER
                    PERFORM U01-ABBRUCH
                 END-IF
      *
                 ADD K-1 TO Z-ZAEHLER-FREIGEGEBEN
                 DISPLAY ' FREIGABE: GES. ' FREIG-SATZ-PGEB-GES
                         ' PIN ' FREIG-SATZ-PIN
                         ' DURCH ' FREIG-SATZ-FREIGEBER
      *
              END-IF
      *
           WHEN OTHER
      *
              MOVE 'V021 '               TO ERR-ORT-SEC
              MOVE K-15                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM LESEN SPERR-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SPERR-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
           .
       V021-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       N0-NACHLAUF SECTION.
      *-----------------------------------------------------------------
           PERFORM N09-SPERREN-SETZEN
           PERFORM N12-PROTOKOLL
           PERFORM N11-DATEIEN-SCHLIESSEN
      *
           .
       N0-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N09-SPERREN-SETZEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-TREF-BEREICH, ARCHIV-DATEI                             -
      * OUT  : SPERR-DATEI, TREFFER-AUSGABE                             -
      * VERAR: SENDEARCHIV NACH ANTRAEGEN DER TREFFER-PERSONEN          -
      *        DURCHSUCHEN UND DIESE SPERREN (U05-ARCHIV-PRUEFEN)       -
      *-----------------------------------------------------------------
           IF Z-TREF-ANZAHL = ZERO
              DISPLAY 'N09-SPERREN-SETZEN: KEINE TREFFER'
              GO TO N09-EXIT
           END-IF
      *
           OPEN INPUT ARCHIV-DATEI
      *
           IF S-ARCHIV-FEHLT
              DISPLAY ' *** WARNUNG: SENDEARCHIV NICHT VORHANDEN -'
                      ' KEINE SPERREN GESETZT ***'
              GO TO N09-EXIT
           END-IF
      *
           IF NOT S-ARCHIV-OK
              MOVE 'N09  '               TO ERR-ORT-SEC
              MOVE K-16                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN ARCHIV-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-ARCHIV-OK
      *
              READ ARCHIV-DATEI
      *
              EVALUATE TRUE
              WHEN S-ARCHIV-OK
      *
                 ADD K-1                        TO Z-ZAEHLER-ARCHIV-EIN
                 PERFORM U05-ARCHIV-PRUEFEN
      *
              WHEN S-ARCHIV-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N09  '                     TO ERR-ORT-SEC
                 MOVE K-17                        TO ERR-ORT-LFD
                 MOVE 'DATEI-STATUS UNGUELTIG ARCHIV-DATEI'
                                                   TO ERR-VAR-ZEILE01
                 MOVE S-ARCHIV-STATUS              TO S-DATEI-STATUS
                 MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
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
              MOVE 'N09  '               TO ERR-ORT-SEC
              MOVE K-18                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN ARCHIV-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N09-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N11-DATEIEN-SCHLIESSEN SECTION.
      *-----------------------------------------------------------------
      * VERAR: SCHLIESSEN DATEIEN                                      -
      *-----------------------------------------------------------------
           CLOSE REGISTER-DATEI

           IF NOT S-REG-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-19                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN REGISTER-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-REG-STATUS          TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE SPERR-DATEI

           IF NOT S-SPERR-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-20                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN SPERR-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SPERR-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE TREFFER-AUSGABE

           IF NOT S-TREF-AUS-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-21                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN TREFFER-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TREF-AUS-STATUS     TO S-DATEI-STATUS
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
           DISPLAY ' PROTOKOLL: SANKTIONSLISTEN-ABGLEICH'
           DISPLAY ' =============================================='
           DISPLAY ' '
           DISPLAY 'ANZAHL LISTENEINTRAEGE GELADEN    :  '
                   Z-ZAEHLER-SANK-EIN
           DISPLAY 'ANZAHL REGISTER-PERSONEN GELESEN  :  '
                   Z-ZAEHLER-EINGABE
           DISPLAY 'ANZAHL TREFFER-PERSONEN           :  '
                   Z-ZAEHLER-TREFFER
           DISPLAY 'ANZAHL ARCHIVSAETZE GELESEN       :  '
                   Z-ZAEHLER-ARCHIV-EIN
           DISPLAY ' '
           DISPLAY 'ANZAHL SPERREN NEU                :  '
                   Z-ZAEHLER-SPERRE-NEU
           DISPLAY 'ANZAHL SPERREN WEITER OFFEN       :  '
                   Z-ZAEHLER-SPERRE-OFFEN
           DISPLAY 'ANZAHL TREFFER BEREITS FREIGEGEBEN:  '
                   Z-ZAEHLER-SPERRE-FREI
           DISPLAY ' '
           DISPLAY 'ANZAHL FREIGABEKARTEN             :  '
                   Z-ZAEHLER-FREIG-EIN
           DISPLAY 'ANZAHL SPERREN FREIGEGEBEN        :  '
                   Z-ZAEHLER-FREIGEGEBEN
           DISPLAY 'ANZAHL FREIGABEN ABGELEHNT        :  '
                   Z-ZAEHLER-FREIG-ABGEL
           DISPLAY ' '
           DISPLAY 'ANZAHL BERICHTSZEILEN             :  '
                   Z-ZAEHLER-AUSGABE
      *
           IF Z-ZAEHLER-SPERRE-NEU > ZERO
              DISPLAY ' '
              DISPLAY ' *** NEUE SPERREN - PRUEFUNG DURCH COMPLIANCE'
                      ' ERFORDERLICH ***'
           END-IF
      *
           DISPLAY ' '
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
       U02-NAME-NORMIEREN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-NORM-NAME                                              -
      * OUT  : Z-NORM-NAME (NORMIERT), Z-NORM-WORT-1 (ERSTES WORT)      -
      * VERAR: GROSSSCHRIFT (UMLAUTE WIE U12-UMLAUTE-GROSS IN           -
      *        PMAN0076), DANACH UMLAUTE UND SZ TRANSKRIBIEREN, DAMIT   -
      *        'MÜLLER' UND 'MUELLER' GLEICH VERGLEICHEN. BINDESTRICH,  -
      *        PUNKT UND APOSTROPH WERDEN ZU LEERZEICHEN.               -
      *        ACHTUNG: DIE ERSETZUNG Ä -> AE ETC. SETZT VORAUS, DASS   -
      *        DER UMLAUT IM QUELLTEXT-ZEICHENSATZ ZWEI STELLEN         -
      *        BELEGT (WIE IN DEN EINGABEDATEIEN).                      -
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
      *    * FUEHRENDE LEERZEICHEN (Z.B. AUS '-') ENTFERNEN
           IF Z-NORM-NAME NOT = SPACE
              PERFORM UNTIL Z-NORM-NAME(1:1) NOT = SPACE
                 MOVE Z-NORM-NAME(2:)    TO Z-NORM-WORT-2
                 MOVE Z-NORM-WORT-2      TO Z-NORM-NAME
              END-PERFORM
           END-IF
      *
           MOVE SPACE                    TO Z-NORM-WORT-1
           UNSTRING Z-NORM-NAME DELIMITED BY SPACE
               INTO Z-NORM-WORT-1
           END-UNSTRING
      *
           .
       U02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U03-SCORE-BERECHNEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-SANK-TAB (Z-SANK-LFD), Z-REG-VORNAME-N/-W1,            -
      *        PREG-SATZ-GEB-DAT (TTMMJJ)                               -
      * OUT  : Z-SCORE                                                  -
      * VERAR: BEWERTUNG DER UEBEREINSTIMMUNG (ZUNAME IST BEREITS       -
      *        GLEICH, VGL. B1-BEARBEITUNG). DAS GEBURTSDATUM DER       -
      *        LISTE (TTMMJJJJ) WIRD UEBER TAG, MONAT UND DIE LETZTEN   -
      *        ZWEI STELLEN DES JAHRES MIT DEM REGISTER VERGLICHEN.     -
      *        FEHLT ES AUF EINER SEITE, BLEIBT ES UNBEWERTET.          -
      *-----------------------------------------------------------------
           MOVE K-PKT-ZUNAME             TO Z-SCORE
      *
      *    * VORNAME
           MOVE Z-SANK-VORNAME (Z-SANK-LFD)
                                         TO Z-NORM-NAME
           MOVE SPACE                    TO Z-NORM-WORT-1
           UNSTRING Z-NORM-NAME DELIMITED BY SPACE
               INTO Z-NORM-WORT-1
           END-UNSTRING
      *
           EVALUATE TRUE
           WHEN Z-SANK-VORNAME (Z-SANK-LFD) = SPACE
           WHEN Z-REG-VORNAME-N = SPACE
              CONTINUE
           WHEN Z-SANK-VORNAME (Z-SANK-LFD) = Z-REG-VORNAME-N
              ADD K-PKT-VORNAME          TO Z-SCORE
           WHEN Z-NORM-WORT-1 = Z-REG-VORNAME-W1
              ADD K-PKT-VORNAME-TEIL     TO Z-SCORE
           WHEN Z-SANK-VORNAME (Z-SANK-LFD)(1:1)
                = Z-REG-VORNAME-N(1:1)
              ADD K-PKT-INITIALE         TO Z-SCORE
           WHEN OTHER
              CONTINUE
           END-EVALUATE
      *
      *    * GEBURTSDATUM
           EVALUATE TRUE
           WHEN Z-SANK-GEB-DAT (Z-SANK-LFD) = SPACE
           WHEN PREG-SATZ-GEB-DAT = SPACE
              CONTINUE
           WHEN Z-SANK-GEB-DAT (Z-SANK-LFD)(7:2)
                NOT = PREG-SATZ-GEB-DAT(5:2)
              SUBTRACT K-PKT-GEB-DAT   FROM Z-SCORE
           WHEN Z-SANK-GEB-DAT (Z-SANK-LFD)(1:4) = '0000'
              ADD K-PKT-GEB-JAHR         TO Z-SCORE
           WHEN Z-SANK-GEB-DAT (Z-SANK-LFD)(1:4)
                = PREG-SATZ-GEB-DAT(1:4)
              ADD K-PKT-GEB-DAT          TO Z-SCORE
           WHEN OTHER
              SUBTRACT K-PKT-GEB-DAT   FROM Z-SCORE
           END-EVALUATE
      *
           .
       U03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U04-TREFFER-MERKEN SECTION.
      *-----------------------------------------------------------------
      * IN   : PREG-SATZ, Z-REG-ZUNAME-N/-VORNAME-N, Z-BEST-LFD/-SCORE  -
      * OUT  : Z-TREF-TAB (NEUER EINTRAG), Z-TREF-LFD                   -
      *-----------------------------------------------------------------
           IF Z-TREF-ANZAHL >= K-TREF-MAX
              MOVE 'U04  '               TO ERR-ORT-SEC
              MOVE K-22                  TO ERR-ORT-LFD
              MOVE 'TREFFERTABELLE UEBERGELAUFEN'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-TREF-ANZAHL
           MOVE Z-TREF-ANZAHL            TO Z-TREF-LFD
      *
           MOVE PREG-SATZ-ZUNAME         TO Z-TREF-ZUNAME (Z-TREF-LFD)
           MOVE PREG-SATZ-VORNAME        TO Z-TREF-VORNAME (Z-TREF-LFD)
           MOVE PREG-SATZ-GEB-DAT        TO Z-TREF-GEB-DAT (Z-TREF-LFD)
           MOVE Z-REG-ZUNAME-N           TO Z-TREF-ZUNAME-N (Z-TREF-LFD)
           MOVE Z-REG-VORNAME-N
             TO Z-TREF-VORNAME-N (Z-TREF-LFD)
           MOVE Z-BEST-LFD               TO Z-TREF-SANK-LFD (Z-TREF-LFD)
           MOVE Z-BEST-SCORE             TO Z-TREF-SCORE (Z-TREF-LFD)
      *
           .
       U04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U05-ARCHIV-PRUEFEN SECTION.
      *-----------------------------------------------------------------
      * IN   : ARCH-SATZ                                                -
      * OUT  : GGF. SPERRE (U06-SPERRE-SETZEN)                          -
      * VERAR: HAUPTINHABER UND WEITERE INHABER (2-5) DES GESENDETEN    -
      *        WIEN-SATZES GEGEN DIE TREFFER-PERSONEN PRUEFEN           -
      *-----------------------------------------------------------------
           IF ARCH-SATZ-PIN = Z-LETZT-PIN
              AND ARCH-SATZ-PGEB-GES = Z-LETZT-PGEB-GES
              GO TO U05-EXIT
           END-IF
      *
           MOVE ARCH-SATZ-WIEN-SATZ      TO Z-ARCH-WIEN-SATZ
      *
           MOVE WIEN-SATZ-DATEN-KD-ZUNAME  TO Z-PERS-ZUNAME
           MOVE WIEN-SATZ-DATEN-KD-VORNAME TO Z-PERS-VORNAME
           MOVE WIEN-SATZ-DATEN-KD-GEB-DAT TO Z-PERS-GEB-DAT-EUR
           PERFORM U051-PERSON-VERGLEICHEN
      *
           PERFORM VARYING Z-INH-LFD FROM K-1 BY K-1
             UNTIL Z-INH-LFD > K-4
      *
              IF WIEN-S-DATEN-W-INH-KD-ZUNAME (Z-INH-LFD) NOT = SPACE
                 MOVE WIEN-S-DATEN-W-INH-KD-ZUNAME (Z-INH-LFD)
                                         TO Z-PERS-ZUNAME
                 MOVE WIEN-S-DATEN-W-INH-KD-VORNAME (Z-INH-LFD)
                                         TO Z-PERS-VORNAME
                 MOVE WIEN-S-DATEN-W-INH-KD-GEB-DAT (Z-INH-LFD)
                                         TO Z-PERS-GEB-DAT-EUR
                 PERFORM U051-PERSON-VERGLEICHEN
              END-IF
      *
           END-PERFORM
      *
           .
       U05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U051-PERSON-VERGLEICHEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-PERS-ZUNAME/-VORNAME/-GEB-DAT-EUR, Z-TREF-TAB          -
      * OUT  : GGF. SPERRE (U06-SPERRE-SETZEN)                          -
      *-----------------------------------------------------------------
      *    * ANTRAG IST BEREITS GESPERRT (ANDERER INHABER)
           IF ARCH-SATZ-PIN = Z-LETZT-PIN
              AND ARCH-SATZ-PGEB-GES = Z-LETZT-PGEB-GES
              GO TO U051-EXIT
           END-IF
      *
           MOVE Z-PERS-ZUNAME            TO Z-NORM-NAME
           PERFORM U02-NAME-NORMIEREN
           MOVE Z-NORM-NAME              TO Z-PERS-ZUNAME
      *
           MOVE Z-PERS-VORNAME           TO Z-NORM-NAME
           PERFORM U02-NAME-NORMIEREN
           MOVE Z-NORM-NAME              TO Z-PERS-VORNAME
      *
      *    * TT.MM.JJJJ -> TTMMJJ
           MOVE Z-PERS-GEB-DAT-EUR(1:2)  TO Z-PERS-GEB-DAT(1:2)
           MOVE Z-PERS-GEB-DAT-EUR(4:2)  TO Z-PERS-GEB-DAT(3:2)
           MOVE Z-PERS-GEB-DAT-EUR(9:2)  TO Z-PERS-GEB-DAT(5:2)
      *
           PERFORM VARYING Z-TREF-LFD FROM K-1 BY K-1
             UNTIL Z-TREF-LFD > Z-TREF-ANZAHL
      *
              IF Z-TREF-ZUNAME-N (Z-TREF-LFD) = Z-PERS-ZUNAME
                 AND Z-TREF-VORNAME-N (Z-TREF-LFD) = Z-PERS-VORNAME
                 AND Z-TREF-GEB-DAT (Z-TREF-LFD) = Z-PERS-GEB-DAT
      *
                 PERFORM U06-SPERRE-SETZEN
                 MOVE Z-TREF-ANZAHL TO Z-TREF-LFD
      *
              END-IF
      *
           END-PERFORM
      *
           .
       U051-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U06-SPERRE-SETZEN SECTION.
      *-----------------------------------------------------------------
      * IN   : ARCH-SATZ, Z-TREF-TAB (Z-TREF-LFD)                       -
      * OUT  : SPERR-DATEI, TREFFER-AUSGABE                             -
      * VERAR: - KEINE SPERRE VORHANDEN: NEU ANLEGEN ('O')              -
      *        - SPERRE VORHANDEN: TREFFER UND LETZT-DATUM              -
      *          FORTSCHREIBEN. EINE FREIGEGEBENE SPERRE WIRD WIEDER    -
      *          GEOEFFNET, WENN DER TREFFER JETZT AUF EINEN ANDEREN    -
      *          LISTENEINTRAG ZEIGT.                                   -
      *-----------------------------------------------------------------
           MOVE ARCH-SATZ-PIN            TO Z-LETZT-PIN
                                            SPERR-SATZ-PIN
           MOVE ARCH-SATZ-PGEB-GES       TO Z-LETZT-PGEB-GES
                                            SPERR-SATZ-PGEB-GES
           MOVE Z-TREF-SANK-LFD (Z-TREF-LFD)
                                         TO Z-SANK-LFD
      *
           READ SPERR-DATEI
      *
           EVALUATE TRUE
           WHEN S-SPERR-NOTFND
      *
              MOVE SPACE                 TO SPERR-SATZ
              MOVE ARCH-SATZ-PIN         TO SPERR-SATZ-PIN
              MOVE ARCH-SATZ-PGEB-GES    TO SPERR-SATZ-PGEB-GES
              MOVE K-SPERRE-OFFEN        TO SPERR-SATZ-STATUS
              MOVE Z-VERARB-DATUM-EUR    TO SPERR-SATZ-ERST-DATUM
              PERFORM U061-SPERRE-FUELLEN
      *
              WRITE SPERR-SATZ
      *
              IF NOT S-SPERR-OK
                 MOVE 'U06  '            TO ERR-ORT-SEC
                 MOVE K-23               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM SCHREIBEN SPERR-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-SPERR-STATUS     TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
              ADD K-1                    TO Z-ZAEHLER-SPERRE-NEU
              MOVE K-ART-SPERRE-NEU      TO Z-AUS-ART
      *
           WHEN S-SPERR-OK
      *
              EVALUATE TRUE
              WHEN SPERR-SATZ-STATUS = K-SPERRE-OFFEN
                 ADD K-1                 TO Z-ZAEHLER-SPERRE-OFFEN
                 MOVE K-ART-SPERRE-OFFEN TO Z-AUS-ART
              WHEN SPERR-SATZ-REF = Z-SANK-REF (Z-SANK-LFD)
                 ADD K-1                 TO Z-ZAEHLER-SPERRE-FREI
                 MOVE K-ART-FREIGEGEBEN  TO Z-AUS-ART
              WHEN OTHER
                 MOVE K-SPERRE-OFFEN     TO SPERR-SATZ-STATUS
                 MOVE Z-VERARB-DATUM-EUR TO SPERR-SATZ-ERST-DATUM
                 MOVE SPACE              TO SPERR-SATZ-FREI-DATUM
                                            SPERR-SATZ-FREI-DURCH
                 ADD K-1                 TO Z-ZAEHLER-SPERRE-NEU
                 MOVE K-ART-SPERRE-NEU   TO Z-AUS-ART
              END-EVALUATE
      *
              PERFORM U061-SPERRE-FUELLEN
      *
              REWRITE SPERR-SATZ
      *
              IF NOT S-SPERR-OK
                 MOVE 'U06  '            TO ERR-ORT-SEC
                 MOVE K-24               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM ZURUECKSCHREIBEN SPERR-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-SPERR-STATUS     TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
           WHEN OTHER
      *
              MOVE 'U06  '               TO ERR-ORT-SEC
              MOVE K-25                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM LESEN SPERR-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SPERR-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
           MOVE ARCH-SATZ-PIN            TO Z-AUS-PIN
           MOVE ARCH-SATZ-PGEB-GES       TO Z-AUS-PGEB-GES
           PERFORM U07-TREFFERZEILE
      *
           .
       U06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U061-SPERRE-FUELLEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-TREF-TAB (Z-TREF-LFD), Z-SANK-TAB (Z-SANK-LFD)         -
      * OUT  : SPERR-SATZ (TREFFERDATEN, LETZT-DATUM)                   -
      *-----------------------------------------------------------------
           MOVE Z-TREF-SCORE (Z-TREF-LFD)  TO SPERR-SATZ-SCORE
           MOVE Z-SANK-QUELLE (Z-SANK-LFD) TO SPERR-SATZ-QUELLE
           MOVE Z-SANK-REF (Z-SANK-LFD)    TO SPERR-SATZ-REF
           MOVE Z-TREF-ZUNAME (Z-TREF-LFD) TO SPERR-SATZ-ZUNAME
           MOVE Z-TREF-VORNAME (Z-TREF-LFD)
                                           TO SPERR-SATZ-VORNAME
           MOVE Z-TREF-GEB-DAT (Z-TREF-LFD)
                                           TO SPERR-SATZ-GEB-DAT
           MOVE Z-VERARB-DATUM-EUR         TO SPERR-SATZ-LETZT-DATUM
      *
           .
       U061-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U07-TREFFERZEILE SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-AUS-ART/-PIN/-PGEB-GES, Z-TREF-TAB (Z-TREF-LFD),       -
      *        Z-SANK-TAB (BESTER EINTRAG)                              -
      * OUT  : TREFFER-AUSGABE                                          -
      *-----------------------------------------------------------------
           MOVE Z-TREF-SANK-LFD (Z-TREF-LFD)
                                         TO Z-SANK-LFD
      *
           MOVE SPACE                    TO TREF-SATZ-AUS
      *
           MOVE ';'                      TO TREF-SATZ-DATEN-SEMIK-1
                                            TREF-SATZ-DATEN-SEMIK-2
                                            TREF-SATZ-DATEN-SEMIK-3
                                            TREF-SATZ-DATEN-SEMIK-4
                                            TREF-SATZ-DATEN-SEMIK-5
                                            TREF-SATZ-DATEN-SEMIK-6
                                            TREF-SATZ-DATEN-SEMIK-7
                                            TREF-SATZ-DATEN-SEMIK-8
                                            TREF-SATZ-DATEN-SEMIK-9
                                            TREF-SATZ-DATEN-SEMIK-10
                                            TREF-SATZ-DATEN-SEMIK-11
                                            TREF-SATZ-DATEN-SEMIK-12
      *
           MOVE Z-AUS-ART                TO TREF-SATZ-DATEN-ART
           MOVE Z-TREF-SCORE (Z-TREF-LFD)
                                         TO Z-SCORE-EDIT
           MOVE Z-SCORE-EDIT             TO TREF-SATZ-DATEN-SCORE
           MOVE Z-SANK-QUELLE (Z-SANK-LFD)
                                         TO TREF-SATZ-DATEN-QUELLE
           MOVE Z-SANK-REF (Z-SANK-LFD)  TO TREF-SATZ-DATEN-REF
      *
           MOVE Z-TREF-ZUNAME (Z-TREF-LFD)
                                         TO TREF-SATZ-DATEN-ZUNAME
           MOVE Z-TREF-VORNAME (Z-TREF-LFD)
                                         TO TREF-SATZ-DATEN-VORNAME
           MOVE Z-TREF-GEB-DAT (Z-TREF-LFD)
                                         TO TREF-SATZ-DATEN-GEB-DAT
      *
           MOVE Z-SANK-ZUNAME (Z-SANK-LFD)
                                         TO TREF-SATZ-DATEN-L-ZUNAME
           MOVE Z-SANK-VORNAME (Z-SANK-LFD)
                                         TO TREF-SATZ-DATEN-L-VORNAME
           MOVE Z-SANK-GEB-DAT (Z-SANK-LFD)
                                         TO TREF-SATZ-DATEN-L-GEB-DAT
      *
           MOVE Z-AUS-PIN                TO TREF-SATZ-DATEN-PIN
           MOVE Z-AUS-PGEB-GES           TO TREF-SATZ-DATEN-PGEB-GES
      *
           PERFORM U08-SCHREIBEN-TREFFER
      *
           .
       U07-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U08-SCHREIBEN-TREFFER SECTION.
      *-----------------------------------------------------------------
      * IN   : TREF-SATZ-AUS                                            -
      * OUT  : TREFFER-AUSGABE                                          -
      *-----------------------------------------------------------------
      *
           WRITE TREF-SATZ-AUS
      *
           IF NOT S-TREF-AUS-OK
              MOVE 'U08  '           TO ERR-ORT-SEC
              MOVE K-26              TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN TREFFER-AUSGABE-DATEI'
                                     TO ERR-VAR-ZEILE01
              MOVE S-TREF-AUS-STATUS TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD  K-1               TO Z-ZAEHLER-AUSGABE
      *
           .
       U08-EXIT.
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
