       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PMAN0089.
       AUTHOR.        RAHNER.
      *
      ****************************************************************
      *                                                              *
      *   BESCHREIBUNG: AUFBAU DER ANTRAGS-BESTAND-DATEI (DRAN0237)  *
      *                 AUS DEM SENDEARCHIV (DRAN0251). DIE BESTAND- *
      *                 DATEI WIRD VOM TAGESLAUF PMAN0076 SATZWEISE  *
      *                 FORTGESCHRIEBEN (U21) UND HAT KEINE EIGENE   *
      *                 SICHERUNG. DAS SENDEARCHIV ENTHAELT JEDEN    *
      *                 GESENDETEN SATZ - JEDE SENDUNG HAT GENAU     *
      *                 EINE FORTSCHREIBUNG DES BESTANDS AUSGELOEST. *
      *                 DIE FREIGEGEBENEN BESTANDSKORREKTUREN VON    *
      *                 PMAN0093 GEHEN NICHT NACH WIEN UND STEHEN    *
      *                 DAHER NICHT IM ARCHIV - SIE WERDEN AUS DEM   *
      *                 KORREKTURJOURNAL (DRAN0274) NACHGESPIELT.    *
      *                                                              *
      *   LAUFARTEN (PARM):                                          *
      *     'V'         = VOLLAUFBAU: DER GESAMTE BESTAND WIRD IN    *
      *                   EINEN NEUEN CLUSTER (BESTNEU) GESCHRIEBEN  *
      *                   UND MIT DER LAUFENDEN BESTAND-DATEI        *
      *                   VERGLICHEN (VGL-AUSGABE, DRAN0263). ERST   *
      *                   NACH DURCHSICHT DES VERGLEICHS WIRD DER    *
      *                   NEUE CLUSTER PER JCL UMGEHAENGT.           *
      *     'STTMMJJJJ' = STICHTAGSSTAND: ES ZAEHLEN NUR SENDUNGEN   *
      *                   BIS EINSCHLIESSLICH ZUM STICHTAG. DER      *
      *                   STAND WIRD SEQUENTIELL IM AUFBAU DRAN0237  *
      *                   AUSGEGEBEN (STANDAUS), Z.B. FUER PRUEFER-  *
      *                   ANFRAGEN 'WAS WAR AM 31.12. AKTIV'.        *
      *                   KORREKTUREN ZAEHLEN MIT DEM LAUFDATUM      *
      *                   VON PMAN0093 (= TAG DER BESTANDSAENDERUNG).*
      *                                                              *
      *   ABLAUF: 1. SEQ. LESEN DES ARCHIVS. JE SATZ WERDEN TDS-NR,  *
      *              MODUS, SATZART, BEITRAG UND VBNR WIE IN         *
      *              PMAN0076 U21/U211 ERMITTELT UND IN EINE WORK-   *
      *              DATEI GESTELLT.                                 *
      *           2. DANACH SEQ. LESEN DES KORREKTURJOURNALS. JEDE   *
      *              JOURNALZEILE (EIN GEAENDERTES FELD) WIRD MIT    *
      *              DEM LAUFDATUM ALS SENDEDATUM, LFD-NR 999 UND    *
      *              DER LESEFOLGE IN DIE WORK-DATEI GESTELLT.       *
      *           3. SORT NACH TDS-NR + GESELLSCHAFT (= SCHLUESSEL-  *
      *              FOLGE DER BESTAND-DATEI) + SENDEDATUM + LFD-NR  *
      *              (= SENDEFOLGE) + JOURNALFOLGE. EINE KORREKTUR   *
      *              FOLGT DAMIT DEN SENDUNGEN IHRES TAGES.          *
      *           4. JE ANTRAG WERDEN DIE SENDUNGEN MIT DEN REGELN   *
      *              VON U21 NACHGESPIELT:                           *
      *                - ERSTE SENDUNG: ERSTERFASSUNG = SENDEDATUM   *
      *                - 'D '/'DU'    : LOESCHDATUM = SENDEDATUM,    *
      *                                 BEITRAG/VBNR BLEIBEN         *
      *                - 'I '/'I2'    : LOESCHDATUM ZURUECKSETZEN,   *
      *                                 BEITRAG/VBNR FORTSCHREIBEN   *
      *                - SONSTIGE     : BEITRAG/VBNR FORTSCHREIBEN   *
      *                - KORREKTUR    : DAS GEAENDERTE FELD ERHAELT  *
      *                                 DEN WERT NACHHER (WIE IN     *
      *                                 PMAN0093)                    *
      *              LAUFART 'V': MATCH-MERGE GEGEN DIE SEQ.         *
      *              GELESENE BESTAND-DATEI MIT DREI DIFFERENZ-      *
      *              KLASSEN (JE ABWEICHENDEM FELD EINE ZEILE).      *
      *                                                              *
      *   HINWEISE: - ARCHIVSAETZE VOR DEM 15.10.26 TRAGEN WEDER     *
      *               TDS-NR NOCH MODUS. DIE TDS-NR WIRD DANN AUS    *
      *               DER VNR-ANTR (= TDS-NR AUSSER BEI DEN FONDS-   *
      *               GESELLSCHAFTEN) ERMITTELT, DER MODUS AUS DER   *
      *               SATZART ('VO' ALS ZUGANG). NICHT ZUORDENBARE   *
      *               SAETZE WERDEN GEZAEHLT UND UEBERGANGEN.        *
      *             - PMAN0084 BEREINIGT DAS ARCHIV NACH 24 MONATEN. *
      *               AELTERE ZUGAENGE FEHLEN IM AUFBAU BZW. ERHALTEN*
      *               EIN SPAETERES ERSTERFASSUNGSDATUM - DER        *
      *               VERGLEICH WEIST DIESE FAELLE AUS.              *
      *             - DD KORRJOUR MUSS ALLE GENERATIONEN DES         *
      *               KORREKTURJOURNALS ENTHALTEN (KONKATENIERT, IN  *
      *               ENTSTEHUNGSFOLGE). FEHLT EINE GENERATION,      *
      *               SETZT DER AUFBAU DIE DARIN FREIGEGEBENEN       *
      *               KORREKTUREN ZURUECK UND DER VERGLEICH ZEIGT    *
      *               SIE ALS FELD-ABWEICHUNG.                       *
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
      * ANTRAG-2148 !15.10.26! NEU                       ! RAHNER    *
      * ANTRAG-2153 !15.10.26! KORREKTURJOURNAL NACHSPIEL! RAHNER    *
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
           SELECT  ARCHIV-DATEI ASSIGN   TO  SENDARCH
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  ARCH-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-ARCHIV-STATUS.
      *
      *    * KORREKTURJOURNAL VON PMAN0093 (ALLE GENERATIONEN)
           SELECT  KJOU-EINGABE ASSIGN   TO  KORRJOUR
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-KJOU-EIN-STATUS.
      *
      *    * WORK- UND SORTIERDATEIEN: B1 STELLT JE ARCHIVSATZ EINEN
      *      SENDESATZ, N14 JE JOURNALZEILE EINEN KORREKTURSATZ
      *      UNSORTIERT IN RB-WORK1, N10 SORTIERT IN DIE
      *      SCHLUESSELFOLGE DER BESTAND-DATEI + SENDEFOLGE
           SELECT  SORT-DATEI ASSIGN     TO  SORTWK01.
      *
           SELECT  RB-WORK1 ASSIGN       TO  RBWK1
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-RBW1-STATUS.
      *
           SELECT  RB-WORK2 ASSIGN       TO  RBWK2
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-RBW2-STATUS.
      *
      *    * LAUFENDE BESTAND-DATEI (NUR LAUFART 'V', VERGLEICH)
           SELECT  BESTAND-DATEI ASSIGN  TO  BESTAND
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  BESTAND-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-BESTAND-STATUS.
      *
      *    * NEU AUFGEBAUTER CLUSTER (NUR LAUFART 'V')
           SELECT  NEU-BESTAND ASSIGN    TO  BESTNEU
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  NEU-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-NEU-STATUS.
      *
      *    * STICHTAGSSTAND (NUR LAUFART 'S')
           SELECT  STAND-AUSGABE ASSIGN  TO  STANDAUS
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-STAND-AUS-STATUS.
      *
      *    * VERGLEICHSBERICHT (NUR LAUFART 'V')
           SELECT  VGL-AUSGABE ASSIGN    TO  AUSGABE
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-VGL-AUS-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARCHIV-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0251.
      *
       FD  KJOU-EINGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0274 REPLACING DRAN0274 BY KJOU-SATZ-EIN.
      *
      *    * SORTIERDATEI SENDESAETZE (VGL. N10)
       SD  SORT-DATEI.
       01  RB-SORT-SATZ.
           05  RB-SORT-NR                  PIC X(015).
           05  RB-SORT-PGEB-GES            PIC 9(002).
           05  RB-SORT-SENDE-DAT           PIC 9(008).
           05  RB-SORT-LFD-NR              PIC 9(003).
           05  RB-SORT-KORR-FOLGE          PIC 9(008).
           05  RB-SORT-REST                PIC X(039).
      *
       FD  RB-WORK1
           LABEL RECORD STANDARD.
      *    * GLEICHER AUFBAU WIE RB-SORT-SATZ (75 BYTES)
       01  RB-W1-SATZ.
           05  RB-W1-NR                    PIC X(015).
           05  RB-W1-PGEB-GES              PIC 9(002).
           05  RB-W1-SENDE-DAT             PIC 9(008).
           05  RB-W1-LFD-NR                PIC 9(003).
      *        LESEFOLGE DER JOURNALZEILE (SENDESATZ NULL)
           05  RB-W1-KORR-FOLGE            PIC 9(008).
      *        SENDESATZ: MODUS, KORREKTURSATZ: AKTION AUS DEM JOURNAL
           05  RB-W1-MODUS                 PIC X(002).
      *        'A' = MODUS AUS DEM ARCHIV, 'H' = AUS SATZART HERGELEITET
      *        'K' = KORREKTURSATZ AUS DEM JOURNAL
           05  RB-W1-MODUS-KZ              PIC X(001).
           05  RB-W1-SATZART               PIC X(002).
           05  RB-W1-BEITRAG               PIC 9(007)V99.
           05  RB-W1-VBNR                  PIC X(007).
      *        NUR KORREKTURSATZ: GEAENDERTES FELD UND BEI DEN
      *        DATUMSFELDERN DER WERT NACHHER (JJJJMMTT)
           05  RB-W1-KORR-FELD             PIC X(010).
           05  RB-W1-KORR-DAT              PIC 9(008).
      *
       FD  RB-WORK2
           LABEL RECORD STANDARD.
       01  RB-W2-SATZ.
           05  RB-W2-SCHLUESSEL.
               10  RB-W2-NR                PIC X(015).
               10  RB-W2-PGEB-GES          PIC 9(002).
           05  RB-W2-SENDE-DAT             PIC 9(008).
           05  RB-W2-LFD-NR                PIC 9(003).
           05  RB-W2-KORR-FOLGE            PIC 9(008).
           05  RB-W2-MODUS                 PIC X(002).
           05  RB-W2-MODUS-KZ              PIC X(001).
               88  RB-W2-MODUS-ARCHIV                 VALUE 'A'.
               88  RB-W2-MODUS-HERGELEITET            VALUE 'H'.
               88  RB-W2-KORREKTUR                    VALUE 'K'.
           05  RB-W2-SATZART               PIC X(002).
           05  RB-W2-BEITRAG               PIC 9(007)V99.
           05  RB-W2-VBNR                  PIC X(007).
           05  RB-W2-KORR-FELD             PIC X(010).
           05  RB-W2-KORR-DAT              PIC 9(008).
      *
       FD  BESTAND-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0237.
      *
       FD  NEU-BESTAND
           LABEL RECORD STANDARD.
      *    * AUFBAU WIE DRAN0237 (73 BYTES)
       01  NEU-SATZ.
           05  NEU-SATZ-SCHLUESSEL         PIC X(017).
           05  NEU-SATZ-REST               PIC X(056).
      *
       FD  STAND-AUSGABE
           LABEL RECORD STANDARD.
      *    * AUFBAU WIE DRAN0237 (73 BYTES)
       01  STAND-SATZ                      PIC X(073).
      *
       FD  VGL-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0263 REPLACING DRAN0263 BY VGL-SATZ-AUS.
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
           05  K-PGM-NAME                PIC X(008) VALUE 'PMAN0089'.
      *
      *    * KONSTANTEN FÜR STANDARD-RAHMEN (ZUSTAND)
           05  K-ZUSTAND-OK              PIC X(001) VALUE '1'.
           05  K-ZUSTAND-EOF             PIC X(001) VALUE '2'.
      *
      *    * HERKUNFT DES MODUS IM SENDESATZ
           05  K-MODUS-ARCHIV            PIC X(001) VALUE 'A'.
           05  K-MODUS-HERGELEITET       PIC X(001) VALUE 'H'.
           05  K-MODUS-KORREKTUR         PIC X(001) VALUE 'K'.
      *
      *    * KORREKTURSATZ: LFD-NR HINTER DEN SENDUNGEN DES TAGES
           05  K-KORR-LFD-NR             PIC 9(003) VALUE 999.
      *
      *    * FELDNAMEN IM KORREKTURJOURNAL (VGL. PMAN0093)
           05  K-FELD-BEITRAG            PIC X(010) VALUE 'BEITRAG'.
           05  K-FELD-VBNR               PIC X(010) VALUE 'VBNR'.
           05  K-FELD-LOESCH-DAT         PIC X(010) VALUE 'LOESCH-DAT'.
           05  K-FELD-ERST-DAT           PIC X(010) VALUE 'ERST-DAT'.
           05  K-FELD-SATZART            PIC X(010) VALUE 'SATZART'.
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
           05  S-ARCHIV-STATUS      PIC  X(002) VALUE SPACE.
               88 S-ARCHIV-OK                   VALUE '00'.
               88 S-ARCHIV-EOF                  VALUE '10'.
      *
           05  S-KJOU-EIN-STATUS    PIC  X(002) VALUE SPACE.
               88 S-KJOU-EIN-OK                 VALUE '00'.
               88 S-KJOU-EIN-EOF                VALUE '10'.
      *
           05  S-RBW1-STATUS        PIC  X(002) VALUE SPACE.
               88 S-RBW1-OK                     VALUE '00'.
      *
           05  S-RBW2-STATUS        PIC  X(002) VALUE SPACE.
               88 S-RBW2-OK                     VALUE '00'.
               88 S-RBW2-EOF                    VALUE '10'.
      *
           05  S-BESTAND-STATUS     PIC  X(002) VALUE SPACE.
               88 S-BESTAND-OK                  VALUE '00'.
               88 S-BESTAND-EOF                 VALUE '10'.
      *
           05  S-NEU-STATUS         PIC  X(002) VALUE SPACE.
               88 S-NEU-OK                      VALUE '00'.
      *
           05  S-STAND-AUS-STATUS   PIC  X(002) VALUE SPACE.
               88 S-STAND-AUS-OK                VALUE '00'.
      *
           05  S-VGL-AUS-STATUS     PIC  X(002) VALUE SPACE.
               88 S-VGL-AUS-OK                  VALUE '00'.
      *
      *    * LAUFART AUS DEM PARM
           05  S-LAUFART            PIC  X(001) VALUE SPACE.
               88 S-LAUF-VOLLAUFBAU             VALUE 'V'.
               88 S-LAUF-STICHTAG               VALUE 'S'.
      *
      *    * BESTAND-SEITE DES MATCH-MERGE ERSCHOEPFT
           05  S-BEST-VORRAT        PIC  9(001) VALUE ZERO.
               88 S-BEST-VORHANDEN              VALUE 1.
               88 S-BEST-ERSCHOEPFT             VALUE ZERO.
      *
      ******************************************************************
       01  FILLER.
           05  FILLER                        PIC X(032)
                                    VALUE '*** ZWISCHENFELDER ETC ***'.
      *
           05 Z-ZAEHLER-ARCHIV-EIN    PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-NACH-STICHTAG PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-NICHT-ZUORD   PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-HERGELEITET   PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-SENDUNGEN     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-KJOU-EIN      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-KORR-STICHTAG PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-KORR-UNGUELT  PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-KORREKTUREN   PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-EINTRAEGE     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-AKTIV         PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-GELOESCHT     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-BESTAND-EIN   PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-GLEICH        PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-NUR-BEST      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-NUR-AUFB      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-F-FELD        PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-AUSGABE       PIC 9(8) VALUE ZERO.
      *
      *    * STICHTAG (AUS PARM, NUR LAUFART 'S')
           05 Z-STICHTAG              PIC 9(008) VALUE ZERO.
           05 Z-STICHTAG-X REDEFINES Z-STICHTAG
                                      PIC X(008).
           05 Z-STICHTAG-TAGE         PIC S9(008) COMP VALUE ZERO.
      *
      *    * GESELLSCHAFT DES ARCHIVSATZES
           05 Z-ARCH-GES-X            PIC X(002).
           05 Z-ARCH-GES REDEFINES Z-ARCH-GES-X
                                      PIC 9(002).
      *
      *    * BETRAG AUS DEM WIEN-SATZ (FORMAT 'ZZZZZZZ,ZZ' ODER LEER,
      *      VGL. PMAN0076 U24-BETRAG-WERT)
           05 Z-PRUEF-BETRAG.
              10 Z-PRUEF-BETRAG-GANZ  PIC X(007).
              10 Z-PRUEF-BETRAG-KOMMA PIC X(001).
              10 Z-PRUEF-BETRAG-DEZ   PIC X(002).
           05 Z-BETRAG-ZAHL.
              10 Z-BETRAG-ZAHL-GANZ   PIC 9(007).
              10 Z-BETRAG-ZAHL-DEZ    PIC 9(002).
           05 Z-BETRAG-ZAHL-R REDEFINES Z-BETRAG-ZAHL
                                      PIC 9(007)V99.
           05 Z-BETRAG-WERT           PIC 9(007)V99.
      *
           05 Z-BEITRAG-EDIT          PIC ZZZZZZZ,ZZ.
           05 Z-DATUM-EDIT            PIC 9(008).
      *
      *    * WERTE AUS DEM KORREKTURJOURNAL (DRUCKAUFBEREITET)
           05 Z-KJOU-DAT-EUR          PIC X(010).
           05 Z-KJOU-DAT              PIC 9(008).
           05 Z-KJOU-DAT-X REDEFINES Z-KJOU-DAT
                                      PIC X(008).
           05 Z-KJOU-GES-X            PIC X(002).
           05 Z-KJOU-GES REDEFINES Z-KJOU-GES-X
                                      PIC 9(002).
           05 Z-KJOU-WERT             PIC X(013).
           05 Z-KJOU-BEITRAG-EDIT REDEFINES Z-KJOU-WERT
                                      PIC ZZZZZZZZZ9,99.
      *
      ******************************************************************
      *    * AKTUELL NACHGESPIELTER BESTAND-EINTRAG (AUFBAU WIE
      *      DRAN0237, GRUPPENWECHSEL JE TDS-NR + GES. IN N101)
       01  Z-NEU-SATZ.
           05  Z-NEU-SCHLUESSEL.
               10  Z-NEU-NR             PIC X(015).
               10  Z-NEU-PGEB-GES       PIC 9(002).
           05  Z-NEU-ERST-DAT           PIC 9(008).
           05  Z-NEU-LOESCH-DAT         PIC 9(008).
           05  Z-NEU-LETZT-MODUS        PIC X(002).
           05  Z-NEU-SATZART            PIC X(002).
           05  Z-NEU-BEITRAG            PIC 9(007)V99.
           05  Z-NEU-VBNR               PIC X(007).
           05  Z-NEU-FILLER             PIC X(020).
      *
       01  Z-GRP-BEREICH.
           05  Z-GRP-OFFEN          PIC 9(001)         VALUE ZERO.
               88  Z-GRP-GRUPPE-OFFEN                  VALUE 1.
               88  Z-GRP-GRUPPE-LEER                   VALUE ZERO.
      *        MODUS DER LETZTEN SENDUNG AUS DER SATZART HERGELEITET
      *        (ALTER ARCHIVSATZ) - KEIN VERGLEICH DES MODUS
           05  Z-GRP-MODUS-KZ       PIC X(001)         VALUE SPACE.
      *
      *    * ARCHIVIERTER WIEN-SATZ (BEITRAG, VBNR)
       COPY DRAN0227 REPLACING DRAN0227 BY Z-ARCH-WIEN-SATZ.

      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *    * PARM= AUS DER AUFRUFENDEN JCL:
      *      'V'         = VOLLAUFBAU MIT VERGLEICH
      *      'STTMMJJJJ' = STICHTAGSSTAND ZUM TT.MM.JJJJ
       01  PI-PARM-BEREICH.
           05  PI-PARM-LAENGE            PIC S9(004) COMP.
           05  PI-PARM-DATEN             PIC X(009).

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
      *  INPUT : ARCH-SATZ                                              *
      *  OUTPUT: GGF. RB-WORK1                                          *
      *  VERARBEITUNG: TDS-NR, MODUS, BEITRAG UND VBNR DER SENDUNG      *
      *                ERMITTELN UND DEN SENDESATZ IN DIE WORK-DATEI    *
      *                STELLEN (LAUFART 'S': NUR BIS ZUM STICHTAG)      *
      *----------------------------------------------------------------*
      *
           IF S-LAUF-STICHTAG
              AND ARCH-SATZ-SENDE-DAT > Z-STICHTAG
              ADD K-1 TO Z-ZAEHLER-NACH-STICHTAG
              GO TO B1-EXIT
           END-IF
      *
           MOVE ARCH-SATZ-PGEB-GES       TO Z-ARCH-GES-X
      *
           IF Z-ARCH-GES-X NOT NUMERIC
              ADD K-1 TO Z-ZAEHLER-NICHT-ZUORD
              GO TO B1-EXIT
           END-IF
      *
           MOVE ARCH-SATZ-WIEN-SATZ      TO Z-ARCH-WIEN-SATZ
      *
           MOVE SPACE                    TO RB-W1-SATZ
           MOVE Z-ARCH-GES               TO RB-W1-PGEB-GES
           MOVE ARCH-SATZ-SENDE-DAT      TO RB-W1-SENDE-DAT
           MOVE ARCH-SATZ-LFD-NR         TO RB-W1-LFD-NR
           MOVE ARCH-SATZ-SATZART        TO RB-W1-SATZART
           MOVE ZERO                     TO RB-W1-BEITRAG
                                            RB-W1-KORR-FOLGE
                                            RB-W1-KORR-DAT
      *
           PERFORM U02-TDS-NR-ERMITTELN
      *
           IF RB-W1-NR = SPACE
              ADD K-1 TO Z-ZAEHLER-NICHT-ZUORD
              GO TO B1-EXIT
           END-IF
      *
           PERFORM U03-MODUS-ERMITTELN
      *
      *    * BEITRAG UND VBNR WIE U211 - NICHT FUER LOESCHSAETZE
           EVALUATE RB-W1-MODUS
           WHEN 'D '
           WHEN 'DU'
                CONTINUE
           WHEN OTHER
                IF WIEN-SATZ-DATEN-AN-BEITRAG = SPACE
                   MOVE WIEN-SATZ-DATEN-BEITRAG-SUM
                                         TO Z-PRUEF-BETRAG
                ELSE
                   MOVE WIEN-SATZ-DATEN-AN-BEITRAG
                                         TO Z-PRUEF-BETRAG
                END-IF
                PERFORM U04-BETRAG-WERT
                MOVE Z-BETRAG-WERT       TO RB-W1-BEITRAG
                MOVE WIEN-SATZ-DATEN-VBNR
                                         TO RB-W1-VBNR
           END-EVALUATE
      *
           PERFORM U05-SCHREIBEN-WORK
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
           READ ARCHIV-DATEI
      *
           EVALUATE TRUE
           WHEN S-ARCHIV-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-ARCHIV-EIN
      *
           WHEN S-ARCHIV-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
      *
           WHEN OTHER
              MOVE 'E0  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS              TO S-DATEI-STATUS
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
           READ ARCHIV-DATEI
      *
           EVALUATE TRUE
           WHEN S-ARCHIV-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-ARCHIV-EIN
      *
           WHEN S-ARCHIV-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
      *
           WHEN OTHER
              MOVE 'E1  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS              TO S-DATEI-STATUS
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
      *    - PARM (LAUFART, STICHTAG) PRUEFEN
      *    - ÖFFNEN DER EINGABE- UND WORK-DATEIEN (DIE AUSGABEN
      *      WERDEN ERST IN N10 NACH DEM SORT GEOEFFNET)
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
           OPEN INPUT ARCHIV-DATEI
      *
           IF NOT S-ARCHIV-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-3                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN ARCHIV-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * WORK-DATEI DER SORTIERUNG (VGL. U05/N10)
           OPEN OUTPUT RB-WORK1
      *
           IF NOT S-RBW1-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-4                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN RB-WORK1-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-RBW1-STATUS         TO S-DATEI-STATUS
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
      * IN   : PI-PARM-BEREICH ('V' ODER 'STTMMJJJJ')                   -
      * OUT  : S-LAUFART, Z-STICHTAG (JJJJMMTT), Z-STICHTAG-TAGE        -
      * VERAR: DIE LAUFART IST PFLICHT - OHNE GUELTIGEN PARM WIRD       -
      *        ABGEBROCHEN (EIN VERSEHENTLICHER VOLLAUFBAU STATT        -
      *        STICHTAGSSTAND SOLL NICHT MOEGLICH SEIN).                -
      *----------------------------------------------------------------
           IF PI-PARM-LAENGE < K-1
      *
              MOVE 'V00  '               TO ERR-ORT-SEC
              MOVE K-5                   TO ERR-ORT-LFD
              MOVE 'PARM FEHLT (V ODER STTMMJJJJ)'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
      *
           END-IF
      *
           MOVE PI-PARM-DATEN(1:1)       TO S-LAUFART
      *
           EVALUATE TRUE
           WHEN S-LAUF-VOLLAUFBAU
                AND PI-PARM-LAENGE = K-1
      *
                DISPLAY 'V00-PARM-PRUEFEN: LAUFART VOLLAUFBAU'
      *
           WHEN S-LAUF-STICHTAG
                AND PI-PARM-LAENGE = K-9
                AND PI-PARM-DATEN(2:8) IS NUMERIC
      *
                MOVE PI-PARM-DATEN(6:4)  TO Z-STICHTAG-X(1:4)
                MOVE PI-PARM-DATEN(4:2)  TO Z-STICHTAG-X(5:2)
                MOVE PI-PARM-DATEN(2:2)  TO Z-STICHTAG-X(7:2)
      *
                COMPUTE Z-STICHTAG-TAGE
                      = FUNCTION INTEGER-OF-DATE (Z-STICHTAG)
      *
                IF Z-STICHTAG-TAGE = ZERO
                   MOVE 'V00  '          TO ERR-ORT-SEC
                   MOVE K-6              TO ERR-ORT-LFD
                   MOVE 'PARM UNGUELTIG: KEIN KALENDERDATUM'
                                         TO ERR-VAR-ZEILE01
                   MOVE PI-PARM-DATEN    TO ERR-VAR-ZEILE02
                   PERFORM BR93-PROG-FEHLER
                   PERFORM U01-ABBRUCH
                END-IF
      *
                DISPLAY 'V00-PARM-PRUEFEN: LAUFART STICHTAGSSTAND '
                        PI-PARM-DATEN(2:8)
      *
           WHEN OTHER
      *
                MOVE 'V00  '             TO ERR-ORT-SEC
                MOVE K-7                 TO ERR-ORT-LFD
                MOVE 'PARM UNGUELTIG (V ODER STTMMJJJJ)'
                                         TO ERR-VAR-ZEILE01
                MOVE PI-PARM-DATEN       TO ERR-VAR-ZEILE02
                PERFORM BR93-PROG-FEHLER
                PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
           .
       V00-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       N0-NACHLAUF SECTION.
      *-----------------------------------------------------------------
           PERFORM N14-KORREKTUREN-EINSTELLEN
           PERFORM N10-BESTAND-AUFBAUEN
      *
           IF S-LAUF-VOLLAUFBAU
              PERFORM N09-RESTBESTAND
           END-IF
      *
           PERFORM N12-PROTOKOLL
           PERFORM N11-DATEIEN-SCHLIESSEN
      *
           .
       N0-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N09-RESTBESTAND SECTION.
      *-----------------------------------------------------------------
      * IN   : BESTAND-DATEI                                            -
      * OUT  : VGL-AUSGABE                                              -
      * VERAR: NACH DEM LETZTEN AUFGEBAUTEN EINTRAG VERBLIEBENE         -
      *        BESTAND-EINTRAEGE FEHLEN IM AUFBAU                       -
      *-----------------------------------------------------------------
           PERFORM WITH TEST BEFORE
              UNTIL S-BEST-ERSCHOEPFT
      *
              PERFORM U07-NUR-IM-BESTAND
              PERFORM U10-BESTAND-LESEN
      *
           END-PERFORM
      *
           .
       N09-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N10-BESTAND-AUFBAUEN SECTION.
      *-----------------------------------------------------------------
      * IN   : RB-WORK1 (SENDESAETZE AUS B1, KORREKTURSAETZE AUS N14)   -
      * OUT  : NEU-BESTAND + VGL-AUSGABE (LAUFART 'V') BZW.             -
      *        STAND-AUSGABE (LAUFART 'S')                              -
      * VERAR: DIE SENDESAETZE WERDEN EXTERN NACH TDS-NR +              -
      *        GESELLSCHAFT + SENDEDATUM + LFD-NR + JOURNALFOLGE        -
      *        SORTIERT UND JE ANTRAG IN SENDEFOLGE NACHGESPIELT        -
      *        (N101). DIE AUSGABE JE ANTRAG ERFOLGT IN N102.           -
      *-----------------------------------------------------------------
           CLOSE RB-WORK1
      *
           IF NOT S-RBW1-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-8                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN RB-WORK1-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-RBW1-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           SORT SORT-DATEI
                ON ASCENDING KEY RB-SORT-NR
                                 RB-SORT-PGEB-GES
                                 RB-SORT-SENDE-DAT
                                 RB-SORT-LFD-NR
                                 RB-SORT-KORR-FOLGE
                USING  RB-WORK1
                GIVING RB-WORK2
      *
           IF SORT-RETURN NOT = ZERO
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-25                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SORTIEREN DER SENDESAETZE'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN INPUT RB-WORK2
      *
           IF NOT S-RBW2-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-9                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN RB-WORK2-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-RBW2-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM N13-AUSGABEN-OEFFNEN
      *
           SET Z-GRP-GRUPPE-LEER         TO TRUE
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-RBW2-OK
      *
              READ RB-WORK2
      *
              EVALUATE TRUE
              WHEN S-RBW2-OK
      *
                 PERFORM N101-SENDUNG-ANWENDEN
      *
              WHEN S-RBW2-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N10  '               TO ERR-ORT-SEC
                 MOVE K-10                  TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM LESEN RB-WORK2-DATEI'
                                            TO ERR-VAR-ZEILE01
                 MOVE S-RBW2-STATUS         TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
      *    * LETZTEN ANTRAG ABSCHLIESSEN
           IF Z-GRP-GRUPPE-OFFEN
              PERFORM N102-EINTRAG-AUSGEBEN
           END-IF
      *
           CLOSE RB-WORK2
      *
           IF NOT S-RBW2-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-26                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN RB-WORK2-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-RBW2-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N10-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N101-SENDUNG-ANWENDEN SECTION.
      *-----------------------------------------------------------------
      * IN   : RB-W2-SATZ (SORTIERT)                                    -
      * OUT  : Z-NEU-SATZ, GGF. AUSGABE UEBER N102                      -
      * VERAR: GRUPPENWECHSELSTEUERUNG JE ANTRAG (TDS-NR + GES.):       -
      *        BEIM WECHSEL WIRD DER VORIGE EINTRAG UEBER N102          -
      *        AUSGEGEBEN. DIE ERSTE SENDUNG LEGT DEN EINTRAG WIE DIE   -
      *        NEUANLAGE IN U21 AN, JEDE SENDUNG SCHREIBT IHN NACH DEN  -
      *        REGELN VON U21/U211 FORT. KORREKTURSAETZE WERDEN IN      -
      *        N103 ANGEWENDET.                                         -
      *-----------------------------------------------------------------
           IF Z-GRP-GRUPPE-OFFEN
              AND RB-W2-SCHLUESSEL NOT = Z-NEU-SCHLUESSEL
      *
              PERFORM N102-EINTRAG-AUSGEBEN
              SET Z-GRP-GRUPPE-LEER     TO TRUE
      *
           END-IF
      *
           IF Z-GRP-GRUPPE-LEER
      *
      *    * NEUANLAGE (VGL. U21)
              SET Z-GRP-GRUPPE-OFFEN    TO TRUE
              MOVE SPACE                TO Z-NEU-SATZ
              MOVE RB-W2-NR             TO Z-NEU-NR
              MOVE RB-W2-PGEB-GES       TO Z-NEU-PGEB-GES
              MOVE RB-W2-SENDE-DAT      TO Z-NEU-ERST-DAT
              MOVE ZERO                 TO Z-NEU-LOESCH-DAT
              MOVE ZERO                 TO Z-NEU-BEITRAG
              MOVE SPACE                TO Z-GRP-MODUS-KZ
      *
           END-IF
      *
           IF RB-W2-KORREKTUR
              PERFORM N103-KORREKTUR-ANWENDEN
              GO TO N101-EXIT
           END-IF
      *
           ADD K-1                      TO Z-ZAEHLER-SENDUNGEN
      *
           MOVE RB-W2-MODUS             TO Z-NEU-LETZT-MODUS
           MOVE RB-W2-SATZART           TO Z-NEU-SATZART
           MOVE RB-W2-MODUS-KZ          TO Z-GRP-MODUS-KZ
      *
           EVALUATE RB-W2-MODUS
           WHEN 'D '
           WHEN 'DU'
      *
      *    * NUR DAS LOESCHDATUM SETZEN - BEITRAG UND VBNR BLEIBEN
                MOVE RB-W2-SENDE-DAT    TO Z-NEU-LOESCH-DAT
      *
           WHEN 'I '
           WHEN 'I2'
      *
      *    * WIEDERZUGANG NACH FRUEHERER LOESCHUNG
                MOVE ZERO               TO Z-NEU-LOESCH-DAT
                MOVE RB-W2-BEITRAG      TO Z-NEU-BEITRAG
                MOVE RB-W2-VBNR         TO Z-NEU-VBNR
      *
           WHEN OTHER
      *
                MOVE RB-W2-BEITRAG      TO Z-NEU-BEITRAG
                MOVE RB-W2-VBNR         TO Z-NEU-VBNR
      *
           END-EVALUATE
      *
           .
       N101-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N103-KORREKTUR-ANWENDEN SECTION.
      *-----------------------------------------------------------------
      * IN   : RB-W2-SATZ (KORREKTURSATZ), Z-NEU-SATZ                   -
      * OUT  : Z-NEU-SATZ                                               -
      * VERAR: DAS IM JOURNAL GEAENDERTE FELD ERHAELT DEN WERT NACHHER  -
      *        WIE IN PMAN0093 (B11-B15). LETZT-MODUS BLEIBT - DIE      -
      *        KORREKTUR IST KEINE SENDUNG. DIE NEUANLAGE ('NA') LEGT   -
      *        DEN EINTRAG AKTIV MIT DER ERFASSTEN ERSTERFASSUNG AN.    -
      *-----------------------------------------------------------------
           ADD K-1                      TO Z-ZAEHLER-KORREKTUREN
      *
           EVALUATE RB-W2-KORR-FELD
           WHEN K-FELD-LOESCH-DAT
      *
      *    * 'LS' SETZT DAS GEKLAERTE LOESCHDATUM, 'LR' SETZT ZURUECK
                MOVE RB-W2-KORR-DAT     TO Z-NEU-LOESCH-DAT
      *
           WHEN K-FELD-ERST-DAT
      *
                MOVE RB-W2-KORR-DAT     TO Z-NEU-ERST-DAT
                MOVE ZERO               TO Z-NEU-LOESCH-DAT
      *
           WHEN K-FELD-SATZART
      *
                MOVE RB-W2-SATZART      TO Z-NEU-SATZART
      *
           WHEN K-FELD-BEITRAG
      *
                MOVE RB-W2-BEITRAG      TO Z-NEU-BEITRAG
      *
           WHEN K-FELD-VBNR
      *
                MOVE RB-W2-VBNR         TO Z-NEU-VBNR
      *
           END-EVALUATE
      *
           .
       N103-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N102-EINTRAG-AUSGEBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-NEU-SATZ (FERTIG NACHGESPIELTER EINTRAG)               -
      * OUT  : NEU-BESTAND + VGL-AUSGABE BZW. STAND-AUSGABE             -
      * VERAR: LAUFART 'V': EINTRAG IN DEN NEUEN CLUSTER SCHREIBEN      -
      *        UND MATCH-MERGE-SCHRITT GEGEN DIE LAUFENDE BESTAND-      -
      *        DATEI (UEBERSPRUNGENE EINTRAEGE = NUR-IM-BESTAND,        -
      *        GLEICHER SCHLUESSEL = FELDVERGLEICH, SONST               -
      *        NUR-IM-AUFBAU).                                          -
      *        LAUFART 'S': EINTRAG IN DEN STICHTAGSSTAND SCHREIBEN.    -
      *-----------------------------------------------------------------
           ADD K-1 TO Z-ZAEHLER-EINTRAEGE
      *
           IF Z-NEU-LOESCH-DAT = ZERO
              ADD K-1 TO Z-ZAEHLER-AKTIV
           ELSE
              ADD K-1 TO Z-ZAEHLER-GELOESCHT
           END-IF
      *
           IF S-LAUF-STICHTAG
      *
              WRITE STAND-SATZ FROM Z-NEU-SATZ
      *
              IF NOT S-STAND-AUS-OK
                 MOVE 'N102 '            TO ERR-ORT-SEC
                 MOVE K-11               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM SCHREIBEN STAND-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-STAND-AUS-STATUS TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
              GO TO N102-EXIT
      *
           END-IF
      *
           WRITE NEU-SATZ FROM Z-NEU-SATZ
      *
           IF NOT S-NEU-OK
              MOVE 'N102 '               TO ERR-ORT-SEC
              MOVE K-12                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN NEU-BESTAND'
                                         TO ERR-VAR-ZEILE01
              MOVE S-NEU-STATUS          TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * BESTAND-SEITE BIS ZUM AUFGEBAUTEN SCHLUESSEL VORSCHIEBEN
           PERFORM WITH TEST BEFORE
              UNTIL S-BEST-ERSCHOEPFT
                 OR BESTAND-SATZ-SCHLUESSEL NOT < Z-NEU-SCHLUESSEL
      *
              PERFORM U07-NUR-IM-BESTAND
              PERFORM U10-BESTAND-LESEN
      *
           END-PERFORM
      *
           IF S-BEST-ERSCHOEPFT
              OR BESTAND-SATZ-SCHLUESSEL NOT = Z-NEU-SCHLUESSEL
      *
              PERFORM U08-NUR-IM-AUFBAU
      *
           ELSE
      *
              PERFORM U09-FELDER-VERGLEICHEN
              PERFORM U10-BESTAND-LESEN
      *
           END-IF
      *
           .
       N102-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N11-DATEIEN-SCHLIESSEN SECTION.
      *-----------------------------------------------------------------
      * VERAR: SCHLIESSEN DATEIEN                                      -
      *-----------------------------------------------------------------
           CLOSE ARCHIV-DATEI

           IF NOT S-ARCHIV-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-13                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN ARCHIV-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           IF S-LAUF-STICHTAG
      *
              CLOSE STAND-AUSGABE
      *
              IF NOT S-STAND-AUS-OK
                 MOVE 'N11  '            TO ERR-ORT-SEC
                 MOVE K-14               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM SCHLIEßEN STAND-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-STAND-AUS-STATUS TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
              GO TO N11-EXIT
      *
           END-IF
      *
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
           CLOSE NEU-BESTAND

           IF NOT S-NEU-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-16                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN NEU-BESTAND'
                                         TO ERR-VAR-ZEILE01
              MOVE S-NEU-STATUS          TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE VGL-AUSGABE

           IF NOT S-VGL-AUS-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-17                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN VGL-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-VGL-AUS-STATUS      TO S-DATEI-STATUS
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
           DISPLAY ' PROTOKOLL: AUFBAU ANTRAGS-BESTAND AUS DEM'
                   ' SENDEARCHIV'
           IF S-LAUF-STICHTAG
              DISPLAY ' LAUFART: STICHTAGSSTAND ZUM (JJJJMMTT) '
                      Z-STICHTAG
           ELSE
              DISPLAY ' LAUFART: VOLLAUFBAU MIT VERGLEICH'
           END-IF
           DISPLAY ' =============================================='
           DISPLAY ' '
           DISPLAY 'ANZAHL ARCHIVSAETZE GELESEN       :  '
                   Z-ZAEHLER-ARCHIV-EIN
           IF S-LAUF-STICHTAG
              DISPLAY 'DAVON NACH DEM STICHTAG GESENDET  :  '
                      Z-ZAEHLER-NACH-STICHTAG
           END-IF
           DISPLAY 'DAVON NICHT ZUORDENBAR            :  '
                   Z-ZAEHLER-NICHT-ZUORD
           DISPLAY 'NACHGESPIELTE SENDUNGEN           :  '
                   Z-ZAEHLER-SENDUNGEN
           DISPLAY 'DAVON MODUS AUS SATZART HERGEL.   :  '
                   Z-ZAEHLER-HERGELEITET
           DISPLAY ' '
           DISPLAY 'ANZAHL JOURNALZEILEN GELESEN      :  '
                   Z-ZAEHLER-KJOU-EIN
           IF S-LAUF-STICHTAG
              DISPLAY 'DAVON NACH DEM STICHTAG KORRIGIERT:  '
                      Z-ZAEHLER-KORR-STICHTAG
           END-IF
           DISPLAY 'DAVON UNGUELTIG                   :  '
                   Z-ZAEHLER-KORR-UNGUELT
           DISPLAY 'NACHGESPIELTE KORREKTUREN         :  '
                   Z-ZAEHLER-KORREKTUREN
           DISPLAY ' '
           DISPLAY 'AUFGEBAUTE BESTAND-EINTRAEGE      :  '
                   Z-ZAEHLER-EINTRAEGE
           DISPLAY 'DAVON AKTIV                       :  '
                   Z-ZAEHLER-AKTIV
           DISPLAY 'DAVON GELOESCHT                   :  '
                   Z-ZAEHLER-GELOESCHT
           DISPLAY ' '
      *
           IF S-LAUF-VOLLAUFBAU
      *
              DISPLAY 'ANZAHL BESTAND-SAETZE GELESEN     :  '
                      Z-ZAEHLER-BESTAND-EIN
              DISPLAY 'UEBEREINSTIMMEND                  :  '
                      Z-ZAEHLER-GLEICH
              DISPLAY 'NUR-IM-BESTAND                    :  '
                      Z-ZAEHLER-NUR-BEST
              DISPLAY 'NUR-IM-AUFBAU                     :  '
                      Z-ZAEHLER-NUR-AUFB
              DISPLAY 'FELD-ABWEICHUNGEN (ZEILEN)        :  '
                      Z-ZAEHLER-F-FELD
              DISPLAY 'ANZAHL DIFFERENZZEILEN GESAMT     :  '
                      Z-ZAEHLER-AUSGABE
              DISPLAY ' '
      *
              IF Z-ZAEHLER-AUSGABE > ZERO
                 DISPLAY ' *** ACHTUNG: AUFBAU WEICHT VOM BESTAND AB -'
                         ' VGL-AUSGABE VOR DEM UMHAENGEN PRUEFEN ***'
              ELSE
                 DISPLAY ' AUFBAU UND BESTAND STIMMEN UEBEREIN'
              END-IF
              DISPLAY ' '
      *
           END-IF
      *
           IF Z-ZAEHLER-NICHT-ZUORD > ZERO
              DISPLAY 'ACHTUNG: ARCHIVSAETZE OHNE ERMITTELBARE TDS-NR'
                      ' (NICHT NACHGESPIELT): ' Z-ZAEHLER-NICHT-ZUORD
              DISPLAY ' '
           END-IF
      *
           IF Z-ZAEHLER-KORR-UNGUELT > ZERO
              DISPLAY 'ACHTUNG: JOURNALZEILEN OHNE GUELTIGES LAUFDATUM'
                      '/GES. (NICHT NACHGESPIELT): '
                      Z-ZAEHLER-KORR-UNGUELT
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
       N13-AUSGABEN-OEFFNEN SECTION.
      *-----------------------------------------------------------------
      * IN   : S-LAUFART                                                -
      * OUT  : GEOEFFNETE AUSGABEN, ERSTER BESTAND-SATZ (LAUFART 'V')   -
      *-----------------------------------------------------------------
           IF S-LAUF-STICHTAG
      *
              OPEN OUTPUT STAND-AUSGABE
      *
              IF NOT S-STAND-AUS-OK
                 MOVE 'N13  '            TO ERR-ORT-SEC
                 MOVE K-18               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM ÖFFNEN STAND-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-STAND-AUS-STATUS TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
              GO TO N13-EXIT
      *
           END-IF
      *
           OPEN INPUT BESTAND-DATEI
      *
           IF NOT S-BESTAND-OK
              MOVE 'N13  '               TO ERR-ORT-SEC
              MOVE K-19                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN BESTAND-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-BESTAND-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * DER NEUE CLUSTER WIRD VON DER JCL LEER ANGELEGT UND HIER
      *      IN SCHLUESSELFOLGE GELADEN
           OPEN OUTPUT NEU-BESTAND
      *
           IF NOT S-NEU-OK
              MOVE 'N13  '               TO ERR-ORT-SEC
              MOVE K-20                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN NEU-BESTAND'
                                         TO ERR-VAR-ZEILE01
              MOVE S-NEU-STATUS          TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT VGL-AUSGABE
      *
           IF NOT S-VGL-AUS-OK
              MOVE 'N13  '               TO ERR-ORT-SEC
              MOVE K-21                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN VGL-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-VGL-AUS-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * ERSTEN BESTAND-SATZ BEREITSTELLEN
           SET S-BEST-VORHANDEN          TO TRUE
           PERFORM U10-BESTAND-LESEN
      *
           .
       N13-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N14-KORREKTUREN-EINSTELLEN SECTION.
      *-----------------------------------------------------------------
      * IN   : KJOU-EINGABE                                             -
      * OUT  : RB-WORK1 (KORREKTURSAETZE UEBER U13)                     -
      * VERAR: DIE FREIGEGEBENEN KORREKTUREN STEHEN NICHT IM            -
      *        SENDEARCHIV. JEDE JOURNALZEILE WIRD ALS KORREKTURSATZ    -
      *        ZU DEN SENDESAETZEN GESTELLT, DAMIT DER AUFBAU SIE NICHT -
      *        ZURUECKSETZT.                                            -
      *-----------------------------------------------------------------
           OPEN INPUT KJOU-EINGABE
      *
           IF NOT S-KJOU-EIN-OK
              MOVE 'N14  '               TO ERR-ORT-SEC
              MOVE K-27                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN KJOU-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-KJOU-EIN-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-KJOU-EIN-OK
      *
              READ KJOU-EINGABE
      *
              EVALUATE TRUE
              WHEN S-KJOU-EIN-OK
      *
                 PERFORM U13-KORREKTUR-EINSTELLEN
      *
              WHEN S-KJOU-EIN-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N14  '               TO ERR-ORT-SEC
                 MOVE K-28                  TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM LESEN KJOU-EINGABE-DATEI'
                                            TO ERR-VAR-ZEILE01
                 MOVE S-KJOU-EIN-STATUS     TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE KJOU-EINGABE
      *
           IF NOT S-KJOU-EIN-OK
              MOVE 'N14  '               TO ERR-ORT-SEC
              MOVE K-29                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN KJOU-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-KJOU-EIN-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N14-EXIT.
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
       U02-TDS-NR-ERMITTELN SECTION.
      *-----------------------------------------------------------------
      * IN   : ARCH-SATZ, Z-ARCH-GES                                    -
      * OUT  : RB-W1-NR (LEER = NICHT ZUORDENBAR)                       -
      * VERAR: SEIT DEM 15.10.26 TRAEGT DER ARCHIVSATZ DIE TDS-NR.      -
      *        BEI AELTEREN SAETZEN GILT (VGL. PMAN0076 U03):           -
      *        - VNR-ANTR = TDS-NR, AUSSER BEI DEN FONDS-/BANK-         -
      *          GESELLSCHAFTEN (DORT STEHT DIE DEPOT-NR/DER TARIF)     -
      *        - BEI LOESCHSAETZEN UND NICHT GEFUNDENEN ANTRAEGEN       -
      *          SIND PIN UND VNR-ANTR BEIDE = TDS-NR                   -
      *-----------------------------------------------------------------
           IF ARCH-SATZ-TDS-NR NOT = SPACE
              MOVE ARCH-SATZ-TDS-NR      TO RB-W1-NR
              GO TO U02-EXIT
           END-IF
      *
           IF ARCH-SATZ-VNR-ANTR = ARCH-SATZ-PIN
              MOVE ARCH-SATZ-VNR-ANTR    TO RB-W1-NR
              GO TO U02-EXIT
           END-IF
      *
           EVALUATE Z-ARCH-GES
           WHEN K-KNR-PGES-CAPITAL-BANK
           WHEN K-KNR-PGES-DWS-OESTERREICH
           WHEN K-KNR-PGES-GENERALI-INVEST
           WHEN K-KNR-PGES-BANK-AUSTRIA-INVEST
           WHEN K-KNR-PGES-INFINA
           WHEN K-KNR-PGES-BAWAG
      *
                MOVE SPACE               TO RB-W1-NR
      *
           WHEN OTHER
      *
                MOVE ARCH-SATZ-VNR-ANTR  TO RB-W1-NR
      *
           END-EVALUATE
      *
           .
       U02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U03-MODUS-ERMITTELN SECTION.
      *-----------------------------------------------------------------
      * IN   : ARCH-SATZ                                                -
      * OUT  : RB-W1-MODUS, RB-W1-MODUS-KZ                              -
      * VERAR: SEIT DEM 15.10.26 TRAEGT DER ARCHIVSATZ DEN TDS-MODUS.   -
      *        BEI AELTEREN SAETZEN WIRD ER AUS DER SATZART             -
      *        HERGELEITET (SATZART = TDS-MODUS, AUSSER 'VO' FUER       -
      *        VORLAEUFIG ERFASSTE ANTRAEGE GES. 26 - DIESE ZAEHLEN     -
      *        ALS ZUGANG).                                             -
      *-----------------------------------------------------------------
           IF ARCH-SATZ-MODUS NOT = SPACE
              MOVE ARCH-SATZ-MODUS       TO RB-W1-MODUS
              MOVE K-MODUS-ARCHIV        TO RB-W1-MODUS-KZ
              GO TO U03-EXIT
           END-IF
      *
           ADD K-1                       TO Z-ZAEHLER-HERGELEITET
           MOVE K-MODUS-HERGELEITET      TO RB-W1-MODUS-KZ
      *
           IF ARCH-SATZ-SATZART = 'VO'
              MOVE 'I '                  TO RB-W1-MODUS
           ELSE
              MOVE ARCH-SATZ-SATZART     TO RB-W1-MODUS
           END-IF
      *
           .
       U03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U04-BETRAG-WERT SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-PRUEF-BETRAG (FORMAT 'ZZZZZZZ,ZZ' ODER LEER)           -
      * OUT  : Z-BETRAG-WERT                                            -
      * VERAR: AUFBEREITETEN BETRAG IN EINE RECHENFAEHIGE ZAHL          -
      *        ZURUECKWANDELN (WIE PMAN0076 U24). LEERE ODER NICHT      -
      *        INTERPRETIERBARE FELDER ERGEBEN NULL.                    -
      *-----------------------------------------------------------------
           MOVE ZERO TO Z-BETRAG-WERT
      *
           IF Z-PRUEF-BETRAG = SPACE
              GO TO U04-EXIT
           END-IF
      *
           INSPECT Z-PRUEF-BETRAG-GANZ
                   REPLACING LEADING SPACE BY ZERO
      *
           IF Z-PRUEF-BETRAG-DEZ = SPACE
              MOVE '00' TO Z-PRUEF-BETRAG-DEZ
           END-IF
      *
           IF Z-PRUEF-BETRAG-GANZ IS NUMERIC
              AND Z-PRUEF-BETRAG-KOMMA = ','
              AND Z-PRUEF-BETRAG-DEZ IS NUMERIC
      *
              MOVE Z-PRUEF-BETRAG-GANZ   TO Z-BETRAG-ZAHL-GANZ
              MOVE Z-PRUEF-BETRAG-DEZ    TO Z-BETRAG-ZAHL-DEZ
              MOVE Z-BETRAG-ZAHL-R       TO Z-BETRAG-WERT
      *
           END-IF
      *
           .
       U04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U05-SCHREIBEN-WORK SECTION.
      *-----------------------------------------------------------------
      * IN   : RB-W1-SATZ                                               -
      * OUT  : RB-WORK1                                                 -
      *-----------------------------------------------------------------
           WRITE RB-W1-SATZ
      *
           IF NOT S-RBW1-OK
              MOVE 'U05  '               TO ERR-ORT-SEC
              MOVE K-22                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN RB-WORK1-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-RBW1-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       U05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U06-VGL-BASIS SECTION.
      *-----------------------------------------------------------------
      * IN   : -                                                        -
      * OUT  : VGL-SATZ-AUS (LEER MIT TRENNZEICHEN)                     -
      *-----------------------------------------------------------------
           MOVE SPACE                 TO VGL-SATZ-AUS
      *
           MOVE ';'                   TO VGL-SATZ-DATEN-SEMIK-1
                                         VGL-SATZ-DATEN-SEMIK-2
                                         VGL-SATZ-DATEN-SEMIK-3
                                         VGL-SATZ-DATEN-SEMIK-4
                                         VGL-SATZ-DATEN-SEMIK-5
                                         VGL-SATZ-DATEN-SEMIK-6
      *
           .
       U06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U07-NUR-IM-BESTAND SECTION.
      *-----------------------------------------------------------------
      * IN   : BESTAND-SATZ                                             -
      * OUT  : VGL-AUSGABE                                              -
      * VERAR: BESTAND-EINTRAG OHNE GEGENSTUECK IM AUFBAU BERICHTEN     -
      *        (Z.B. SENDUNGEN AELTER ALS DIE ARCHIVAUFBEWAHRUNG)       -
      *-----------------------------------------------------------------
           ADD K-1 TO Z-ZAEHLER-NUR-BEST
      *
           PERFORM U06-VGL-BASIS
           MOVE 'NUR-IM-BESTAND'      TO VGL-SATZ-DATEN-KLASSE
           MOVE BESTAND-SATZ-PGEB-GES TO VGL-SATZ-DATEN-PGEB-GES
           MOVE BESTAND-SATZ-NR       TO VGL-SATZ-DATEN-NR
           PERFORM U11-SCHREIBEN-VGL
      *
           .
       U07-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U08-NUR-IM-AUFBAU SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-NEU-SATZ                                               -
      * OUT  : VGL-AUSGABE                                              -
      * VERAR: AUFGEBAUTEN EINTRAG OHNE GEGENSTUECK IM BESTAND          -
      *        BERICHTEN                                                -
      *-----------------------------------------------------------------
           ADD K-1 TO Z-ZAEHLER-NUR-AUFB
      *
           PERFORM U06-VGL-BASIS
           MOVE 'NUR-IM-AUFBAU'       TO VGL-SATZ-DATEN-KLASSE
           MOVE Z-NEU-PGEB-GES        TO VGL-SATZ-DATEN-PGEB-GES
           MOVE Z-NEU-NR              TO VGL-SATZ-DATEN-NR
           PERFORM U11-SCHREIBEN-VGL
      *
           .
       U08-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U09-FELDER-VERGLEICHEN SECTION.
      *-----------------------------------------------------------------
      * IN   : BESTAND-SATZ, Z-NEU-SATZ, Z-GRP-MODUS-KZ                  -
      * OUT  : GGF. VGL-AUSGABE, Z-ZAEHLER-GLEICH                       -
      * VERAR: ALLE FELDER DES EINTRAGS VERGLEICHEN; JE ABWEICHENDEM    -
      *        FELD EINE ZEILE 'FELD-ABWEICHUNG' MIT BEIDEN WERTEN.     -
      *        EIN AUS DER SATZART HERGELEITETER MODUS WIRD NICHT       -
      *        VERGLICHEN.                                              -
      *-----------------------------------------------------------------
           IF Z-GRP-MODUS-KZ = K-MODUS-HERGELEITET
              MOVE BESTAND-SATZ-LETZT-MODUS TO Z-NEU-LETZT-MODUS
           END-IF
      *
           IF BESTAND-SATZ-ERST-DAT = Z-NEU-ERST-DAT
              AND BESTAND-SATZ-LOESCH-DAT = Z-NEU-LOESCH-DAT
              AND BESTAND-SATZ-LETZT-MODUS = Z-NEU-LETZT-MODUS
              AND BESTAND-SATZ-SATZART = Z-NEU-SATZART
              AND BESTAND-SATZ-BEITRAG = Z-NEU-BEITRAG
              AND BESTAND-SATZ-VBNR = Z-NEU-VBNR
      *
              ADD K-1 TO Z-ZAEHLER-GLEICH
              GO TO U09-EXIT
      *
           END-IF
      *
           IF BESTAND-SATZ-ERST-DAT NOT = Z-NEU-ERST-DAT
              PERFORM U12-FELD-BASIS
              MOVE 'ERST-DAT'            TO VGL-SATZ-DATEN-FELD
              MOVE BESTAND-SATZ-ERST-DAT TO Z-DATUM-EDIT
              MOVE Z-DATUM-EDIT          TO VGL-SATZ-DATEN-WERT-BEST
              MOVE Z-NEU-ERST-DAT        TO Z-DATUM-EDIT
              MOVE Z-DATUM-EDIT          TO VGL-SATZ-DATEN-WERT-AUFB
              PERFORM U11-SCHREIBEN-VGL
           END-IF
      *
           IF BESTAND-SATZ-LOESCH-DAT NOT = Z-NEU-LOESCH-DAT
              PERFORM U12-FELD-BASIS
              MOVE 'LOESCH-DAT'          TO VGL-SATZ-DATEN-FELD
              MOVE BESTAND-SATZ-LOESCH-DAT
                                         TO Z-DATUM-EDIT
              MOVE Z-DATUM-EDIT          TO VGL-SATZ-DATEN-WERT-BEST
              MOVE Z-NEU-LOESCH-DAT      TO Z-DATUM-EDIT
              MOVE Z-DATUM-EDIT          TO VGL-SATZ-DATEN-WERT-AUFB
              PERFORM U11-SCHREIBEN-VGL
           END-IF
      *
           IF BESTAND-SATZ-LETZT-MODUS NOT = Z-NEU-LETZT-MODUS
              PERFORM U12-FELD-BASIS
              MOVE 'MODUS'               TO VGL-SATZ-DATEN-FELD
              MOVE BESTAND-SATZ-LETZT-MODUS
                                         TO VGL-SATZ-DATEN-WERT-BEST
              MOVE Z-NEU-LETZT-MODUS     TO VGL-SATZ-DATEN-WERT-AUFB
              PERFORM U11-SCHREIBEN-VGL
           END-IF
      *
           IF BESTAND-SATZ-SATZART NOT = Z-NEU-SATZART
              PERFORM U12-FELD-BASIS
              MOVE 'SATZART'             TO VGL-SATZ-DATEN-FELD
              MOVE BESTAND-SATZ-SATZART  TO VGL-SATZ-DATEN-WERT-BEST
              MOVE Z-NEU-SATZART         TO VGL-SATZ-DATEN-WERT-AUFB
              PERFORM U11-SCHREIBEN-VGL
           END-IF
      *
           IF BESTAND-SATZ-BEITRAG NOT = Z-NEU-BEITRAG
              PERFORM U12-FELD-BASIS
              MOVE 'BEITRAG'             TO VGL-SATZ-DATEN-FELD
              MOVE BESTAND-SATZ-BEITRAG  TO Z-BEITRAG-EDIT
              MOVE Z-BEITRAG-EDIT        TO VGL-SATZ-DATEN-WERT-BEST
              MOVE Z-NEU-BEITRAG         TO Z-BEITRAG-EDIT
              MOVE Z-BEITRAG-EDIT        TO VGL-SATZ-DATEN-WERT-AUFB
              PERFORM U11-SCHREIBEN-VGL
           END-IF
      *
           IF BESTAND-SATZ-VBNR NOT = Z-NEU-VBNR
              PERFORM U12-FELD-BASIS
              MOVE 'VBNR'                TO VGL-SATZ-DATEN-FELD
              MOVE BESTAND-SATZ-VBNR     TO VGL-SATZ-DATEN-WERT-BEST
              MOVE Z-NEU-VBNR            TO VGL-SATZ-DATEN-WERT-AUFB
              PERFORM U11-SCHREIBEN-VGL
           END-IF
      *
           .
       U09-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U10-BESTAND-LESEN SECTION.
      *-----------------------------------------------------------------
      * IN   : BESTAND-DATEI                                            -
      * OUT  : BESTAND-SATZ, S-BEST-VORRAT                              -
      * VERAR: NAECHSTEN BESTAND-SATZ BEREITSTELLEN                     -
      *-----------------------------------------------------------------
           READ BESTAND-DATEI
      *
           EVALUATE TRUE
           WHEN S-BESTAND-OK
      *
                ADD K-1 TO Z-ZAEHLER-BESTAND-EIN
      *
           WHEN S-BESTAND-EOF
      *
                SET S-BEST-ERSCHOEPFT TO TRUE
      *
           WHEN OTHER
                MOVE 'U10  '               TO ERR-ORT-SEC
                MOVE K-23                  TO ERR-ORT-LFD
                MOVE 'FEHLER BEIM LESEN BESTAND-DATEI'
                                           TO ERR-VAR-ZEILE01
                MOVE S-BESTAND-STATUS      TO S-DATEI-STATUS
                PERFORM BR94-DATEI-FEHLER
                PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
           .
       U10-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U11-SCHREIBEN-VGL SECTION.
      *-----------------------------------------------------------------
      * IN   : VGL-SATZ-AUS                                             -
      * OUT  : VGL-AUSGABE                                              -
      *-----------------------------------------------------------------
           WRITE VGL-SATZ-AUS
      *
           IF NOT S-VGL-AUS-OK
              MOVE 'U11  '           TO ERR-ORT-SEC
              MOVE K-24              TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN VGL-AUSGABE-DATEI'
                                     TO ERR-VAR-ZEILE01
              MOVE S-VGL-AUS-STATUS  TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD  K-1               TO Z-ZAEHLER-AUSGABE
      *
           .
       U11-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U12-FELD-BASIS SECTION.
      *-----------------------------------------------------------------
      * IN   : BESTAND-SATZ                                             -
      * OUT  : VGL-SATZ-AUS (KLASSE FELD-ABWEICHUNG + SCHLUESSEL)       -
      *-----------------------------------------------------------------
           ADD K-1 TO Z-ZAEHLER-F-FELD
      *
           PERFORM U06-VGL-BASIS
           MOVE 'FELD-ABWEICHUNG'     TO VGL-SATZ-DATEN-KLASSE
           MOVE BESTAND-SATZ-PGEB-GES TO VGL-SATZ-DATEN-PGEB-GES
           MOVE BESTAND-SATZ-NR       TO VGL-SATZ-DATEN-NR
      *
           .
       U12-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U13-KORREKTUR-EINSTELLEN SECTION.
      *-----------------------------------------------------------------
      * IN   : KJOU-SATZ-EIN                                            -
      * OUT  : RB-WORK1                                                 -
      * VERAR: LAUFDATUM ALS SENDEDATUM (LAUFART 'S': NUR BIS ZUM       -
      *        STICHTAG), AKTION ALS MODUS, WERT NACHHER JE NACH FELD   -
      *        ALS DATUM, BETRAG, SATZART ODER VBNR. VBNR UND SATZART   -
      *        STEHEN LINKSBUENDIG IM JOURNAL.                          -
      *-----------------------------------------------------------------
           ADD K-1                       TO Z-ZAEHLER-KJOU-EIN
      *
           MOVE KJOU-SATZ-DATEN-LAUF-DAT TO Z-KJOU-DAT-EUR
           PERFORM U14-DATUM-JJJJMMTT
           MOVE KJOU-SATZ-DATEN-PGEB-GES TO Z-KJOU-GES-X
      *
           IF Z-KJOU-DAT = ZERO
              OR Z-KJOU-GES-X NOT NUMERIC
              OR KJOU-SATZ-DATEN-NR = SPACE
              ADD K-1 TO Z-ZAEHLER-KORR-UNGUELT
              GO TO U13-EXIT
           END-IF
      *
           IF S-LAUF-STICHTAG
              AND Z-KJOU-DAT > Z-STICHTAG
              ADD K-1 TO Z-ZAEHLER-KORR-STICHTAG
              GO TO U13-EXIT
           END-IF
      *
           MOVE SPACE                    TO RB-W1-SATZ
           MOVE KJOU-SATZ-DATEN-NR       TO RB-W1-NR
           MOVE Z-KJOU-GES               TO RB-W1-PGEB-GES
           MOVE Z-KJOU-DAT               TO RB-W1-SENDE-DAT
           MOVE K-KORR-LFD-NR            TO RB-W1-LFD-NR
           MOVE Z-ZAEHLER-KJOU-EIN       TO RB-W1-KORR-FOLGE
           MOVE KJOU-SATZ-DATEN-AKTION   TO RB-W1-MODUS
           MOVE K-MODUS-KORREKTUR        TO RB-W1-MODUS-KZ
           MOVE KJOU-SATZ-DATEN-FELD     TO RB-W1-KORR-FELD
           MOVE ZERO                     TO RB-W1-BEITRAG
                                            RB-W1-KORR-DAT
      *
           EVALUATE KJOU-SATZ-DATEN-FELD
           WHEN K-FELD-LOESCH-DAT
           WHEN K-FELD-ERST-DAT
      *
      *    * LEER ('LR') ERGIBT NULL
                MOVE KJOU-SATZ-DATEN-WERT-NACHH
                                         TO Z-KJOU-DAT-EUR
                PERFORM U14-DATUM-JJJJMMTT
                MOVE Z-KJOU-DAT          TO RB-W1-KORR-DAT
      *
           WHEN K-FELD-BEITRAG
      *
                MOVE KJOU-SATZ-DATEN-WERT-NACHH
                                         TO Z-KJOU-WERT
                MOVE Z-KJOU-BEITRAG-EDIT TO RB-W1-BEITRAG
      *
           WHEN K-FELD-SATZART
      *
                MOVE KJOU-SATZ-DATEN-WERT-NACHH(1:2)
                                         TO RB-W1-SATZART
      *
           WHEN K-FELD-VBNR
      *
                MOVE KJOU-SATZ-DATEN-WERT-NACHH(1:7)
                                         TO RB-W1-VBNR
      *
           WHEN OTHER
      *
                ADD K-1 TO Z-ZAEHLER-KORR-UNGUELT
                GO TO U13-EXIT
      *
           END-EVALUATE
      *
           PERFORM U05-SCHREIBEN-WORK
      *
           .
       U13-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U14-DATUM-JJJJMMTT SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-KJOU-DAT-EUR (TT.MM.JJJJ ODER LEER)                    -
      * OUT  : Z-KJOU-DAT (JJJJMMTT, NULL BEI LEER/UNGUELTIG)           -
      *-----------------------------------------------------------------
           MOVE ZERO                     TO Z-KJOU-DAT
      *
           IF Z-KJOU-DAT-EUR(1:2) NOT NUMERIC
              OR Z-KJOU-DAT-EUR(4:2) NOT NUMERIC
              OR Z-KJOU-DAT-EUR(7:4) NOT NUMERIC
              GO TO U14-EXIT
           END-IF
      *
           MOVE Z-KJOU-DAT-EUR(7:4)      TO Z-KJOU-DAT-X(1:4)
           MOVE Z-KJOU-DAT-EUR(4:2)      TO Z-KJOU-DAT-X(5:2)
           MOVE Z-KJOU-DAT-EUR(1:2)      TO Z-KJOU-DAT-X(7:2)
      *
           .
       U14-EXIT.
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
