       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PMAN0092.
       AUTHOR.        RAHNER.
      *
      ****************************************************************
      *                                                              *
      *   BESCHREIBUNG: DSGVO-AUSKUNFT UND -ANONYMISIERUNG.          *
      *                 PERSONENDATEN (NAME, GEBURTSDATUM, ADRESSE,  *
      *                 STAATSANGEHOERIGKEIT, PEP-STATUS) LIEGEN     *
      *                 DAUERHAFT IM SENDEARCHIV (DRAN0251 MIT DEM   *
      *                 VOLLEN WIEN-SATZ DRAN0227), IN DER INHABER-  *
      *                 AUSGABE (DRAN0241), IM PERSONEN-REGISTER     *
      *                 (DRAN0253), IN DER DUBLETTEN-DATEI (DRAN0266)*
      *                 UND IN DER SANKTIONS-SPERRDATEI (DRAN0259).  *
      *                 BISHER MUSSTE JEDE DATEI FUER EINEN DSGVO-   *
      *                 ANTRAG VON HAND DURCHSUCHT WERDEN.           *
      *                                                              *
      *   ABLAUF: VORLAUF:                                           *
      *             - ANTRAGSKARTEN (DRAN0270: AKTENZEICHEN, NAME,   *
      *               GEBURTSDATUM) IN DIE TABELLE LADEN. NAMEN      *
      *               WERDEN WIE IN PMAN0087 NORMIERT VERGLICHEN.    *
      *             - SEQ. LESEN DER INHABER-AUSGABE (INHEIN).       *
      *           VERARBEITUNG: SEQ. LESEN DES SENDEARCHIVS. JEDER   *
      *             INHABER (1-5) DES GESENDETEN WIEN-SATZES WIRD    *
      *             GEGEN DIE KARTEN GEPRUEFT.                       *
      *           NACHLAUF: SEQ. LESEN VON DUBLETTEN-DATEI,          *
      *             PERSONEN-REGISTER UND SPERRDATEI.                *
      *           JEDES VORKOMMEN WIRD MIT PIN, GESELLSCHAFT UND     *
      *           SENDEDATUM GEMERKT (ANTRAEGE DER PERSON).          *
      *                                                              *
      *           AUSKUNFT (OHNE PARM): JE VORKOMMEN EINE ZEILE IM   *
      *             AUSKUNFTSBERICHT (DRAN0271), KARTEN OHNE         *
      *             VORKOMMEN MIT 'KEINE DATEN'.                     *
      *                                                              *
      *           LOESCHUNG (PARM 'L'): EINE PERSON WIRD NUR         *
      *             ANONYMISIERT, WENN ALLE IHRE ANTRAEGE IN DER     *
      *             ANTRAGS-BESTAND-DATEI (DRAN0237) GELOESCHT SIND  *
      *             UND DAS LOESCHDATUM LAENGER ALS DIE GESETZLICHE  *
      *             AUFBEWAHRUNGSFRIST (7 JAHRE) ZURUECKLIEGT.       *
      *             SONST WIRD DIE KARTE MIT GRUND ABGELEHNT.        *
      *             - SENDEARCHIV, SPERRDATEI: PERSONENFELDER DES    *
      *               BETROFFENEN INHABERS ANONYMISIEREN (REWRITE)   *
      *             - INHABER-AUSGABE: ANONYMISIERTE KOPIE (INHAUS)  *
      *             - PERSONEN-REGISTER, DUBLETTEN-DATEI: SATZ       *
      *               LOESCHEN (DIE PERSON IST DORT SCHLUESSEL)      *
      *             GESCHAEFTSSCHLUESSEL (PIN, TDS-NR, VBNR) UND     *
      *             BETRAEGE BLEIBEN UNVERAENDERT. JEDE AKTION UND   *
      *             JEDE ABLEHNUNG STEHT IM LOESCHPROTOKOLL          *
      *             (DRAN0272, OHNE PERSONENDATEN) ALS NACHWEIS.     *
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
      * ANTRAG-2152 !15.10.26! NEU                       ! RAHNER    *
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
           SELECT  DSGV-EINGABE ASSIGN   TO  DSGVIN
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-DSGV-EIN-STATUS.
      *
      *    * INHABER-AUSGABE DES PMAN0076 (GENERATIONEN PER JCL
      *      KONKATENIERT) UND IHRE ANONYMISIERTE KOPIE (NUR BEI
      *      LOESCHUNG, ERSETZT DIE EINGELESENEN GENERATIONEN)
           SELECT  INH-EINGABE ASSIGN    TO  INHEIN
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-INH-EIN-STATUS.
      *
           SELECT  INH-AUSGABE ASSIGN    TO  INHAUS
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-INH-AUS-STATUS.
      *
           SELECT  REGISTER-DATEI ASSIGN TO  PREGIST
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  PREG-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-REG-STATUS.
      *
           SELECT  DUBL-DATEI ASSIGN     TO  DUBLIDX
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  DUBL-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-DUBL-STATUS.
      *
           SELECT  SPERR-DATEI ASSIGN    TO  SANKSPR
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  SPERR-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-SPERR-STATUS.
      *
      *    * NUR BEI LOESCHUNG (PRUEFUNG DER AUFBEWAHRUNGSFRIST)
           SELECT  BESTAND-DATEI ASSIGN  TO  BESTAND
                   ACCESS MODE           IS  RANDOM
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  BESTAND-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-BESTAND-STATUS.
      *
           SELECT  AUSK-AUSGABE ASSIGN   TO  AUSGABE
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-AUSK-AUS-STATUS.
      *
           SELECT  LOEP-AUSGABE ASSIGN   TO  LOESCHPR
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-LOEP-AUS-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARCHIV-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0251.
      *
       FD  DSGV-EINGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0270.
      *
       FD  INH-EINGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0241 REPLACING DRAN0241 BY INH-SATZ-EIN.
      *
      *    * AUFBAU WIE DRAN0241 (188 BYTES)
       FD  INH-AUSGABE
           LABEL RECORD STANDARD.
       01  INH-SATZ-AUS                    PIC X(188).
      *
       FD  REGISTER-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0253.
      *
       FD  DUBL-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0266.
      *
       FD  SPERR-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0259.
      *
       FD  BESTAND-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0237.
      *
       FD  AUSK-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0271 REPLACING DRAN0271 BY AUSK-SATZ-AUS.
      *
       FD  LOEP-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0272 REPLACING DRAN0272 BY LOEP-SATZ-AUS.
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
           05  K-PGM-NAME                PIC X(008) VALUE 'PMAN0092'.
      *
      *    * KONSTANTEN FÜR STANDARD-RAHMEN (ZUSTAND)
           05  K-ZUSTAND-OK              PIC X(001) VALUE '1'.
           05  K-ZUSTAND-EOF             PIC X(001) VALUE '2'.
      *
      *    * MAX. ANZAHL ANTRAGSKARTEN JE LAUF (GROESSE Z-KARTE-TAB;
      *      DIE KARTEN WERDEN VOM DATENSCHUTZ ERFASST) UND MAX.
      *      ANZAHL ANTRAEGE DIESER PERSONEN (GROESSE Z-ANTR-TAB)
           05  K-KARTE-MAX               PIC S9(004) COMP VALUE 100.
           05  K-ANTR-MAX                PIC S9(004) COMP VALUE 2000.
      *
      *    * GESETZLICHE AUFBEWAHRUNGSFRIST NACH LOESCHUNG DES
      *      ANTRAGS: 7 JAHRE (§ 132 BAO, § 212 UGB). ZUR PRUEFUNG
      *      WIRD DER WERT ALS JAHRESDIFFERENZ IM FORMAT JJJJMMTT
      *      (7 JAHRE = 70000) VOM TAGESDATUM ABGEZOGEN (VGL.
      *      PMAN0084)
           05  K-AUFBEW-ABZUG            PIC 9(008) VALUE 70000.
      *
      *    * STATUS DER ANTRAGSKARTE
           05  K-KARTE-OFFEN             PIC X(001) VALUE SPACE.
           05  K-KARTE-LOESCHBAR         PIC X(001) VALUE 'L'.
           05  K-KARTE-ABGELEHNT         PIC X(001) VALUE 'A'.
      *
      *    * ERSATZWERT FUER DEN ZUNAMEN ANONYMISIERTER PERSONEN
      *      (ALLE UEBRIGEN PERSONENFELDER WERDEN GELEERT)
           05  K-ANONYM-NAME             PIC X(026)
                                         VALUE 'ANONYMISIERT'.
      *
      *    * QUELLEN (VGL. DRAN0271/DRAN0272)
           05  K-QU-ARCHIV               PIC X(012)
                                         VALUE 'SENDEARCHIV'.
           05  K-QU-INHABER              PIC X(012)
                                         VALUE 'INHABER-AUSG'.
           05  K-QU-REGISTER             PIC X(012)
                                         VALUE 'PERS-REGISTR'.
           05  K-QU-DUBLETTEN            PIC X(012)
                                         VALUE 'DUBLETTEN'.
           05  K-QU-SPERRE               PIC X(012)
                                         VALUE 'SANKT-SPERRE'.
      *
      *    * AKTIONEN LOESCHPROTOKOLL (VGL. DRAN0272)
           05  K-AKT-ANONYM              PIC X(012)
                                         VALUE 'ANONYMISIERT'.
           05  K-AKT-GELOESCHT           PIC X(012) VALUE 'GELOESCHT'.
           05  K-AKT-ABGELEHNT           PIC X(012) VALUE 'ABGELEHNT'.
           05  K-AKT-KEINE-DATEN         PIC X(012)
                                         VALUE 'KEINE DATEN'.
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
           05  S-DSGV-EIN-STATUS    PIC  X(002) VALUE SPACE.
               88 S-DSGV-EIN-OK                 VALUE '00'.
               88 S-DSGV-EIN-EOF                VALUE '10'.
      *
           05  S-INH-EIN-STATUS     PIC  X(002) VALUE SPACE.
               88 S-INH-EIN-OK                  VALUE '00'.
               88 S-INH-EIN-EOF                 VALUE '10'.
               88 S-INH-EIN-FEHLT               VALUE '35'.
      *
           05  S-INH-AUS-STATUS     PIC  X(002) VALUE SPACE.
               88 S-INH-AUS-OK                  VALUE '00'.
      *
           05  S-REG-STATUS         PIC  X(002) VALUE SPACE.
               88 S-REG-OK                      VALUE '00'.
               88 S-REG-EOF                     VALUE '10'.
               88 S-REG-FEHLT                   VALUE '35'.
      *
           05  S-DUBL-STATUS        PIC  X(002) VALUE SPACE.
               88 S-DUBL-OK                     VALUE '00'.
               88 S-DUBL-EOF                    VALUE '10'.
               88 S-DUBL-FEHLT                  VALUE '35'.
      *
           05  S-SPERR-STATUS       PIC  X(002) VALUE SPACE.
               88 S-SPERR-OK                    VALUE '00'.
               88 S-SPERR-EOF                   VALUE '10'.
               88 S-SPERR-FEHLT                 VALUE '35'.
      *
           05  S-BESTAND-STATUS     PIC  X(002) VALUE SPACE.
               88 S-BESTAND-OK                  VALUE '00'.
               88 S-BESTAND-NOTFND              VALUE '23'.
      *
           05  S-AUSK-AUS-STATUS    PIC  X(002) VALUE SPACE.
               88 S-AUSK-AUS-OK                 VALUE '00'.
      *
           05  S-LOEP-AUS-STATUS    PIC  X(002) VALUE SPACE.
               88 S-LOEP-AUS-OK                 VALUE '00'.
      *
      *    * LOESCHUNG (PARM 'L'), SONST AUSKUNFT
           05  S-LOESCHUNG          PIC  X(001) VALUE SPACE.
               88 S-LOESCHUNG-AKTIV             VALUE 'J'.
      *
      *    * PHASE: SAMMELN DER VORKOMMEN (ALLE KARTEN) BZW.
      *      ANONYMISIEREN (NUR KARTEN MIT STATUS LOESCHBAR)
           05  S-PHASE              PIC  X(001) VALUE 'S'.
               88 S-PHASE-SAMMELN               VALUE 'S'.
               88 S-PHASE-LOESCHEN              VALUE 'L'.
      *
      *    * SATZ IN DER LOESCHPHASE GEAENDERT (REWRITE ERFORDERLICH)
           05  S-GEAENDERT          PIC  X(001) VALUE SPACE.
               88 S-GEAENDERT-JA                VALUE 'J'.
      *
      ******************************************************************
       01  FILLER.
           05  FILLER                        PIC X(032)
                                    VALUE '*** ZWISCHENFELDER ETC ***'.
      *
           05 Z-ZAEHLER-DSGV-EIN      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-ARCHIV-EIN    PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-INH-EIN       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-REG-EIN       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-DUBL-EIN      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-SPERR-EIN     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-VORKOMMEN     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-AUSK-AUS      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-OHNE-DATEN    PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-LOESCHBAR     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-ABGELEHNT     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-ANONYM        PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-GELOESCHT     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-LOEP-AUS      PIC 9(8) VALUE ZERO.
      *
      *    * TAGESDATUM UND GRENZE DER AUFBEWAHRUNGSFRIST (JJJJMMTT):
      *      LOESCHDATUM DES ANTRAGS MUSS DAVOR LIEGEN
           05 Z-HEUTE                 PIC 9(008) VALUE ZERO.
           05 Z-HEUTE-X REDEFINES Z-HEUTE
                                      PIC X(008).
           05 Z-HEUTE-EUR             PIC X(010) VALUE SPACE.
           05 Z-FRIST-GRENZE          PIC 9(008) VALUE ZERO.
      *
      *    * DATUMSWANDLUNG JJJJMMTT -> TT.MM.JJJJ (U08)
           05 Z-DATUM                 PIC 9(008) VALUE ZERO.
           05 Z-DATUM-X REDEFINES Z-DATUM
                                      PIC X(008).
           05 Z-DATUM-EUR             PIC X(010) VALUE SPACE.
      *
      *    * ARBEITSFELDER NAMENSNORMIERUNG (U02-NAME-NORMIEREN)
           05 Z-NORM-NAME             PIC X(026).
           05 Z-NORM-WORT-1           PIC X(026).
           05 Z-NORM-WORT-2           PIC X(026).
      *
      *    * GESPEICHERTE PERSON (U03-PERSON-SUCHEN). GEBURTSDATUM
      *      JE NACH QUELLE TT.MM.JJJJ ODER TTMMJJ
           05 Z-PERS-ZUNAME           PIC X(026).
           05 Z-PERS-VORNAME          PIC X(026).
           05 Z-PERS-GEB-EUR          PIC X(010).
           05 Z-PERS-GEB-KURZ         PIC X(006).
      *
      *    * INHABER IM WIEN-SATZ (NULL = HAUPTINHABER/KUNDE,
      *      1-4 = WEITERE INHABER 2-5) UND ROLLE FUER DIE AUSGABE
           05 Z-INH-LFD               PIC S9(004) COMP VALUE ZERO.
           05 Z-ROLLE.
              10 FILLER               PIC X(008) VALUE 'INHABER-'.
              10 Z-ROLLE-NR           PIC 9(001) VALUE ZERO.
      *
      *    * BESTAND-SCHLUESSEL DES ARCHIVSATZES (U05)
           05 Z-ARCH-NR               PIC X(015).
           05 Z-ARCH-TDS-NR           PIC X(015).
           05 Z-ARCH-GES-X            PIC X(002).
           05 Z-ARCH-GES REDEFINES Z-ARCH-GES-X
                                      PIC 9(002).
      *
      *    * ANTRAG FUER U04-ANTRAG-MERKEN
           05 Z-SUCH-PIN              PIC X(015).
           05 Z-SUCH-GES              PIC X(002).
           05 Z-SUCH-NR               PIC X(015).
      *
      *    * REGISTER: ZULETZT GESEHEN (JJJJMMTT)
           05 Z-REG-DATUM             PIC 9(008) VALUE ZERO.
           05 Z-REG-DATUM-X REDEFINES Z-REG-DATUM
                                      PIC X(008).
      *
      *    * ZEILE LOESCHPROTOKOLL (U07-PROTOKOLL-SCHREIBEN)
           05 Z-LOEP-QUELLE           PIC X(012).
           05 Z-LOEP-ROLLE            PIC X(009).
           05 Z-LOEP-PIN              PIC X(015).
           05 Z-LOEP-GES              PIC X(002).
           05 Z-LOEP-DATUM            PIC X(010).
           05 Z-LOEP-AKTION           PIC X(012).
           05 Z-LOEP-GRUND            PIC X(040).
      *
           05 Z-DUBL-LFD              PIC S9(004) COMP VALUE ZERO.
      *
      ******************************************************************
      *    * ANTRAGSKARTEN (GELADEN IM VORLAUF, NAMEN NORMIERT)
       01  Z-KARTE-BEREICH.
           05  Z-KARTE-ANZAHL       PIC S9(004) COMP   VALUE ZERO.
           05  Z-KARTE-LFD          PIC S9(004) COMP   VALUE ZERO.
           05  Z-KARTE-FUND         PIC S9(004) COMP   VALUE ZERO.
           05  Z-KARTE-TAB          OCCURS 100 TIMES.
               10  Z-KARTE-VORGANG  PIC X(012).
               10  Z-KARTE-ZUNAME-N PIC X(026).
               10  Z-KARTE-VORNAME-N PIC X(026).
      *        GEBURTSDATUM TT.MM.JJJJ UND TTMMJJ
               10  Z-KARTE-GEB-EUR  PIC X(010).
               10  Z-KARTE-GEB-KURZ PIC X(006).
      *        ANZAHL VORKOMMEN, STATUS UND ABLEHNUNGSGRUND
               10  Z-KARTE-TREFFER  PIC 9(005).
               10  Z-KARTE-STATUS   PIC X(001).
               10  Z-KARTE-GRUND    PIC X(040).
      *        REGISTER: ZULETZT GESEHEN (JJJJMMTT, NULL = KEIN
      *        REGISTEREINTRAG)
               10  Z-KARTE-REG-DAT  PIC 9(008).
      *
      ******************************************************************
      *    * ANTRAEGE DER PERSONEN (JE KARTE PIN BZW. TDS-NR UND
      *      GESELLSCHAFT, FUER DIE PRUEFUNG GEGEN DEN BESTAND)
       01  Z-ANTR-BEREICH.
           05  Z-ANTR-ANZAHL        PIC S9(004) COMP   VALUE ZERO.
           05  Z-ANTR-LFD           PIC S9(004) COMP   VALUE ZERO.
           05  Z-ANTR-FUND          PIC S9(004) COMP   VALUE ZERO.
           05  Z-ANTR-TAB           OCCURS 2000 TIMES.
               10  Z-ANTR-KARTE     PIC S9(004) COMP.
               10  Z-ANTR-PIN       PIC X(015).
               10  Z-ANTR-GES       PIC X(002).
      *        SCHLUESSEL DER BESTAND-DATEI (LEER = NOCH NICHT
      *        ERMITTELT)
               10  Z-ANTR-NR        PIC X(015).
      *
      *    * ARCHIVIERTER WIEN-SATZ (INHABER 1-5)
       COPY DRAN0227 REPLACING DRAN0227 BY Z-ARCH-WIEN-SATZ.

      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *    * PARM= AUS DER AUFRUFENDEN JCL:
      *      LEER  = AUSKUNFT
      *      'L'   = LOESCHUNG (ANONYMISIERUNG)
       01  PI-PARM-BEREICH.
           05  PI-PARM-LAENGE            PIC S9(004) COMP.
           05  PI-PARM-DATEN             PIC X(001).

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
      *  INPUT : ARCH-SATZ, Z-KARTE-BEREICH                             *
      *  OUTPUT: Z-ANTR-BEREICH, GGF. AUSK-AUSGABE                      *
      *  VERARBEITUNG: BESTAND-SCHLUESSEL DES SATZES FUER BEREITS       *
      *                GEMERKTE ANTRAEGE (INHABER-AUSGABE) NACHTRAGEN;  *
      *                INHABER 1-5 GEGEN DIE KARTEN PRUEFEN             *
      *----------------------------------------------------------------*
      *
           MOVE ARCH-SATZ-WIEN-SATZ      TO Z-ARCH-WIEN-SATZ
      *
           PERFORM U05-BESTAND-NR-ERMITTELN
      *
           PERFORM VARYING Z-ANTR-LFD FROM K-1 BY K-1
             UNTIL Z-ANTR-LFD > Z-ANTR-ANZAHL
      *
              IF Z-ANTR-NR (Z-ANTR-LFD) = SPACE
                 AND Z-ANTR-PIN (Z-ANTR-LFD) = ARCH-SATZ-PIN
                 AND Z-ANTR-GES (Z-ANTR-LFD) = ARCH-SATZ-PGEB-GES
                 MOVE Z-ARCH-NR          TO Z-ANTR-NR (Z-ANTR-LFD)
              END-IF
      *
           END-PERFORM
      *
           PERFORM U09-ARCHIV-INHABER
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
              MOVE K-1                         TO ERR-ORT-LFD
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
              MOVE K-2                         TO ERR-ORT-LFD
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
      *    - PARM (MODUS) PRUEFEN
      *    - ÖFFNEN DER EIN- UND AUSGABEDATEIEN
      *    - LADEN DER ANTRAGSKARTEN
      *    - LESEN DER INHABER-AUSGABE
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
      *    * TAGESDATUM UND GRENZE DER AUFBEWAHRUNGSFRIST
           MOVE FUNCTION CURRENT-DATE(1:8)
                                         TO Z-HEUTE-X
           COMPUTE Z-FRIST-GRENZE = Z-HEUTE - K-AUFBEW-ABZUG
           MOVE Z-HEUTE                  TO Z-DATUM
           PERFORM U08-DATUM-EUR
           MOVE Z-DATUM-EUR              TO Z-HEUTE-EUR
      *
           OPEN INPUT ARCHIV-DATEI
      *
           IF NOT S-ARCHIV-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-3                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN ARCHIV-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           IF S-LOESCHUNG-AKTIV
      *
              OPEN INPUT BESTAND-DATEI
      *
              IF NOT S-BESTAND-OK
                 MOVE 'V0   '            TO ERR-ORT-SEC
                 MOVE K-4               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM ÖFFNEN BESTAND-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-BESTAND-STATUS   TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
              OPEN OUTPUT LOEP-AUSGABE
      *
              IF NOT S-LOEP-AUS-OK
                 MOVE 'V0   '            TO ERR-ORT-SEC
                 MOVE K-5               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM ÖFFNEN LOEP-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-LOEP-AUS-STATUS  TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
           ELSE
      *
              OPEN OUTPUT AUSK-AUSGABE
      *
              IF NOT S-AUSK-AUS-OK
                 MOVE 'V0   '            TO ERR-ORT-SEC
                 MOVE K-6               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM ÖFFNEN AUSK-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-AUSK-AUS-STATUS  TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
           END-IF
      *
           PERFORM V01-KARTEN-LADEN
           PERFORM V02-INHABER-LESEN
      *
           .
       V0-EXIT.
           EXIT.
      *----------------------------------------------------------------
       V00-PARM-PRUEFEN SECTION.
      *----------------------------------------------------------------
      * IN   : PI-PARM-BEREICH                                          -
      * OUT  : S-LOESCHUNG                                              -
      * VERAR: OHNE PARM LAEUFT DIE AUSKUNFT, 'L' STARTET DIE           -
      *        LOESCHUNG (ANONYMISIERUNG)                               -
      *----------------------------------------------------------------
           IF PI-PARM-LAENGE = ZERO
              GO TO V00-EXIT
           END-IF
      *
           IF PI-PARM-LAENGE NOT = K-1
              OR PI-PARM-DATEN NOT = 'L'
              MOVE 'V00  '               TO ERR-ORT-SEC
              MOVE K-7                  TO ERR-ORT-LFD
              MOVE 'PARM UNGUELTIG (LEER ODER L)'
                                         TO ERR-VAR-ZEILE01
              MOVE PI-PARM-DATEN         TO ERR-VAR-ZEILE02
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           SET S-LOESCHUNG-AKTIV         TO TRUE
      *
           DISPLAY 'V00-PARM-PRUEFEN: LOESCHUNG (ANONYMISIERUNG) AKTIV'
      *
           .
       V00-EXIT.
           EXIT.
      *----------------------------------------------------------------
       V01-KARTEN-LADEN SECTION.
      *----------------------------------------------------------------
      * IN   : DSGV-EINGABE                                             -
      * OUT  : Z-KARTE-BEREICH                                          -
      * VERAR: LADEN ALLER ANTRAGSKARTEN IN DIE TABELLE. KARTEN OHNE    -
      *        ZUNAME ODER MIT UNGUELTIGEM GEBURTSDATUM FUEHREN ZUM     -
      *        ABBRUCH - EINE LOESCHUNG NUR UEBER DEN NAMEN WAERE ZU    -
      *        UNSCHARF.                                                -
      *----------------------------------------------------------------
           OPEN INPUT DSGV-EINGABE
      *
           IF NOT S-DSGV-EIN-OK
              MOVE 'V01  '               TO ERR-ORT-SEC
              MOVE K-8                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN DSGV-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DSGV-EIN-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-DSGV-EIN-OK
      *
              READ DSGV-EINGABE
      *
              EVALUATE TRUE
              WHEN S-DSGV-EIN-OK
      *
                 ADD K-1                        TO Z-ZAEHLER-DSGV-EIN
                 PERFORM V011-KARTE-UEBERNEHMEN
      *
              WHEN S-DSGV-EIN-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'V01  '                     TO ERR-ORT-SEC
                 MOVE K-9                        TO ERR-ORT-LFD
                 MOVE 'DATEI-STATUS UNGUELTIG DSGV-EINGABE'
                                                   TO ERR-VAR-ZEILE01
                 MOVE S-DSGV-EIN-STATUS            TO S-DATEI-STATUS
                 MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE DSGV-EINGABE
      *
           IF NOT S-DSGV-EIN-OK
              MOVE 'V01  '               TO ERR-ORT-SEC
              MOVE K-10                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN DSGV-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DSGV-EIN-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           IF Z-KARTE-ANZAHL = ZERO
              DISPLAY 'V01-KARTEN-LADEN: KEINE ANTRAGSKARTEN'
           END-IF
      *
           .
       V01-EXIT.
           EXIT.
      *----------------------------------------------------------------
       V011-KARTE-UEBERNEHMEN SECTION.
      *----------------------------------------------------------------
      * IN   : DSGV-SATZ                                                -
      * OUT  : Z-KARTE-TAB (NEUER EINTRAG)                              -
      *----------------------------------------------------------------
           IF DSGV-SATZ-ZUNAME = SPACE
              OR DSGV-SATZ-GEB-DAT NOT NUMERIC
              MOVE 'V011 '               TO ERR-ORT-SEC
              MOVE K-11                  TO ERR-ORT-LFD
              MOVE 'ANTRAGSKARTE OHNE NAME/GEBURTSDATUM'
                                         TO ERR-VAR-ZEILE01
              MOVE DSGV-SATZ-VORGANG     TO ERR-VAR-ZEILE02
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           IF Z-KARTE-ANZAHL >= K-KARTE-MAX
              MOVE 'V011 '               TO ERR-ORT-SEC
              MOVE K-12                  TO ERR-ORT-LFD
              MOVE 'KARTENTABELLE UEBERGELAUFEN'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-KARTE-ANZAHL
           MOVE Z-KARTE-ANZAHL           TO Z-KARTE-LFD
      *
           MOVE DSGV-SATZ-VORGANG
             TO Z-KARTE-VORGANG (Z-KARTE-LFD)
      *
           MOVE DSGV-SATZ-ZUNAME         TO Z-NORM-NAME
           PERFORM U02-NAME-NORMIEREN
           MOVE Z-NORM-NAME
             TO Z-KARTE-ZUNAME-N (Z-KARTE-LFD)
      *
           MOVE DSGV-SATZ-VORNAME        TO Z-NORM-NAME
           PERFORM U02-NAME-NORMIEREN
           MOVE Z-NORM-NAME
             TO Z-KARTE-VORNAME-N (Z-KARTE-LFD)
      *
      *    * TTMMJJJJ -> TT.MM.JJJJ UND TTMMJJ
           MOVE SPACE
             TO Z-KARTE-GEB-EUR (Z-KARTE-LFD)
           MOVE DSGV-SATZ-GEB-DAT(1:2)
             TO Z-KARTE-GEB-EUR (Z-KARTE-LFD)(1:2)
           MOVE '.'
             TO Z-KARTE-GEB-EUR (Z-KARTE-LFD)(3:1)
           MOVE DSGV-SATZ-GEB-DAT(3:2)
             TO Z-KARTE-GEB-EUR (Z-KARTE-LFD)(4:2)
           MOVE '.'
             TO Z-KARTE-GEB-EUR (Z-KARTE-LFD)(6:1)
           MOVE DSGV-SATZ-GEB-DAT(5:4)
             TO Z-KARTE-GEB-EUR (Z-KARTE-LFD)(7:4)
      *
           MOVE DSGV-SATZ-GEB-DAT(1:4)
             TO Z-KARTE-GEB-KURZ (Z-KARTE-LFD)(1:4)
           MOVE DSGV-SATZ-GEB-DAT(7:2)
             TO Z-KARTE-GEB-KURZ (Z-KARTE-LFD)(5:2)
      *
           MOVE ZERO
             TO Z-KARTE-TREFFER (Z-KARTE-LFD)
                Z-KARTE-REG-DAT (Z-KARTE-LFD)
           MOVE K-KARTE-OFFEN            TO Z-KARTE-STATUS (Z-KARTE-LFD)
           MOVE SPACE                    TO Z-KARTE-GRUND (Z-KARTE-LFD)
      *
           .
       V011-EXIT.
           EXIT.
      *----------------------------------------------------------------
       V02-INHABER-LESEN SECTION.
      *----------------------------------------------------------------
      * IN   : INH-EINGABE, Z-KARTE-BEREICH                             -
      * OUT  : Z-ANTR-BEREICH, GGF. AUSK-AUSGABE                        -
      * VERAR: VORKOMMEN IN DER INHABER-AUSGABE SAMMELN. DER            -
      *        BESTAND-SCHLUESSEL DIESER ANTRAEGE WIRD BEIM LESEN DES   -
      *        SENDEARCHIVS NACHGETRAGEN (B1). FEHLT DIE DATEI, WIRD    -
      *        NUR GEWARNT.                                             -
      *----------------------------------------------------------------
           OPEN INPUT INH-EINGABE
      *
           IF S-INH-EIN-FEHLT
              DISPLAY ' *** WARNUNG: INHABER-AUSGABE NICHT VORHANDEN'
                      ' ***'
              GO TO V02-EXIT
           END-IF
      *
           IF NOT S-INH-EIN-OK
              MOVE 'V02  '               TO ERR-ORT-SEC
              MOVE K-13                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN INH-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-INH-EIN-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-INH-EIN-OK
      *
              READ INH-EINGABE
      *
              EVALUATE TRUE
              WHEN S-INH-EIN-OK
      *
                 ADD K-1                        TO Z-ZAEHLER-INH-EIN
                 PERFORM V021-INHABER-PRUEFEN
      *
              WHEN S-INH-EIN-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'V02  '                     TO ERR-ORT-SEC
                 MOVE K-14                        TO ERR-ORT-LFD
                 MOVE 'DATEI-STATUS UNGUELTIG INH-EINGABE'
                                                   TO ERR-VAR-ZEILE01
                 MOVE S-INH-EIN-STATUS             TO S-DATEI-STATUS
                 MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE INH-EINGABE
      *
           IF NOT S-INH-EIN-OK
              MOVE 'V02  '               TO ERR-ORT-SEC
              MOVE K-15                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN INH-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-INH-EIN-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       V02-EXIT.
           EXIT.
      *----------------------------------------------------------------
       V021-INHABER-PRUEFEN SECTION.
      *----------------------------------------------------------------
      * IN   : INH-SATZ-EIN                                             -
      * OUT  : Z-ANTR-BEREICH, GGF. AUSK-AUSGABE                        -
      *----------------------------------------------------------------
           MOVE INH-SATZ-DATEN-ZUNAME    TO Z-PERS-ZUNAME
           MOVE INH-SATZ-DATEN-VORNAME   TO Z-PERS-VORNAME
           MOVE SPACE                    TO Z-PERS-GEB-EUR
           MOVE INH-SATZ-DATEN-GEB-DAT   TO Z-PERS-GEB-KURZ
      *
           PERFORM U03-PERSON-SUCHEN
      *
           IF Z-KARTE-FUND = ZERO
              GO TO V021-EXIT
           END-IF
      *
           MOVE INH-SATZ-DATEN-PIN       TO Z-SUCH-PIN
           MOVE INH-SATZ-DATEN-PGEB-GES  TO Z-SUCH-GES
           MOVE SPACE                    TO Z-SUCH-NR
           PERFORM U04-ANTRAG-MERKEN
      *
           IF S-LOESCHUNG-AKTIV
              GO TO V021-EXIT
           END-IF
      *
           PERFORM U061-AUSKUNFT-VORBELEGEN
      *
           MOVE K-QU-INHABER             TO AUSK-SATZ-DATEN-QUELLE
           MOVE 'INHABER-'               TO AUSK-SATZ-DATEN-ROLLE
           MOVE INH-SATZ-DATEN-LFD-NR    TO AUSK-SATZ-DATEN-ROLLE(9:1)
           MOVE INH-SATZ-DATEN-PIN       TO AUSK-SATZ-DATEN-PIN
           MOVE INH-SATZ-DATEN-PGEB-GES  TO AUSK-SATZ-DATEN-PGEB-GES
           MOVE INH-SATZ-DATEN-ZUNAME    TO AUSK-SATZ-DATEN-ZUNAME
           MOVE INH-SATZ-DATEN-VORNAME   TO AUSK-SATZ-DATEN-VORNAME
           MOVE INH-SATZ-DATEN-GEB-DAT   TO AUSK-SATZ-DATEN-GEB-DAT
           MOVE INH-SATZ-DATEN-STAATS-ANG
                                         TO AUSK-SATZ-DATEN-STAATS-ANG
           MOVE INH-SATZ-DATEN-PEP-STATUS
                                         TO AUSK-SATZ-DATEN-PEP-STATUS
      *
           PERFORM U06-AUSKUNFT-SCHREIBEN
      *
           .
       V021-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       N0-NACHLAUF SECTION.
      *-----------------------------------------------------------------
           PERFORM N09-SAMMELN
      *
           IF S-LOESCHUNG-AKTIV
              PERFORM N10-LOESCHUNG
           ELSE
              PERFORM N094-OHNE-DATEN
           END-IF
      *
           PERFORM N12-PROTOKOLL
           PERFORM N11-DATEIEN-SCHLIESSEN
      *
           .
       N0-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N09-SAMMELN SECTION.
      *-----------------------------------------------------------------
      * IN   : DUBL-DATEI, REGISTER-DATEI, SPERR-DATEI                  -
      * OUT  : Z-KARTE-BEREICH, Z-ANTR-BEREICH, GGF. AUSK-AUSGABE       -
      * VERAR: VORKOMMEN IN DEN PERSONENBEZOGENEN INDIZIERTEN DATEIEN   -
      *        SAMMELN (JE DATEI EIN SEQUENTIELLER DURCHLAUF). EINE     -
      *        FEHLENDE DATEI WIRD NUR GEMELDET.                        -
      *-----------------------------------------------------------------
           PERFORM N091-DUBLETTEN-LESEN
           PERFORM N092-REGISTER-LESEN
           PERFORM N093-SPERREN-LESEN
      *
           .
       N09-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N091-DUBLETTEN-LESEN SECTION.
      *-----------------------------------------------------------------
      * IN   : DUBL-DATEI                                               -
      * OUT  : Z-ANTR-BEREICH, GGF. AUSK-AUSGABE                        -
      * VERAR: JE GEMERKTEM NEUZUGANG DER PERSON EIN ANTRAG (TDS-NR =   -
      *        BESTAND-SCHLUESSEL) UND EINE AUSKUNFTSZEILE              -
      *-----------------------------------------------------------------
           OPEN INPUT DUBL-DATEI
      *
           IF S-DUBL-FEHLT
              DISPLAY ' *** WARNUNG: DUBLETTEN-DATEI NICHT VORHANDEN'
                      ' ***'
              GO TO N091-EXIT
           END-IF
      *
           IF NOT S-DUBL-OK
              MOVE 'N091 '               TO ERR-ORT-SEC
              MOVE K-16                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN DUBL-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DUBL-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-DUBL-OK
      *
              READ DUBL-DATEI
      *
              EVALUATE TRUE
              WHEN S-DUBL-OK
      *
                 ADD K-1                        TO Z-ZAEHLER-DUBL-EIN
                 PERFORM N0911-DUBLETTE-PRUEFEN
      *
              WHEN S-DUBL-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N091 '                     TO ERR-ORT-SEC
                 MOVE K-17                        TO ERR-ORT-LFD
                 MOVE 'DATEI-STATUS UNGUELTIG DUBL-DATEI'
                                                   TO ERR-VAR-ZEILE01
                 MOVE S-DUBL-STATUS                TO S-DATEI-STATUS
                 MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE DUBL-DATEI
      *
           IF NOT S-DUBL-OK
              MOVE 'N091 '               TO ERR-ORT-SEC
              MOVE K-18                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN DUBL-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DUBL-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N091-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N0911-DUBLETTE-PRUEFEN SECTION.
      *-----------------------------------------------------------------
      * IN   : DUBL-SATZ                                                -
      * OUT  : Z-ANTR-BEREICH, GGF. AUSK-AUSGABE                        -
      *-----------------------------------------------------------------
           MOVE DUBL-SATZ-ZUNAME         TO Z-PERS-ZUNAME
           MOVE DUBL-SATZ-VORNAME        TO Z-PERS-VORNAME
           MOVE DUBL-SATZ-GEB-DAT        TO Z-PERS-GEB-EUR
           MOVE SPACE                    TO Z-PERS-GEB-KURZ
      *
           PERFORM U03-PERSON-SUCHEN
      *
           IF Z-KARTE-FUND = ZERO
              GO TO N0911-EXIT
           END-IF
      *
           PERFORM VARYING Z-DUBL-LFD FROM K-1 BY K-1
             UNTIL Z-DUBL-LFD > DUBL-SATZ-ANZAHL
      *
              MOVE SPACE                 TO Z-SUCH-PIN
              MOVE DUBL-SATZ-PGEB-GES    TO Z-SUCH-GES
              MOVE DUBL-SATZ-TDS-NR (Z-DUBL-LFD)
                                         TO Z-SUCH-NR
              PERFORM U04-ANTRAG-MERKEN
      *
              IF NOT S-LOESCHUNG-AKTIV
      *
                 PERFORM U061-AUSKUNFT-VORBELEGEN
      *
                 MOVE DUBL-SATZ-ERF-DAT (Z-DUBL-LFD)
                                         TO Z-DATUM
                 PERFORM U08-DATUM-EUR
      *
                 MOVE K-QU-DUBLETTEN     TO AUSK-SATZ-DATEN-QUELLE
                 MOVE DUBL-SATZ-TDS-NR (Z-DUBL-LFD)
                                         TO AUSK-SATZ-DATEN-PIN
                 MOVE DUBL-SATZ-PGEB-GES TO AUSK-SATZ-DATEN-PGEB-GES
                 MOVE Z-DATUM-EUR        TO AUSK-SATZ-DATEN-DATUM
                 MOVE DUBL-SATZ-ZUNAME   TO AUSK-SATZ-DATEN-ZUNAME
                 MOVE DUBL-SATZ-VORNAME  TO AUSK-SATZ-DATEN-VORNAME
                 MOVE DUBL-SATZ-GEB-DAT  TO AUSK-SATZ-DATEN-GEB-DAT
      *
                 PERFORM U06-AUSKUNFT-SCHREIBEN
      *
              END-IF
      *
           END-PERFORM
      *
           .
       N0911-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N092-REGISTER-LESEN SECTION.
      *-----------------------------------------------------------------
      * IN   : REGISTER-DATEI                                           -
      * OUT  : Z-KARTE-REG-DAT, GGF. AUSK-AUSGABE                       -
      * VERAR: DAS REGISTER HAT KEINEN ANTRAGSBEZUG. 'ZULETZT           -
      *        GESEHEN' WIRD FUER PERSONEN OHNE BEKANNTEN ANTRAG        -
      *        GEMERKT (VGL. N101-LOESCHBARKEIT-PRUEFEN).               -
      *-----------------------------------------------------------------
           OPEN INPUT REGISTER-DATEI
      *
           IF S-REG-FEHLT
              DISPLAY ' *** WARNUNG: PERSONEN-REGISTER NICHT VORHANDEN'
                      ' ***'
              GO TO N092-EXIT
           END-IF
      *
           IF NOT S-REG-OK
              MOVE 'N092 '               TO ERR-ORT-SEC
              MOVE K-19                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN REGISTER-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-REG-STATUS          TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-REG-OK
      *
              READ REGISTER-DATEI
      *
              EVALUATE TRUE
              WHEN S-REG-OK
      *
                 ADD K-1                        TO Z-ZAEHLER-REG-EIN
                 PERFORM N0921-REGISTER-PRUEFEN
      *
              WHEN S-REG-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N092 '                     TO ERR-ORT-SEC
                 MOVE K-20                        TO ERR-ORT-LFD
                 MOVE 'DATEI-STATUS UNGUELTIG REGISTER-DATEI'
                                                   TO ERR-VAR-ZEILE01
                 MOVE S-REG-STATUS                 TO S-DATEI-STATUS
                 MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE REGISTER-DATEI
      *
           IF NOT S-REG-OK
              MOVE 'N092 '               TO ERR-ORT-SEC
              MOVE K-21                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN REGISTER-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-REG-STATUS          TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N092-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N0921-REGISTER-PRUEFEN SECTION.
      *-----------------------------------------------------------------
      * IN   : PREG-SATZ                                                -
      * OUT  : Z-KARTE-REG-DAT, GGF. AUSK-AUSGABE                       -
      *-----------------------------------------------------------------
           MOVE PREG-SATZ-ZUNAME         TO Z-PERS-ZUNAME
           MOVE PREG-SATZ-VORNAME        TO Z-PERS-VORNAME
           MOVE SPACE                    TO Z-PERS-GEB-EUR
           MOVE PREG-SATZ-GEB-DAT        TO Z-PERS-GEB-KURZ
      *
           PERFORM U03-PERSON-SUCHEN
      *
           IF Z-KARTE-FUND = ZERO
              GO TO N0921-EXIT
           END-IF
      *
      *    * ZULETZT GESEHEN TT.MM.JJJJ -> JJJJMMTT
           MOVE PREG-SATZ-LETZT-DATUM(7:4) TO Z-REG-DATUM-X(1:4)
           MOVE PREG-SATZ-LETZT-DATUM(4:2) TO Z-REG-DATUM-X(5:2)
           MOVE PREG-SATZ-LETZT-DATUM(1:2) TO Z-REG-DATUM-X(7:2)
      *
           IF Z-REG-DATUM-X NOT NUMERIC
      *    * OHNE GUELTIGES DATUM GILT DIE FRIST ALS NICHT ABGELAUFEN
              MOVE Z-HEUTE               TO Z-REG-DATUM
           END-IF
      *
           IF Z-REG-DATUM > Z-KARTE-REG-DAT (Z-KARTE-FUND)
              MOVE Z-REG-DATUM
                TO Z-KARTE-REG-DAT (Z-KARTE-FUND)
           END-IF
      *
           IF S-LOESCHUNG-AKTIV
              GO TO N0921-EXIT
           END-IF
      *
           PERFORM U061-AUSKUNFT-VORBELEGEN
      *
           MOVE K-QU-REGISTER            TO AUSK-SATZ-DATEN-QUELLE
           MOVE PREG-SATZ-LETZT-DATUM    TO AUSK-SATZ-DATEN-DATUM
           MOVE PREG-SATZ-ZUNAME         TO AUSK-SATZ-DATEN-ZUNAME
           MOVE PREG-SATZ-VORNAME        TO AUSK-SATZ-DATEN-VORNAME
           MOVE PREG-SATZ-GEB-DAT        TO AUSK-SATZ-DATEN-GEB-DAT
           MOVE PREG-SATZ-STAATS-ANG     TO AUSK-SATZ-DATEN-STAATS-ANG
           MOVE PREG-SATZ-PEP-STATUS     TO AUSK-SATZ-DATEN-PEP-STATUS
      *
           PERFORM U06-AUSKUNFT-SCHREIBEN
      *
           .
       N0921-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N093-SPERREN-LESEN SECTION.
      *-----------------------------------------------------------------
      * IN   : SPERR-DATEI                                              -
      * OUT  : Z-ANTR-BEREICH, GGF. AUSK-AUSGABE                        -
      * VERAR: DIE GESPERRTEN ANTRAEGE STAMMEN AUS DEM SENDEARCHIV      -
      *        (PMAN0087). IST DER ARCHIVSATZ BEREITS BEREINIGT, WIRD   -
      *        DER ANTRAG HIER GEMERKT.                                 -
      *-----------------------------------------------------------------
           OPEN INPUT SPERR-DATEI
      *
           IF S-SPERR-FEHLT
              DISPLAY ' *** WARNUNG: SANKTIONS-SPERRDATEI NICHT'
                      ' VORHANDEN ***'
              GO TO N093-EXIT
           END-IF
      *
           IF NOT S-SPERR-OK
              MOVE 'N093 '               TO ERR-ORT-SEC
              MOVE K-22                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN SPERR-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SPERR-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-SPERR-OK
      *
              READ SPERR-DATEI
      *
              EVALUATE TRUE
              WHEN S-SPERR-OK
      *
                 ADD K-1                        TO Z-ZAEHLER-SPERR-EIN
                 PERFORM N0931-SPERRE-PRUEFEN
      *
              WHEN S-SPERR-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N093 '                     TO ERR-ORT-SEC
                 MOVE K-23                        TO ERR-ORT-LFD
                 MOVE 'DATEI-STATUS UNGUELTIG SPERR-DATEI'
                                                   TO ERR-VAR-ZEILE01
                 MOVE S-SPERR-STATUS               TO S-DATEI-STATUS
                 MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE SPERR-DATEI
      *
           IF NOT S-SPERR-OK
              MOVE 'N093 '               TO ERR-ORT-SEC
              MOVE K-24                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN SPERR-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SPERR-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N093-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N0931-SPERRE-PRUEFEN SECTION.
      *-----------------------------------------------------------------
      * IN   : SPERR-SATZ                                               -
      * OUT  : Z-ANTR-BEREICH, GGF. AUSK-AUSGABE                        -
      *-----------------------------------------------------------------
           MOVE SPERR-SATZ-ZUNAME        TO Z-PERS-ZUNAME
           MOVE SPERR-SATZ-VORNAME       TO Z-PERS-VORNAME
           MOVE SPACE                    TO Z-PERS-GEB-EUR
           MOVE SPERR-SATZ-GEB-DAT       TO Z-PERS-GEB-KURZ
      *
           PERFORM U03-PERSON-SUCHEN
      *
           IF Z-KARTE-FUND = ZERO
              GO TO N0931-EXIT
           END-IF
      *
           MOVE SPERR-SATZ-PIN           TO Z-SUCH-PIN
           MOVE SPERR-SATZ-PGEB-GES      TO Z-SUCH-GES
           MOVE SPACE                    TO Z-SUCH-NR
           PERFORM U04-ANTRAG-MERKEN
      *
           IF S-LOESCHUNG-AKTIV
              GO TO N0931-EXIT
           END-IF
      *
           PERFORM U061-AUSKUNFT-VORBELEGEN
      *
           MOVE K-QU-SPERRE              TO AUSK-SATZ-DATEN-QUELLE
           MOVE SPERR-SATZ-PIN           TO AUSK-SATZ-DATEN-PIN
           MOVE SPERR-SATZ-PGEB-GES      TO AUSK-SATZ-DATEN-PGEB-GES
           MOVE SPERR-SATZ-ERST-DATUM    TO AUSK-SATZ-DATEN-DATUM
           MOVE SPERR-SATZ-ZUNAME        TO AUSK-SATZ-DATEN-ZUNAME
           MOVE SPERR-SATZ-VORNAME       TO AUSK-SATZ-DATEN-VORNAME
           MOVE SPERR-SATZ-GEB-DAT       TO AUSK-SATZ-DATEN-GEB-DAT
      *
           PERFORM U06-AUSKUNFT-SCHREIBEN
      *
           .
       N0931-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N094-OHNE-DATEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-KARTE-BEREICH                                          -
      * OUT  : AUSK-AUSGABE                                             -
      * VERAR: AUSKUNFT: KARTEN OHNE VORKOMMEN MIT EINER ZEILE          -
      *        'KEINE DATEN' BEANTWORTEN (NEGATIVAUSKUNFT)              -
      *-----------------------------------------------------------------
           PERFORM VARYING Z-KARTE-LFD FROM K-1 BY K-1
             UNTIL Z-KARTE-LFD > Z-KARTE-ANZAHL
      *
              IF Z-KARTE-TREFFER (Z-KARTE-LFD) = ZERO
      *
                 ADD K-1                 TO Z-ZAEHLER-OHNE-DATEN
                 MOVE Z-KARTE-LFD        TO Z-KARTE-FUND
                 PERFORM U061-AUSKUNFT-VORBELEGEN
                 MOVE K-AKT-KEINE-DATEN  TO AUSK-SATZ-DATEN-QUELLE
                 PERFORM U06-AUSKUNFT-SCHREIBEN
      *
                 DISPLAY ' *** KEINE DATEN ZU VORGANG '
                         Z-KARTE-VORGANG (Z-KARTE-LFD) ' ***'
      *
              END-IF
      *
           END-PERFORM
      *
           .
       N094-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N10-LOESCHUNG SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-KARTE-BEREICH, Z-ANTR-BEREICH                          -
      * OUT  : ANONYMISIERTE/GELOESCHTE SAETZE, LOEP-AUSGABE            -
      * VERAR: ERST DIE LOESCHBARKEIT JE KARTE PRUEFEN, DANN ALLE       -
      *        DATEIEN FUER DIE LOESCHBAREN KARTEN BEARBEITEN           -
      *-----------------------------------------------------------------
           PERFORM N101-LOESCHBARKEIT-PRUEFEN
      *
           IF Z-ZAEHLER-LOESCHBAR = ZERO
              DISPLAY 'N10-LOESCHUNG: KEINE LOESCHBAREN PERSONEN'
              GO TO N10-EXIT
           END-IF
      *
           SET S-PHASE-LOESCHEN          TO TRUE
      *
           PERFORM N102-ARCHIV-ANONYMISIEREN
           PERFORM N103-INHABER-ANONYMISIEREN
           PERFORM N104-DUBLETTEN-LOESCHEN
           PERFORM N105-REGISTER-LOESCHEN
           PERFORM N106-SPERREN-ANONYMISIEREN
      *
           .
       N10-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N101-LOESCHBARKEIT-PRUEFEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-KARTE-BEREICH, Z-ANTR-BEREICH, BESTAND-DATEI           -
      * OUT  : Z-KARTE-STATUS/-GRUND, LOEP-AUSGABE (ABLEHNUNGEN)        -
      * VERAR: EINE KARTE IST LOESCHBAR, WENN JEDER ANTRAG DER PERSON   -
      *        IM BESTAND GELOESCHT IST UND DAS LOESCHDATUM VOR DER     -
      *        FRISTGRENZE LIEGT. OHNE BEKANNTEN ANTRAG ENTSCHEIDET     -
      *        DAS DATUM 'ZULETZT GESEHEN' DES REGISTERS.               -
      *-----------------------------------------------------------------
           PERFORM VARYING Z-KARTE-LFD FROM K-1 BY K-1
             UNTIL Z-KARTE-LFD > Z-KARTE-ANZAHL
      *
              MOVE SPACE                 TO Z-LOEP-QUELLE
                                            Z-LOEP-ROLLE
                                            Z-LOEP-PIN
                                            Z-LOEP-GES
                                            Z-LOEP-DATUM
              MOVE Z-KARTE-LFD           TO Z-KARTE-FUND
      *
              IF Z-KARTE-TREFFER (Z-KARTE-LFD) = ZERO
      *
                 ADD K-1                 TO Z-ZAEHLER-OHNE-DATEN
                 MOVE K-KARTE-ABGELEHNT  TO Z-KARTE-STATUS (Z-KARTE-LFD)
                 MOVE K-AKT-KEINE-DATEN  TO Z-LOEP-AKTION
                 MOVE 'KEINE GESPEICHERTEN DATEN GEFUNDEN'
                                         TO Z-LOEP-GRUND
                 PERFORM U07-PROTOKOLL-SCHREIBEN
      *
              ELSE
      *
                 MOVE K-KARTE-LOESCHBAR  TO Z-KARTE-STATUS (Z-KARTE-LFD)
                 MOVE ZERO               TO Z-ANTR-FUND
      *
                 PERFORM VARYING Z-ANTR-LFD FROM K-1 BY K-1
                   UNTIL Z-ANTR-LFD > Z-ANTR-ANZAHL
                      OR Z-KARTE-STATUS (Z-KARTE-LFD)
                         = K-KARTE-ABGELEHNT
                    IF Z-ANTR-KARTE (Z-ANTR-LFD) = Z-KARTE-LFD
                       MOVE Z-ANTR-LFD   TO Z-ANTR-FUND
                       PERFORM N1011-ANTRAG-PRUEFEN
                    END-IF
                 END-PERFORM
      *
                 IF Z-ANTR-FUND = ZERO
                    AND Z-KARTE-REG-DAT (Z-KARTE-LFD)
                        NOT < Z-FRIST-GRENZE
                    MOVE K-KARTE-ABGELEHNT
                                      TO Z-KARTE-STATUS (Z-KARTE-LFD)
                    MOVE 'REGISTER: AUFBEWAHRUNGSFRIST LAEUFT'
                                      TO Z-KARTE-GRUND (Z-KARTE-LFD)
                 END-IF
      *
                 IF Z-KARTE-STATUS (Z-KARTE-LFD) = K-KARTE-LOESCHBAR
                    ADD K-1              TO Z-ZAEHLER-LOESCHBAR
                 ELSE
                    ADD K-1              TO Z-ZAEHLER-ABGELEHNT
                    MOVE K-AKT-ABGELEHNT TO Z-LOEP-AKTION
                    MOVE Z-KARTE-GRUND (Z-KARTE-LFD)
                                         TO Z-LOEP-GRUND
                    PERFORM U07-PROTOKOLL-SCHREIBEN
                    DISPLAY ' *** LOESCHUNG ABGELEHNT: VORGANG '
                            Z-KARTE-VORGANG (Z-KARTE-LFD) ' '
                            Z-KARTE-GRUND (Z-KARTE-LFD) ' ***'
                 END-IF
      *
              END-IF
      *
           END-PERFORM
      *
           .
       N101-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N1011-ANTRAG-PRUEFEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-ANTR-TAB (Z-ANTR-LFD), BESTAND-DATEI                   -
      * OUT  : GGF. Z-KARTE-STATUS ABGELEHNT MIT GRUND,                 -
      *        Z-LOEP-PIN/-GES (ANTRAG DER ABLEHNUNG)                   -
      * VERAR: IST DER BESTAND-SCHLUESSEL NICHT BEKANNT (SENDEARCHIV    -
      *        BEREITS BEREINIGT), WIRD DIE PIN VERSUCHT.               -
      *-----------------------------------------------------------------
           MOVE Z-ANTR-GES (Z-ANTR-LFD)  TO Z-ARCH-GES-X
      *
           IF Z-ANTR-NR (Z-ANTR-LFD) = SPACE
              MOVE Z-ANTR-PIN (Z-ANTR-LFD) TO BESTAND-SATZ-NR
           ELSE
              MOVE Z-ANTR-NR (Z-ANTR-LFD)  TO BESTAND-SATZ-NR
           END-IF
      *
           MOVE BESTAND-SATZ-NR          TO Z-LOEP-PIN
           MOVE Z-ANTR-GES (Z-ANTR-LFD)  TO Z-LOEP-GES
      *
           IF Z-ARCH-GES-X NOT NUMERIC
              MOVE 'GESELLSCHAFT UNGUELTIG'
                                         TO Z-KARTE-GRUND (Z-KARTE-LFD)
              MOVE K-KARTE-ABGELEHNT
                TO Z-KARTE-STATUS (Z-KARTE-LFD)
              GO TO N1011-EXIT
           END-IF
      *
           MOVE Z-ARCH-GES               TO BESTAND-SATZ-PGEB-GES
      *
           READ BESTAND-DATEI
      *
           EVALUATE TRUE
           WHEN S-BESTAND-NOTFND
              MOVE 'ANTRAG NICHT IM BESTAND'
                                         TO Z-KARTE-GRUND (Z-KARTE-LFD)
              MOVE K-KARTE-ABGELEHNT
                TO Z-KARTE-STATUS (Z-KARTE-LFD)
              GO TO N1011-EXIT
      *
           WHEN S-BESTAND-OK
              CONTINUE
      *
           WHEN OTHER
              MOVE 'N1011'               TO ERR-ORT-SEC
              MOVE K-25                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM LESEN BESTAND-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-BESTAND-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-EVALUATE
      *
           IF BESTAND-SATZ-LOESCH-DAT = ZERO
              MOVE 'ANTRAG IM BESTAND AKTIV'
                                         TO Z-KARTE-GRUND (Z-KARTE-LFD)
              MOVE K-KARTE-ABGELEHNT
                TO Z-KARTE-STATUS (Z-KARTE-LFD)
              GO TO N1011-EXIT
           END-IF
      *
           IF BESTAND-SATZ-LOESCH-DAT NOT < Z-FRIST-GRENZE
              MOVE 'AUFBEWAHRUNGSFRIST LAEUFT'
                                         TO Z-KARTE-GRUND (Z-KARTE-LFD)
              MOVE K-KARTE-ABGELEHNT
                TO Z-KARTE-STATUS (Z-KARTE-LFD)
              GO TO N1011-EXIT
           END-IF
      *
           .
       N1011-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N102-ARCHIV-ANONYMISIEREN SECTION.
      *-----------------------------------------------------------------
      * IN   : ARCHIV-DATEI, Z-KARTE-BEREICH (LOESCHBARE KARTEN)        -
      * OUT  : ARCHIV-DATEI (REWRITE), LOEP-AUSGABE                     -
      * VERAR: ZWEITER DURCHLAUF DES SENDEARCHIVS MIT I-O. DIE          -
      *        TDS-NR IN DEN LETZTEN 15 BYTES DES WIEN-SATZES BLEIBT    -
      *        ERHALTEN.                                                -
      *-----------------------------------------------------------------
           CLOSE ARCHIV-DATEI
      *
           IF NOT S-ARCHIV-OK
              MOVE 'N102 '               TO ERR-ORT-SEC
              MOVE K-26                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN ARCHIV-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN I-O ARCHIV-DATEI
      *
           IF NOT S-ARCHIV-OK
              MOVE 'N102 '               TO ERR-ORT-SEC
              MOVE K-27                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN ARCHIV-DATEI (I-O)'
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
                 MOVE SPACE                     TO S-GEAENDERT
                 MOVE ARCH-SATZ-WIEN-SATZ       TO Z-ARCH-WIEN-SATZ
                 PERFORM U09-ARCHIV-INHABER
      *
                 IF S-GEAENDERT-JA
                    PERFORM N1021-ARCHIV-ZURUECKSCHREIBEN
                 END-IF
      *
              WHEN S-ARCHIV-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N102 '                     TO ERR-ORT-SEC
                 MOVE K-28                        TO ERR-ORT-LFD
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
           .
       N102-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N1021-ARCHIV-ZURUECKSCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : ARCH-SATZ, Z-ARCH-WIEN-SATZ (ANONYMISIERT)               -
      * OUT  : ARCHIV-DATEI                                             -
      *-----------------------------------------------------------------
           MOVE ARCH-SATZ-TDS-NR         TO Z-ARCH-TDS-NR
           MOVE Z-ARCH-WIEN-SATZ         TO ARCH-SATZ-WIEN-SATZ
           MOVE Z-ARCH-TDS-NR            TO ARCH-SATZ-TDS-NR
      *
           REWRITE ARCH-SATZ
      *
           IF NOT S-ARCHIV-OK
              MOVE 'N1021'               TO ERR-ORT-SEC
              MOVE K-29                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ZURUECKSCHREIBEN ARCHIV-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N1021-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N103-INHABER-ANONYMISIEREN SECTION.
      *-----------------------------------------------------------------
      * IN   : INH-EINGABE, Z-KARTE-BEREICH (LOESCHBARE KARTEN)         -
      * OUT  : INH-AUSGABE (VOLLSTAENDIGE KOPIE, BETROFFENE INHABER     -
      *        ANONYMISIERT), LOEP-AUSGABE                              -
      *-----------------------------------------------------------------
           OPEN INPUT INH-EINGABE
      *
           IF S-INH-EIN-FEHLT
              GO TO N103-EXIT
           END-IF
      *
           IF NOT S-INH-EIN-OK
              MOVE 'N103 '               TO ERR-ORT-SEC
              MOVE K-30                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN INH-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-INH-EIN-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT INH-AUSGABE
      *
           IF NOT S-INH-AUS-OK
              MOVE 'N103 '               TO ERR-ORT-SEC
              MOVE K-31                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN INH-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-INH-AUS-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-INH-EIN-OK
      *
              READ INH-EINGABE
      *
              EVALUATE TRUE
              WHEN S-INH-EIN-OK
      *
                 PERFORM N1031-INHABER-KOPIEREN
      *
              WHEN S-INH-EIN-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N103 '                     TO ERR-ORT-SEC
                 MOVE K-32                        TO ERR-ORT-LFD
                 MOVE 'DATEI-STATUS UNGUELTIG INH-EINGABE'
                                                   TO ERR-VAR-ZEILE01
                 MOVE S-INH-EIN-STATUS             TO S-DATEI-STATUS
                 MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE INH-EINGABE
      *
           IF NOT S-INH-EIN-OK
              MOVE 'N103 '               TO ERR-ORT-SEC
              MOVE K-33                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN INH-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-INH-EIN-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE INH-AUSGABE
      *
           IF NOT S-INH-AUS-OK
              MOVE 'N103 '               TO ERR-ORT-SEC
              MOVE K-34                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN INH-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-INH-AUS-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N103-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N1031-INHABER-KOPIEREN SECTION.
      *-----------------------------------------------------------------
      * IN   : INH-SATZ-EIN                                             -
      * OUT  : INH-AUSGABE, GGF. LOEP-AUSGABE                           -
      *-----------------------------------------------------------------
           MOVE INH-SATZ-DATEN-ZUNAME    TO Z-PERS-ZUNAME
           MOVE INH-SATZ-DATEN-VORNAME   TO Z-PERS-VORNAME
           MOVE SPACE                    TO Z-PERS-GEB-EUR
           MOVE INH-SATZ-DATEN-GEB-DAT   TO Z-PERS-GEB-KURZ
      *
           PERFORM U03-PERSON-SUCHEN
      *
           IF Z-KARTE-FUND > ZERO
      *
              MOVE K-ANONYM-NAME         TO INH-SATZ-DATEN-ZUNAME
              MOVE SPACE                 TO INH-SATZ-DATEN-VORNAME
                                            INH-SATZ-DATEN-GEB-DAT
                                            INH-SATZ-DATEN-STAATS-ANG
                                            INH-SATZ-DATEN-PEP-STATUS
                                            INH-SATZ-DATEN-BRANCHE
                                            INH-SATZ-DATEN-BERUFSGRP
      *
              MOVE K-QU-INHABER          TO Z-LOEP-QUELLE
              MOVE 'INHABER-'            TO Z-LOEP-ROLLE
              MOVE INH-SATZ-DATEN-LFD-NR TO Z-LOEP-ROLLE(9:1)
              MOVE INH-SATZ-DATEN-PIN    TO Z-LOEP-PIN
              MOVE INH-SATZ-DATEN-PGEB-GES
                                         TO Z-LOEP-GES
              MOVE SPACE                 TO Z-LOEP-DATUM
                                            Z-LOEP-GRUND
              MOVE K-AKT-ANONYM          TO Z-LOEP-AKTION
              ADD K-1                    TO Z-ZAEHLER-ANONYM
              PERFORM U07-PROTOKOLL-SCHREIBEN
      *
           END-IF
      *
           WRITE INH-SATZ-AUS          FROM INH-SATZ-EIN
      *
           IF NOT S-INH-AUS-OK
              MOVE 'N1031'               TO ERR-ORT-SEC
              MOVE K-35                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN INH-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-INH-AUS-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N1031-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N104-DUBLETTEN-LOESCHEN SECTION.
      *-----------------------------------------------------------------
      * IN   : DUBL-DATEI, Z-KARTE-BEREICH (LOESCHBARE KARTEN)          -
      * OUT  : DUBL-DATEI (DELETE), LOEP-AUSGABE                        -
      * VERAR: DIE PERSON IST TEIL DES SCHLUESSELS - DER SATZ WIRD      -
      *        GELOESCHT (JE GEMERKTEM NEUZUGANG EINE PROTOKOLLZEILE)   -
      *-----------------------------------------------------------------
           OPEN I-O DUBL-DATEI
      *
           IF S-DUBL-FEHLT
              GO TO N104-EXIT
           END-IF
      *
           IF NOT S-DUBL-OK
              MOVE 'N104 '               TO ERR-ORT-SEC
              MOVE K-36                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN DUBL-DATEI (I-O)'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DUBL-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-DUBL-OK
      *
              READ DUBL-DATEI
      *
              EVALUATE TRUE
              WHEN S-DUBL-OK
      *
                 PERFORM N1041-DUBLETTE-LOESCHEN
      *
              WHEN S-DUBL-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N104 '                     TO ERR-ORT-SEC
                 MOVE K-37                        TO ERR-ORT-LFD
                 MOVE 'DATEI-STATUS UNGUELTIG DUBL-DATEI'
                                                   TO ERR-VAR-ZEILE01
                 MOVE S-DUBL-STATUS                TO S-DATEI-STATUS
                 MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE DUBL-DATEI
      *
           IF NOT S-DUBL-OK
              MOVE 'N104 '               TO ERR-ORT-SEC
              MOVE K-38                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN DUBL-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DUBL-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N104-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N1041-DUBLETTE-LOESCHEN SECTION.
      *-----------------------------------------------------------------
      * IN   : DUBL-SATZ                                                -
      * OUT  : DUBL-DATEI (DELETE), LOEP-AUSGABE                        -
      *-----------------------------------------------------------------
           MOVE DUBL-SATZ-ZUNAME         TO Z-PERS-ZUNAME
           MOVE DUBL-SATZ-VORNAME        TO Z-PERS-VORNAME
           MOVE DUBL-SATZ-GEB-DAT        TO Z-PERS-GEB-EUR
           MOVE SPACE                    TO Z-PERS-GEB-KURZ
      *
           PERFORM U03-PERSON-SUCHEN
      *
           IF Z-KARTE-FUND = ZERO
              GO TO N1041-EXIT
           END-IF
      *
           DELETE DUBL-DATEI
      *
           IF NOT S-DUBL-OK
              MOVE 'N1041'               TO ERR-ORT-SEC
              MOVE K-39                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM LOESCHEN DUBL-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DUBL-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-ZAEHLER-GELOESCHT
      *
           MOVE K-QU-DUBLETTEN           TO Z-LOEP-QUELLE
           MOVE SPACE                    TO Z-LOEP-ROLLE
                                            Z-LOEP-GRUND
           MOVE DUBL-SATZ-PGEB-GES       TO Z-LOEP-GES
           MOVE K-AKT-GELOESCHT          TO Z-LOEP-AKTION
      *
           PERFORM VARYING Z-DUBL-LFD FROM K-1 BY K-1
             UNTIL Z-DUBL-LFD > DUBL-SATZ-ANZAHL
      *
              MOVE DUBL-SATZ-TDS-NR (Z-DUBL-LFD)
                                         TO Z-LOEP-PIN
              MOVE DUBL-SATZ-ERF-DAT (Z-DUBL-LFD)
                                         TO Z-DATUM
              PERFORM U08-DATUM-EUR
              MOVE Z-DATUM-EUR           TO Z-LOEP-DATUM
              PERFORM U07-PROTOKOLL-SCHREIBEN
      *
           END-PERFORM
      *
           .
       N1041-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N105-REGISTER-LOESCHEN SECTION.
      *-----------------------------------------------------------------
      * IN   : REGISTER-DATEI, Z-KARTE-BEREICH (LOESCHBARE KARTEN)      -
      * OUT  : REGISTER-DATEI (DELETE), LOEP-AUSGABE                    -
      * VERAR: DIE PERSON IST SCHLUESSEL DES REGISTERS - DER SATZ WIRD  -
      *        GELOESCHT. TAUCHT SIE SPAETER IN EINER INHABER-AUSGABE   -
      *        WIEDER AUF, LEGT PMAN0085 SIE NEU AN.                    -
      *-----------------------------------------------------------------
           OPEN I-O REGISTER-DATEI
      *
           IF S-REG-FEHLT
              GO TO N105-EXIT
           END-IF
      *
           IF NOT S-REG-OK
              MOVE 'N105 '               TO ERR-ORT-SEC
              MOVE K-40                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN REGISTER-DATEI (I-O)'
                                         TO ERR-VAR-ZEILE01
              MOVE S-REG-STATUS          TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-REG-OK
      *
              READ REGISTER-DATEI
      *
              EVALUATE TRUE
              WHEN S-REG-OK
      *
                 PERFORM N1051-REGISTER-LOESCHEN
      *
              WHEN S-REG-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N105 '                     TO ERR-ORT-SEC
                 MOVE K-41                        TO ERR-ORT-LFD
                 MOVE 'DATEI-STATUS UNGUELTIG REGISTER-DATEI'
                                                   TO ERR-VAR-ZEILE01
                 MOVE S-REG-STATUS                 TO S-DATEI-STATUS
                 MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE REGISTER-DATEI
      *
           IF NOT S-REG-OK
              MOVE 'N105 '               TO ERR-ORT-SEC
              MOVE K-42                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN REGISTER-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-REG-STATUS          TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N105-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N1051-REGISTER-LOESCHEN SECTION.
      *-----------------------------------------------------------------
      * IN   : PREG-SATZ                                                -
      * OUT  : REGISTER-DATEI (DELETE), LOEP-AUSGABE                    -
      *-----------------------------------------------------------------
           MOVE PREG-SATZ-ZUNAME         TO Z-PERS-ZUNAME
           MOVE PREG-SATZ-VORNAME        TO Z-PERS-VORNAME
           MOVE SPACE                    TO Z-PERS-GEB-EUR
           MOVE PREG-SATZ-GEB-DAT        TO Z-PERS-GEB-KURZ
      *
           PERFORM U03-PERSON-SUCHEN
      *
           IF Z-KARTE-FUND = ZERO
              GO TO N1051-EXIT
           END-IF
      *
           DELETE REGISTER-DATEI
      *
           IF NOT S-REG-OK
              MOVE 'N1051'               TO ERR-ORT-SEC
              MOVE K-43                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM LOESCHEN REGISTER-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-REG-STATUS          TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-ZAEHLER-GELOESCHT
      *
           MOVE K-QU-REGISTER            TO Z-LOEP-QUELLE
           MOVE SPACE                    TO Z-LOEP-ROLLE
                                            Z-LOEP-PIN
                                            Z-LOEP-GES
                                            Z-LOEP-GRUND
           MOVE PREG-SATZ-LETZT-DATUM    TO Z-LOEP-DATUM
           MOVE K-AKT-GELOESCHT          TO Z-LOEP-AKTION
           PERFORM U07-PROTOKOLL-SCHREIBEN
      *
           .
       N1051-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N106-SPERREN-ANONYMISIEREN SECTION.
      *-----------------------------------------------------------------
      * IN   : SPERR-DATEI, Z-KARTE-BEREICH (LOESCHBARE KARTEN)         -
      * OUT  : SPERR-DATEI (REWRITE), LOEP-AUSGABE                      -
      * VERAR: SCHLUESSEL IST PIN + GESELLSCHAFT - NUR DIE              -
      *        TREFFER-PERSON WIRD ANONYMISIERT, STATUS UND             -
      *        LISTENREFERENZ BLEIBEN ALS NACHWEIS ERHALTEN             -
      *-----------------------------------------------------------------
           OPEN I-O SPERR-DATEI
      *
           IF S-SPERR-FEHLT
              GO TO N106-EXIT
           END-IF
      *
           IF NOT S-SPERR-OK
              MOVE 'N106 '               TO ERR-ORT-SEC
              MOVE K-44                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN SPERR-DATEI (I-O)'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SPERR-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-SPERR-OK
      *
              READ SPERR-DATEI
      *
              EVALUATE TRUE
              WHEN S-SPERR-OK
      *
                 PERFORM N1061-SPERRE-ANONYMISIEREN
      *
              WHEN S-SPERR-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N106 '                     TO ERR-ORT-SEC
                 MOVE K-45                        TO ERR-ORT-LFD
                 MOVE 'DATEI-STATUS UNGUELTIG SPERR-DATEI'
                                                   TO ERR-VAR-ZEILE01
                 MOVE S-SPERR-STATUS               TO S-DATEI-STATUS
                 MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE SPERR-DATEI
      *
           IF NOT S-SPERR-OK
              MOVE 'N106 '               TO ERR-ORT-SEC
              MOVE K-46                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN SPERR-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SPERR-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N106-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N1061-SPERRE-ANONYMISIEREN SECTION.
      *-----------------------------------------------------------------
      * IN   : SPERR-SATZ                                               -
      * OUT  : SPERR-DATEI (REWRITE), LOEP-AUSGABE                      -
      *-----------------------------------------------------------------
           MOVE SPERR-SATZ-ZUNAME        TO Z-PERS-ZUNAME
           MOVE SPERR-SATZ-VORNAME       TO Z-PERS-VORNAME
           MOVE SPACE                    TO Z-PERS-GEB-EUR
           MOVE SPERR-SATZ-GEB-DAT       TO Z-PERS-GEB-KURZ
      *
           PERFORM U03-PERSON-SUCHEN
      *
           IF Z-KARTE-FUND = ZERO
              GO TO N1061-EXIT
           END-IF
      *
           MOVE K-ANONYM-NAME            TO SPERR-SATZ-ZUNAME
           MOVE SPACE                    TO SPERR-SATZ-VORNAME
                                            SPERR-SATZ-GEB-DAT
      *
           REWRITE SPERR-SATZ
      *
           IF NOT S-SPERR-OK
              MOVE 'N1061'               TO ERR-ORT-SEC
              MOVE K-47                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ZURUECKSCHREIBEN SPERR-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SPERR-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-ZAEHLER-ANONYM
      *
           MOVE K-QU-SPERRE              TO Z-LOEP-QUELLE
           MOVE SPACE                    TO Z-LOEP-ROLLE
                                            Z-LOEP-GRUND
           MOVE SPERR-SATZ-PIN           TO Z-LOEP-PIN
           MOVE SPERR-SATZ-PGEB-GES      TO Z-LOEP-GES
           MOVE SPERR-SATZ-ERST-DATUM    TO Z-LOEP-DATUM
           MOVE K-AKT-ANONYM             TO Z-LOEP-AKTION
           PERFORM U07-PROTOKOLL-SCHREIBEN
      *
           .
       N1061-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N11-DATEIEN-SCHLIESSEN SECTION.
      *-----------------------------------------------------------------
      * VERAR: SCHLIESSEN DATEIEN                                      -
      *-----------------------------------------------------------------
           CLOSE ARCHIV-DATEI

           IF NOT S-ARCHIV-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-48                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN ARCHIV-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           IF S-LOESCHUNG-AKTIV
      *
              CLOSE BESTAND-DATEI
      *
              IF NOT S-BESTAND-OK
                 MOVE 'N11  '            TO ERR-ORT-SEC
                 MOVE K-49               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM SCHLIEßEN BESTAND-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-BESTAND-STATUS   TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
              CLOSE LOEP-AUSGABE
      *
              IF NOT S-LOEP-AUS-OK
                 MOVE 'N11  '            TO ERR-ORT-SEC
                 MOVE K-50               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM SCHLIEßEN LOEP-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-LOEP-AUS-STATUS  TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
           ELSE
      *
              CLOSE AUSK-AUSGABE
      *
              IF NOT S-AUSK-AUS-OK
                 MOVE 'N11  '            TO ERR-ORT-SEC
                 MOVE K-51               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM SCHLIEßEN AUSK-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-AUSK-AUS-STATUS  TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
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
           DISPLAY ' PROTOKOLL: DSGVO-AUSKUNFT/-ANONYMISIERUNG'
           DISPLAY ' =============================================='
           DISPLAY ' '
           DISPLAY 'ANZAHL ANTRAGSKARTEN              :  '
                   Z-ZAEHLER-DSGV-EIN
           DISPLAY 'ANZAHL ARCHIVSAETZE GELESEN       :  '
                   Z-ZAEHLER-ARCHIV-EIN
           DISPLAY 'ANZAHL INHABER-SAETZE GELESEN     :  '
                   Z-ZAEHLER-INH-EIN
           DISPLAY 'ANZAHL DUBLETTEN-SAETZE GELESEN   :  '
                   Z-ZAEHLER-DUBL-EIN
           DISPLAY 'ANZAHL REGISTER-SAETZE GELESEN    :  '
                   Z-ZAEHLER-REG-EIN
           DISPLAY 'ANZAHL SPERR-SAETZE GELESEN       :  '
                   Z-ZAEHLER-SPERR-EIN
           DISPLAY 'ANZAHL VORKOMMEN GEFUNDEN         :  '
                   Z-ZAEHLER-VORKOMMEN
           DISPLAY 'ANZAHL ANTRAEGE DER PERSONEN      :  '
                   Z-ANTR-ANZAHL
           DISPLAY 'KARTEN OHNE DATEN                 :  '
                   Z-ZAEHLER-OHNE-DATEN
      *
           IF S-LOESCHUNG-AKTIV
      *
              DISPLAY 'FRISTGRENZE LOESCHDATUM (JJJJMMTT):  '
                      Z-FRIST-GRENZE
              DISPLAY 'KARTEN LOESCHBAR                  :  '
                      Z-ZAEHLER-LOESCHBAR
              DISPLAY 'KARTEN ABGELEHNT                  :  '
                      Z-ZAEHLER-ABGELEHNT
              DISPLAY 'ANZAHL SAETZE ANONYMISIERT        :  '
                      Z-ZAEHLER-ANONYM
              DISPLAY 'ANZAHL SAETZE GELOESCHT           :  '
                      Z-ZAEHLER-GELOESCHT
              DISPLAY 'ANZAHL ZEILEN LOESCHPROTOKOLL     :  '
                      Z-ZAEHLER-LOEP-AUS
      *
           ELSE
      *
              DISPLAY 'ANZAHL AUSKUNFTSZEILEN            :  '
                      Z-ZAEHLER-AUSK-AUS
      *
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
      * VERAR: WIE PMAN0087: GROSSSCHRIFT, UMLAUTE UND SZ               -
      *        TRANSKRIBIEREN, BINDESTRICH, PUNKT UND APOSTROPH ZU      -
      *        LEERZEICHEN.                                             -
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
       U03-PERSON-SUCHEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-PERS-ZUNAME/-VORNAME, Z-PERS-GEB-EUR (TT.MM.JJJJ)      -
      *        ODER Z-PERS-GEB-KURZ (TTMMJJ), S-PHASE                   -
      * OUT  : Z-KARTE-FUND (NULL = KEINE KARTE), BEIM SAMMELN          -
      *        ZAEHLER DER KARTE ERHOEHT                                -
      * VERAR: ZUNAME, VORNAME (NORMIERT) UND GEBURTSDATUM MUESSEN      -
      *        GLEICH SEIN. IN DER LOESCHPHASE ZAEHLEN NUR LOESCHBARE   -
      *        KARTEN.                                                  -
      *-----------------------------------------------------------------
           MOVE ZERO                     TO Z-KARTE-FUND
      *
           IF Z-PERS-ZUNAME = SPACE
              OR Z-PERS-ZUNAME = K-ANONYM-NAME
              GO TO U03-EXIT
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
           PERFORM VARYING Z-KARTE-LFD FROM K-1 BY K-1
             UNTIL Z-KARTE-LFD > Z-KARTE-ANZAHL
                OR Z-KARTE-FUND > ZERO
      *
              IF Z-KARTE-ZUNAME-N (Z-KARTE-LFD) = Z-PERS-ZUNAME
                 AND Z-KARTE-VORNAME-N (Z-KARTE-LFD) = Z-PERS-VORNAME
                 AND ((Z-PERS-GEB-EUR NOT = SPACE
                   AND Z-KARTE-GEB-EUR (Z-KARTE-LFD) = Z-PERS-GEB-EUR)
                   OR (Z-PERS-GEB-KURZ NOT = SPACE
                   AND Z-KARTE-GEB-KURZ (Z-KARTE-LFD)
                       = Z-PERS-GEB-KURZ))
                 AND (S-PHASE-SAMMELN
                   OR Z-KARTE-STATUS (Z-KARTE-LFD) = K-KARTE-LOESCHBAR)
                 MOVE Z-KARTE-LFD        TO Z-KARTE-FUND
              END-IF
      *
           END-PERFORM
      *
           IF Z-KARTE-FUND > ZERO
              AND S-PHASE-SAMMELN
              ADD K-1
                TO Z-KARTE-TREFFER (Z-KARTE-FUND)
                   Z-ZAEHLER-VORKOMMEN
           END-IF
      *
           .
       U03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U04-ANTRAG-MERKEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-KARTE-FUND, Z-SUCH-PIN, Z-SUCH-GES, Z-SUCH-NR          -
      * OUT  : Z-ANTR-TAB (NEUER ODER ERGAENZTER EINTRAG)               -
      * VERAR: EIN ANTRAG WIRD JE KARTE NUR EINMAL GEFUEHRT (GLEICHE    -
      *        GESELLSCHAFT UND GLEICHE PIN BZW. TDS-NR)                -
      *-----------------------------------------------------------------
           MOVE ZERO                     TO Z-ANTR-FUND
      *
           PERFORM VARYING Z-ANTR-LFD FROM K-1 BY K-1
             UNTIL Z-ANTR-LFD > Z-ANTR-ANZAHL
                OR Z-ANTR-FUND > ZERO
      *
              IF Z-ANTR-KARTE (Z-ANTR-LFD) = Z-KARTE-FUND
                 AND Z-ANTR-GES (Z-ANTR-LFD) = Z-SUCH-GES
                 AND ((Z-SUCH-PIN NOT = SPACE
                   AND Z-ANTR-PIN (Z-ANTR-LFD) = Z-SUCH-PIN)
                   OR (Z-SUCH-NR NOT = SPACE
                   AND Z-ANTR-NR (Z-ANTR-LFD) = Z-SUCH-NR))
                 MOVE Z-ANTR-LFD         TO Z-ANTR-FUND
              END-IF
      *
           END-PERFORM
      *
           IF Z-ANTR-FUND > ZERO
      *
              IF Z-ANTR-PIN (Z-ANTR-FUND) = SPACE
                 MOVE Z-SUCH-PIN         TO Z-ANTR-PIN (Z-ANTR-FUND)
              END-IF
              IF Z-ANTR-NR (Z-ANTR-FUND) = SPACE
                 MOVE Z-SUCH-NR          TO Z-ANTR-NR (Z-ANTR-FUND)
              END-IF
              GO TO U04-EXIT
      *
           END-IF
      *
           IF Z-ANTR-ANZAHL >= K-ANTR-MAX
              MOVE 'U04  '               TO ERR-ORT-SEC
              MOVE K-52                  TO ERR-ORT-LFD
              MOVE 'ANTRAGSTABELLE UEBERGELAUFEN'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-ANTR-ANZAHL
           MOVE Z-KARTE-FUND             TO Z-ANTR-KARTE (Z-ANTR-ANZAHL)
           MOVE Z-SUCH-PIN               TO Z-ANTR-PIN (Z-ANTR-ANZAHL)
           MOVE Z-SUCH-GES               TO Z-ANTR-GES (Z-ANTR-ANZAHL)
           MOVE Z-SUCH-NR                TO Z-ANTR-NR (Z-ANTR-ANZAHL)
      *
           .
       U04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U05-BESTAND-NR-ERMITTELN SECTION.
      *-----------------------------------------------------------------
      * IN   : ARCH-SATZ                                                -
      * OUT  : Z-ARCH-NR (LEER = NICHT ZUORDENBAR)                      -
      * VERAR: WIE PMAN0089 U02-TDS-NR-ERMITTELN: SEIT DEM 15.10.26     -
      *        TRAEGT DER ARCHIVSATZ DIE TDS-NR, BEI AELTEREN SAETZEN   -
      *        IST ES DIE VNR-ANTR (AUSSER BEI DEN FONDS-/BANK-         -
      *        GESELLSCHAFTEN, WENN SIE VON DER PIN ABWEICHT)           -
      *-----------------------------------------------------------------
           IF ARCH-SATZ-TDS-NR NOT = SPACE
              MOVE ARCH-SATZ-TDS-NR      TO Z-ARCH-NR
              GO TO U05-EXIT
           END-IF
      *
           IF ARCH-SATZ-VNR-ANTR = ARCH-SATZ-PIN
              MOVE ARCH-SATZ-VNR-ANTR    TO Z-ARCH-NR
              GO TO U05-EXIT
           END-IF
      *
           MOVE ARCH-SATZ-PGEB-GES       TO Z-ARCH-GES-X
      *
           IF Z-ARCH-GES-X NOT NUMERIC
              MOVE SPACE                 TO Z-ARCH-NR
              GO TO U05-EXIT
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
                MOVE SPACE               TO Z-ARCH-NR
      *
           WHEN OTHER
      *
                MOVE ARCH-SATZ-VNR-ANTR  TO Z-ARCH-NR
      *
           END-EVALUATE
      *
           .
       U05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U06-AUSKUNFT-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : AUSK-SATZ-AUS (VORBELEGT DURCH U061)                     -
      * OUT  : AUSK-AUSGABE                                             -
      *-----------------------------------------------------------------
           WRITE AUSK-SATZ-AUS
      *
           IF NOT S-AUSK-AUS-OK
              MOVE 'U06  '               TO ERR-ORT-SEC
              MOVE K-53                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN AUSK-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-AUSK-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-ZAEHLER-AUSK-AUS
      *
           .
       U06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U061-AUSKUNFT-VORBELEGEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-KARTE-FUND                                             -
      * OUT  : AUSK-SATZ-AUS (LEER, TRENNZEICHEN, AKTENZEICHEN)         -
      *-----------------------------------------------------------------
           MOVE SPACE                    TO AUSK-SATZ-AUS
      *
           MOVE ';'                      TO AUSK-SATZ-DATEN-SEMIK-1
                                            AUSK-SATZ-DATEN-SEMIK-2
                                            AUSK-SATZ-DATEN-SEMIK-3
                                            AUSK-SATZ-DATEN-SEMIK-4
                                            AUSK-SATZ-DATEN-SEMIK-5
                                            AUSK-SATZ-DATEN-SEMIK-6
                                            AUSK-SATZ-DATEN-SEMIK-7
                                            AUSK-SATZ-DATEN-SEMIK-8
                                            AUSK-SATZ-DATEN-SEMIK-9
                                            AUSK-SATZ-DATEN-SEMIK-10
                                            AUSK-SATZ-DATEN-SEMIK-11
                                            AUSK-SATZ-DATEN-SEMIK-12
                                            AUSK-SATZ-DATEN-SEMIK-13
                                            AUSK-SATZ-DATEN-SEMIK-14
                                            AUSK-SATZ-DATEN-SEMIK-15
                                            AUSK-SATZ-DATEN-SEMIK-16
      *
           MOVE Z-KARTE-VORGANG (Z-KARTE-FUND)
                                         TO AUSK-SATZ-DATEN-VORGANG
      *
           .
       U061-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U07-PROTOKOLL-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-KARTE-FUND, Z-LOEP-...                                 -
      * OUT  : LOEP-AUSGABE                                             -
      *-----------------------------------------------------------------
           MOVE SPACE                    TO LOEP-SATZ-AUS
      *
           MOVE ';'                      TO LOEP-SATZ-DATEN-SEMIK-1
                                            LOEP-SATZ-DATEN-SEMIK-2
                                            LOEP-SATZ-DATEN-SEMIK-3
                                            LOEP-SATZ-DATEN-SEMIK-4
                                            LOEP-SATZ-DATEN-SEMIK-5
                                            LOEP-SATZ-DATEN-SEMIK-6
                                            LOEP-SATZ-DATEN-SEMIK-7
                                            LOEP-SATZ-DATEN-SEMIK-8
                                            LOEP-SATZ-DATEN-SEMIK-9
      *
           MOVE Z-HEUTE-EUR              TO LOEP-SATZ-DATEN-LAUF-DAT
           MOVE Z-KARTE-VORGANG (Z-KARTE-FUND)
                                         TO LOEP-SATZ-DATEN-VORGANG
           MOVE Z-LOEP-QUELLE            TO LOEP-SATZ-DATEN-QUELLE
           MOVE Z-LOEP-ROLLE             TO LOEP-SATZ-DATEN-ROLLE
           MOVE Z-LOEP-PIN               TO LOEP-SATZ-DATEN-PIN
           MOVE Z-LOEP-GES               TO LOEP-SATZ-DATEN-PGEB-GES
           MOVE Z-LOEP-DATUM             TO LOEP-SATZ-DATEN-DATUM
           MOVE Z-LOEP-AKTION            TO LOEP-SATZ-DATEN-AKTION
           MOVE Z-LOEP-GRUND             TO LOEP-SATZ-DATEN-GRUND
      *
           WRITE LOEP-SATZ-AUS
      *
           IF NOT S-LOEP-AUS-OK
              MOVE 'U07  '               TO ERR-ORT-SEC
              MOVE K-54                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN LOEP-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-LOEP-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-ZAEHLER-LOEP-AUS
      *
           .
       U07-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U08-DATUM-EUR SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-DATUM (JJJJMMTT)                                       -
      * OUT  : Z-DATUM-EUR (TT.MM.JJJJ, LEER BEI NULL)                  -
      *-----------------------------------------------------------------
           MOVE SPACE                    TO Z-DATUM-EUR
      *
           IF Z-DATUM = ZERO
              GO TO U08-EXIT
           END-IF
      *
           MOVE Z-DATUM-X(7:2)           TO Z-DATUM-EUR(1:2)
           MOVE '.'                      TO Z-DATUM-EUR(3:1)
           MOVE Z-DATUM-X(5:2)           TO Z-DATUM-EUR(4:2)
           MOVE '.'                      TO Z-DATUM-EUR(6:1)
           MOVE Z-DATUM-X(1:4)           TO Z-DATUM-EUR(7:4)
      *
           .
       U08-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U09-ARCHIV-INHABER SECTION.
      *-----------------------------------------------------------------
      * IN   : ARCH-SATZ, Z-ARCH-WIEN-SATZ, S-PHASE                     -
      * OUT  : SAMMELN : Z-ANTR-BEREICH, GGF. AUSK-AUSGABE              -
      *        LOESCHEN: Z-ARCH-WIEN-SATZ ANONYMISIERT, S-GEAENDERT,    -
      *                  LOEP-AUSGABE                                   -
      * VERAR: HAUPTINHABER (KUNDE) UND WEITERE INHABER (2-5) DES       -
      *        GESENDETEN WIEN-SATZES GEGEN DIE KARTEN PRUEFEN          -
      *-----------------------------------------------------------------
           MOVE ZERO                     TO Z-INH-LFD
           PERFORM U091-ARCHIV-PERSON
      *
           PERFORM VARYING Z-INH-LFD FROM K-1 BY K-1
             UNTIL Z-INH-LFD > K-4
      *
              IF WIEN-S-DATEN-W-INH-KD-ZUNAME (Z-INH-LFD) NOT = SPACE
                 PERFORM U091-ARCHIV-PERSON
              END-IF
      *
           END-PERFORM
      *
           .
       U09-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U091-ARCHIV-PERSON SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-INH-LFD (NULL = HAUPTINHABER), Z-ARCH-WIEN-SATZ        -
      * OUT  : WIE U09                                                  -
      *-----------------------------------------------------------------
           IF Z-INH-LFD = ZERO
              MOVE WIEN-SATZ-DATEN-KD-ZUNAME  TO Z-PERS-ZUNAME
              MOVE WIEN-SATZ-DATEN-KD-VORNAME TO Z-PERS-VORNAME
              MOVE WIEN-SATZ-DATEN-KD-GEB-DAT TO Z-PERS-GEB-EUR
           ELSE
              MOVE WIEN-S-DATEN-W-INH-KD-ZUNAME (Z-INH-LFD)
                                         TO Z-PERS-ZUNAME
              MOVE WIEN-S-DATEN-W-INH-KD-VORNAME (Z-INH-LFD)
                                         TO Z-PERS-VORNAME
              MOVE WIEN-S-DATEN-W-INH-KD-GEB-DAT (Z-INH-LFD)
                                         TO Z-PERS-GEB-EUR
           END-IF
           MOVE SPACE                    TO Z-PERS-GEB-KURZ
      *
           PERFORM U03-PERSON-SUCHEN
      *
           IF Z-KARTE-FUND = ZERO
              GO TO U091-EXIT
           END-IF
      *
           COMPUTE Z-ROLLE-NR = Z-INH-LFD + K-1
           MOVE ARCH-SATZ-SENDE-DAT      TO Z-DATUM
           PERFORM U08-DATUM-EUR
      *
           IF S-PHASE-LOESCHEN
              PERFORM U093-ARCHIV-ANONYMISIEREN
              GO TO U091-EXIT
           END-IF
      *
           MOVE ARCH-SATZ-PIN            TO Z-SUCH-PIN
           MOVE ARCH-SATZ-PGEB-GES       TO Z-SUCH-GES
           MOVE Z-ARCH-NR                TO Z-SUCH-NR
           PERFORM U04-ANTRAG-MERKEN
      *
           IF NOT S-LOESCHUNG-AKTIV
              PERFORM U092-ARCHIV-AUSKUNFT
           END-IF
      *
           .
       U091-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U092-ARCHIV-AUSKUNFT SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-INH-LFD, Z-ARCH-WIEN-SATZ, ARCH-SATZ, Z-DATUM-EUR      -
      * OUT  : AUSK-AUSGABE                                             -
      *-----------------------------------------------------------------
           PERFORM U061-AUSKUNFT-VORBELEGEN
      *
           MOVE K-QU-ARCHIV              TO AUSK-SATZ-DATEN-QUELLE
           MOVE Z-ROLLE                  TO AUSK-SATZ-DATEN-ROLLE
           MOVE ARCH-SATZ-PIN            TO AUSK-SATZ-DATEN-PIN
           MOVE ARCH-SATZ-PGEB-GES       TO AUSK-SATZ-DATEN-PGEB-GES
           MOVE Z-DATUM-EUR              TO AUSK-SATZ-DATEN-DATUM
           MOVE ARCH-SATZ-SATZART        TO AUSK-SATZ-DATEN-SATZART
      *
           IF Z-INH-LFD = ZERO
      *
              MOVE WIEN-SATZ-DATEN-KD-ZUNAME
                                         TO AUSK-SATZ-DATEN-ZUNAME
              MOVE WIEN-SATZ-DATEN-KD-VORNAME
                                         TO AUSK-SATZ-DATEN-VORNAME
              MOVE WIEN-SATZ-DATEN-KD-GEB-DAT
                                         TO AUSK-SATZ-DATEN-GEB-DAT
              MOVE WIEN-SATZ-DATEN-KD-SOZVNR
                                         TO AUSK-SATZ-DATEN-SOZVNR
              MOVE WIEN-SATZ-DATEN-KD-PLZ
                                         TO AUSK-SATZ-DATEN-PLZ
              MOVE WIEN-SATZ-DATEN-KD-ORT
                                         TO AUSK-SATZ-DATEN-ORT
              MOVE WIEN-SATZ-DATEN-KD-STRASSE
                                         TO AUSK-SATZ-DATEN-STRASSE
              MOVE WIEN-SATZ-DATEN-STAATS-ANG
                                         TO AUSK-SATZ-DATEN-STAATS-ANG
              MOVE WIEN-SATZ-DATEN-PEP-STATUS
                                         TO AUSK-SATZ-DATEN-PEP-STATUS
      *
           ELSE
      *
              MOVE WIEN-S-DATEN-W-INH-KD-ZUNAME (Z-INH-LFD)
                                         TO AUSK-SATZ-DATEN-ZUNAME
              MOVE WIEN-S-DATEN-W-INH-KD-VORNAME (Z-INH-LFD)
                                         TO AUSK-SATZ-DATEN-VORNAME
              MOVE WIEN-S-DATEN-W-INH-KD-GEB-DAT (Z-INH-LFD)
                                         TO AUSK-SATZ-DATEN-GEB-DAT
              MOVE WIEN-S-DATEN-W-INH-KD-PLZ (Z-INH-LFD)
                                         TO AUSK-SATZ-DATEN-PLZ
              MOVE WIEN-S-DATEN-W-INH-KD-ORT (Z-INH-LFD)
                                         TO AUSK-SATZ-DATEN-ORT
              MOVE WIEN-S-DATEN-W-INH-STAATS-ANG (Z-INH-LFD)
                                         TO AUSK-SATZ-DATEN-STAATS-ANG
              MOVE WIEN-S-DATEN-W-INH-PEP-STATUS (Z-INH-LFD)
                                         TO AUSK-SATZ-DATEN-PEP-STATUS
      *
           END-IF
      *
           PERFORM U06-AUSKUNFT-SCHREIBEN
      *
           .
       U092-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U093-ARCHIV-ANONYMISIEREN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-INH-LFD, Z-ARCH-WIEN-SATZ, ARCH-SATZ, Z-DATUM-EUR      -
      * OUT  : Z-ARCH-WIEN-SATZ (PERSONENFELDER DES INHABERS),          -
      *        S-GEAENDERT, LOEP-AUSGABE                                -
      * VERAR: KUNDENNUMMER, DEVISENSTATUS, PRODUKTE UND BETRAEGE       -
      *        BLEIBEN UNVERAENDERT                                     -
      *-----------------------------------------------------------------
           IF Z-INH-LFD = ZERO
      *
              MOVE K-ANONYM-NAME         TO WIEN-SATZ-DATEN-KD-ZUNAME
              MOVE SPACE                 TO WIEN-SATZ-DATEN-KD-VORNAME
                                            WIEN-SATZ-DATEN-KD-GEB-DAT
                                            WIEN-SATZ-DATEN-KD-SOZVNR
                                            WIEN-SATZ-DATEN-KD-AUSL-KZ
                                            WIEN-SATZ-DATEN-KD-PLZ
                                            WIEN-SATZ-DATEN-KD-ORT
                                            WIEN-SATZ-DATEN-KD-STRASSE
                                            WIEN-SATZ-DATEN-STAATS-ANG
                                            WIEN-SATZ-DATEN-PEP-STATUS
                                            WIEN-SATZ-DATEN-BRANCHE
                                            WIEN-SATZ-DATEN-BERUFSGRP
      *
           ELSE
      *
              MOVE K-ANONYM-NAME
                TO WIEN-S-DATEN-W-INH-KD-ZUNAME (Z-INH-LFD)
              MOVE SPACE
                TO WIEN-S-DATEN-W-INH-KD-VORNAME (Z-INH-LFD)
                   WIEN-S-DATEN-W-INH-KD-GEB-DAT (Z-INH-LFD)
                   WIEN-S-DATEN-W-INH-KD-AUSL-KZ (Z-INH-LFD)
                   WIEN-S-DATEN-W-INH-KD-PLZ (Z-INH-LFD)
                   WIEN-S-DATEN-W-INH-KD-ORT (Z-INH-LFD)
                   WIEN-S-DATEN-W-INH-STAATS-ANG (Z-INH-LFD)
                   WIEN-S-DATEN-W-INH-PEP-STATUS (Z-INH-LFD)
                   WIEN-S-DATEN-W-INH-BRANCHE (Z-INH-LFD)
                   WIEN-S-DATEN-W-INH-BERUFSGRP (Z-INH-LFD)
      *
           END-IF
      *
           SET S-GEAENDERT-JA            TO TRUE
           ADD K-1                       TO Z-ZAEHLER-ANONYM
      *
           MOVE K-QU-ARCHIV              TO Z-LOEP-QUELLE
           MOVE Z-ROLLE                  TO Z-LOEP-ROLLE
           MOVE ARCH-SATZ-PIN            TO Z-LOEP-PIN
           MOVE ARCH-SATZ-PGEB-GES       TO Z-LOEP-GES
           MOVE Z-DATUM-EUR              TO Z-LOEP-DATUM
           MOVE K-AKT-ANONYM             TO Z-LOEP-AKTION
           MOVE SPACE                    TO Z-LOEP-GRUND
           PERFORM U07-PROTOKOLL-SCHREIBEN
      *
           .
       U093-EXIT.
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
