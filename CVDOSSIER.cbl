      ******************************************************************
      *----------------------------------------------------------------*
      *                                                                *
      *       Copyright(c) by Patrick Beeck                            *
      *       Version: 1.0                                             *
      *                                                                *
      *----------------------------------------------------------------*

      *Kandidaten-Dossier je Ausschreibung für die Fachabteilung.
      *Fragt eine Führungskraft nach "der Shortlist für REQ00001",
      *musste bislang CVMATCH laufen und anschließend je Kandidat der
      *Dialog durchlaufen werden (Export über Menüpunkt 0,
      *Statusverlauf über Menüpunkt 20, dazu die Interviews), um
      *alles von Hand zusammenzukopieren. Dieses Programm nimmt eine
      *Ausschreibungs-ID entgegen, bewertet alle Kandidaten mit
      *demselben Teilstring-Abgleich wie CVMATCH und schreibt für die
      *bestplatzierten Kandidaten ein einziges Dossier:
      *  - ein Deckblatt mit den Eckdaten der Ausschreibung, den
      *    geforderten Kenntnissen und der Rangfolge der Kandidaten;
      *  - je Kandidat die Trefferquote, die nicht abgedeckten
      *    Anforderungen, den aktuellen Status samt Statusverlauf
      *    zu dieser Ausschreibung, die gebuchten Interviews und den
      *    vollständigen Lebenslauf aus den kandidaten-gekeyten
      *    Daten-Dateien.
      *Aufruf mit Ausschreibungs-ID und optional der Anzahl der
      *Kandidaten als Kommandozeilenparameter (z. B. "REQ00001 5");
      *ohne Parameter werden beide Angaben abgefragt. Ohne Angabe
      *der Anzahl umfasst das Dossier die besten 5 Kandidaten. Die
      *Ausgabe steht in data/dossier-<Ausschreibungs-ID>.txt.
      *RETURN-CODE 8, wenn die Ausschreibung unbekannt ist oder
      *benötigte Dateien fehlen.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CVDOSSIER.
       AUTHOR.         PatrickBeeck.
       DATE-WRITTEN.   15-10-2026.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. PB-PC-COMP.
        OBJECT-COMPUTER. DWPBANK-PC-COMP.
      *
       INPUT-OUTPUT SECTION.
      *---------------------
      *
       FILE-CONTROL.
      *-------------
      *
      *Stammdatei der Ausschreibungen und die je Ausschreibung
      *geforderten Kenntnisse (wie in CVMATCH).
           SELECT REQUISITION-MASTER
               ASSIGN DYNAMIC WS-REQUISITION-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUISITION-MASTER-STATUS.

           SELECT REQUISITION-SKILLS
               ASSIGN DYNAMIC WS-REQUISITION-SKILLS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUISITION-SKILLS-STATUS.

      *Die Kandidaten-Stammdatei des Dialogprogramms; hier nur lesend.
           SELECT CANDIDATE-MASTER
               ASSIGN DYNAMIC WS-CANDIDATE-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CANDIDATE-ID
               FILE STATUS IS WS-CANDIDATE-MASTER-STATUS.

      *Die kandidaten-gekeyten Daten-Dateien des Dialogprogramms.
           SELECT WORK-EXPERIENCE
               ASSIGN DYNAMIC WS-WORK-EXPERIENCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-EXPERIENCE-STATUS.

           SELECT JOB-RESPONSIBILITIES
               ASSIGN DYNAMIC WS-JOB-RESPONSIBILITIES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOB-RESPONSIBILITIES-STATUS.

           SELECT EDUCATION-FILE
               ASSIGN DYNAMIC WS-EDUCATION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EDUCATION-STATUS.

           SELECT SKILLS-FILE
               ASSIGN DYNAMIC WS-SKILLS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SKILLS-STATUS.

           SELECT VOLUNTARY-FILE
               ASSIGN DYNAMIC WS-VOLUNTARY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VOLUNTARY-STATUS.

           SELECT CERTIFICATES-FILE
               ASSIGN DYNAMIC WS-CERTIFICATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATES-STATUS.

      *Statusdatei und Interview-Terminplan des Dialogprogramms;
      *beide indiziert und hier über den Primärschlüssel
      *(Kandidat/Ausschreibung) gelesen.
           SELECT APPLICATION-STATUS-FILE
               ASSIGN DYNAMIC WS-APPLICATION-STATUS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               ALTERNATE RECORD KEY IS AS-REQ-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AS-ENTRY-STAMP
               FILE STATUS IS WS-APPLICATION-STATUS-STATUS.

           SELECT INTERVIEW-FILE
               ASSIGN DYNAMIC WS-INTERVIEW-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-KEY
               ALTERNATE RECORD KEY IS IV-REQ-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS IV-INTERVIEWER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IV-ENTRY-STAMP
               FILE STATUS IS WS-INTERVIEW-STATUS.

      *Das Dossier; der Dateiname trägt die Ausschreibungs-ID.
           SELECT DOSSIER-FILE
               ASSIGN DYNAMIC WS-DOSSIER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DOSSIER-STATUS.

       DATA DIVISION.
      *==============
      *
       FILE SECTION.
      *-------------
      *
      *Satzaufbau der Ausschreibungs-Stammdatei wie in CVREQMNT.
       FD REQUISITION-MASTER.
       01  REQUISITION-MASTER-RECORD.
           05 RM-REQUISITION-ID   PIC X(8).
           05 FILLER              PIC X(1).
           05 RM-STATUS           PIC X(1).
           05 FILLER              PIC X(1).
           05 RM-TITLE            PIC X(40).
           05 FILLER              PIC X(1).
           05 RM-OPENINGS         PIC X(3).
           05 FILLER              PIC X(1).
           05 RM-FILLED           PIC X(3).

       FD REQUISITION-SKILLS.
       01  REQUISITION-SKILLS-RECORD.
           05 RS-REQUISITION-ID   PIC X(8).
           05 FILLER              PIC X(1).
           05 RS-SKILL            PIC X(55).

      *Satzaufbau wie im Dialogprogramm und in der Stammdatenpflege.
       FD CANDIDATE-MASTER.
       01  CANDIDATE-MASTER-RECORD.
           05 CM-CANDIDATE-ID      PIC X(6).
           05 CM-CANDIDATE-NAME    PIC X(40).
           05 CM-CANDIDATE-ROLE    PIC X(60).
           05 CM-LAST-ACTION-DATE  PIC X(8).

      *Satzaufbau der Daten-Dateien wie im Dialogprogramm.
       FD WORK-EXPERIENCE.
       01  WORK-EXPERIENCE-RECORD.
           05 WE-CANDIDATE-ID    PIC X(6).
           05 FILLER             PIC X(1).
           05 WE-JOB-ID          PIC X(2).
           05 FILLER             PIC X(1).
           05 WE-JOB-TITLE       PIC X(90).
           05 FILLER             PIC X(1).
           05 WE-JOB-EMPLOYER    PIC X(55).
           05 FILLER             PIC X(1).
           05 WE-JOB-LOCATION    PIC X(20).
           05 FILLER             PIC X(1).
           05 WE-JOB-START-MONTH PIC X(2).
           05 FILLER             PIC X(1).
           05 WE-JOB-START-YEAR  PIC X(4).
           05 FILLER             PIC X(1).
           05 WE-JOB-END-MONTH   PIC X(2).
           05 FILLER             PIC X(1).
           05 WE-JOB-END-YEAR    PIC X(4).

       FD JOB-RESPONSIBILITIES.
       01  RESPONSIBILITIES-RECORD.
           05 JR-CANDIDATE-ID     PIC X(6).
           05 FILLER              PIC X(1).
           05 JR-JOB-ID           PIC X(2).
           05 FILLER              PIC X(1).
           05 JR-RESPONSIBILITY-NO PIC X(2).
           05 FILLER              PIC X(1).
           05 JR-RESPONSIBILITY   PIC X(250).

       FD EDUCATION-FILE.
       01  EDUCATION-RECORD.
           05 ED-CANDIDATE-ID    PIC X(6).
           05 FILLER             PIC X(1).
           05 ED-SCHOOL          PIC X(40).
           05 FILLER             PIC X(1).
           05 ED-COURSE          PIC X(40).
           05 FILLER             PIC X(1).
           05 ED-ADDITION        PIC X(60).
           05 FILLER             PIC X(1).
           05 ED-START-MONTH     PIC X(2).
           05 FILLER             PIC X(1).
           05 ED-START-YEAR      PIC X(4).
           05 FILLER             PIC X(1).
           05 ED-END-MONTH       PIC X(2).
           05 FILLER             PIC X(1).
           05 ED-END-YEAR        PIC X(4).

       FD SKILLS-FILE.
       01  SKILLS-RECORD.
           05 SK-CANDIDATE-ID    PIC X(6).
           05 FILLER             PIC X(1).
           05 SK-CATEGORY        PIC X(2).
           05 FILLER             PIC X(1).
           05 SK-NAME            PIC X(55).
           05 FILLER             PIC X(1).
           05 SK-LEVEL           PIC X(20).

       FD VOLUNTARY-FILE.
       01  VOLUNTARY-RECORD.
           05 VW-CANDIDATE-ID    PIC X(6).
           05 FILLER             PIC X(1).
           05 VW-TITLE           PIC X(125).
           05 FILLER             PIC X(1).
           05 VW-RESP-1          PIC X(120).
           05 FILLER             PIC X(1).
           05 VW-RESP-2          PIC X(120).
           05 FILLER             PIC X(1).
           05 VW-START-MONTH     PIC X(2).
           05 FILLER             PIC X(1).
           05 VW-START-YEAR      PIC X(4).
           05 FILLER             PIC X(1).
           05 VW-END-MONTH       PIC X(2).
           05 FILLER             PIC X(1).
           05 VW-END-YEAR        PIC X(4).

       FD CERTIFICATES-FILE.
       01  CERTIFICATES-RECORD.
           05 CE-CANDIDATE-ID    PIC X(6).
           05 FILLER             PIC X(1).
           05 CE-NAME            PIC X(55).
           05 FILLER             PIC X(1).
           05 CE-ISSUER          PIC X(70).

      *Satzaufbau wie im Dialogprogramm (FD APPLICATION-STATUS-FILE)
      *einschließlich der Storno-Felder der Satzart "S".
       FD APPLICATION-STATUS-FILE.
       01  APPLICATION-STATUS-RECORD.
           05 AS-KEY.
              10 AS-CANDIDATE-ID      PIC X(6).
              10 AS-REQ-KEY.
                 15 AS-REQUISITION-ID PIC X(8).
                 15 AS-STATUS-DATE    PIC X(8).
              10 AS-ENTRY-STAMP       PIC 9(16).
           05 FILLER               PIC X(1).
           05 AS-STATUS-CODE       PIC X(1).
           05 FILLER               PIC X(1).
           05 AS-ORIG-CODE         PIC X(1).
           05 FILLER               PIC X(1).
           05 AS-ORIG-DATE         PIC X(8).
           05 FILLER               PIC X(1).
           05 AS-REVERSED-BY       PIC X(8).
           05 FILLER               PIC X(1).
           05 AS-REVERSE-REASON    PIC X(30).

      *Satzaufbau wie im Dialogprogramm (FD INTERVIEW-FILE).
       FD INTERVIEW-FILE.
       01  INTERVIEW-RECORD.
           05 IV-KEY.
              10 IV-SLOT-KEY.
                 15 IV-CANDIDATE-ID      PIC X(6).
                 15 IV-REQ-KEY.
                    20 IV-REQUISITION-ID PIC X(8).
                    20 IV-DATE           PIC X(8).
                    20 IV-TIME           PIC X(4).
              10 IV-ENTRY-STAMP          PIC 9(16).
           05 FILLER               PIC X(1).
           05 IV-INTERVIEWER-KEY.
              10 IV-INTERVIEWER    PIC X(20).
              10 IV-SLOT-DATE      PIC X(8).
              10 IV-SLOT-TIME      PIC X(4).
           05 FILLER               PIC X(1).
           05 IV-LOCATION          PIC X(20).
           05 FILLER               PIC X(1).
           05 IV-RECORD-FLAG       PIC X(1).

       FD DOSSIER-FILE.
       01  DOSSIER-RECORD          PIC X(300).

       WORKING-STORAGE SECTION.
      *------------------------
      *
      *Pfade der beteiligten Dateien sowie die dazugehörigen
      *FILE-STATUS-Felder. Der Pfad des Dossiers wird zur Laufzeit
      *aus der Ausschreibungs-ID gebildet.
       01 WS-FILE-PATHS.
           05 WS-REQUISITION-MASTER-PATH
                       PIC X(60) VALUE "data/requisition-master.txt".
           05 WS-REQUISITION-MASTER-STATUS PIC X(2).
           05 WS-REQUISITION-SKILLS-PATH
                       PIC X(60) VALUE "data/requisition-skills.txt".
           05 WS-REQUISITION-SKILLS-STATUS PIC X(2).
           05 WS-CANDIDATE-MASTER-PATH
                           PIC X(60) VALUE "data/candidate-master.dat".
           05 WS-CANDIDATE-MASTER-STATUS PIC X(2).
           05 WS-WORK-EXPERIENCE-PATH
                           PIC X(60) VALUE "data/work-experience.txt".
           05 WS-WORK-EXPERIENCE-STATUS  PIC X(2).
           05 WS-JOB-RESPONSIBILITIES-PATH
                     PIC X(60) VALUE "data/job-responsibilities.txt".
           05 WS-JOB-RESPONSIBILITIES-STATUS PIC X(2).
           05 WS-EDUCATION-PATH PIC X(60) VALUE "data/education.txt".
           05 WS-EDUCATION-STATUS PIC X(2).
           05 WS-SKILLS-PATH    PIC X(60) VALUE "data/skills.txt".
           05 WS-SKILLS-STATUS  PIC X(2).
           05 WS-VOLUNTARY-PATH
                           PIC X(60) VALUE "data/voluntary-work.txt".
           05 WS-VOLUNTARY-STATUS PIC X(2).
           05 WS-CERTIFICATES-PATH
                           PIC X(60) VALUE "data/certificates.txt".
           05 WS-CERTIFICATES-STATUS PIC X(2).
           05 WS-APPLICATION-STATUS-PATH
                         PIC X(60) VALUE "data/application-status.dat".
           05 WS-APPLICATION-STATUS-STATUS PIC X(2).
           05 WS-INTERVIEW-PATH
                         PIC X(60) VALUE "data/interview-schedule.dat".
           05 WS-INTERVIEW-STATUS PIC X(2).
           05 WS-DOSSIER-PATH   PIC X(60) VALUE SPACES.
           05 WS-DOSSIER-STATUS PIC X(2).

      *Aufrufparameter: Ausschreibungs-ID und Anzahl der Kandidaten.
       01 WS-COMMAND-LINE      PIC X(80) VALUE SPACES.
       01 WS-INPUT-REQ-ID      PIC X(8) VALUE SPACES.
       01 WS-INPUT-TOP         PIC X(3) VALUE SPACES.
       01 WS-TOP-LIMIT         PIC 9(3) VALUE 5.

      *Eckdaten der gewählten Ausschreibung.
       01 WS-REQ-FOUND         PIC 9 VALUE 0.
       01 WS-REQ-STATUS        PIC X(1).
       01 WS-REQ-TITLE         PIC X(40).
       01 WS-REQ-OPENINGS      PIC X(3).
       01 WS-REQ-FILLED        PIC X(3).

      *Geforderte Kenntnisse der gewählten Ausschreibung.
       01 WS-REQSKILL-COUNT    PIC 9(3) VALUE 0.
       01 WS-REQSKILL-TABLE.
           05 WS-REQSKILL-ENTRY OCCURS 100 TIMES
                                INDEXED BY WS-RS-IDX.
              10 WS-RS-SKILL-T     PIC X(55).

      *Tabelle der Kenntnisse aller Kandidaten aus der SKILLS-FILE.
       01 WS-CANDSKILL-COUNT   PIC 9(4) VALUE 0.
       01 WS-CANDSKILL-TABLE.
           05 WS-CANDSKILL-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY WS-CS-IDX.
              10 WS-CS-CAND-ID-T   PIC X(6).
              10 WS-CS-SKILL-T     PIC X(55).

      *Bewertung aller Kandidaten gegen die Ausschreibung,
      *anschließend absteigend nach Trefferquote sortiert (gleiches
      *Verfahren wie in CVMATCH).
       01 WS-RESULT-COUNT      PIC 9(3) VALUE 0.
       01 WS-RESULT-TABLE.
           05 WS-RESULT-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-RES-IDX.
              10 WS-RES-CAND-ID-T  PIC X(6).
              10 WS-RES-NAME-T     PIC X(40).
              10 WS-RES-ROLE-T     PIC X(60).
              10 WS-RES-MATCHED-T  PIC 9(3).
              10 WS-RES-PCT-T      PIC 9(3).
              10 WS-RES-STATUS-T   PIC X(1).
       01 WS-RESULT-OVERFLOW   PIC 9 VALUE 0.

      *Tauschfeld für das Sortieren der Ergebnis-Tabelle.
       01 WS-RESULT-SWAP-AREA  PIC X(113).
       01 WS-SORT-SWAPPED      PIC 9 VALUE 0.
       01 WS-SORT-IDX          PIC 9(3) VALUE 0.
       01 WS-SORT-IDX-2        PIC 9(3) VALUE 0.

      *Arbeitsfelder des Teilstring-Abgleichs (gleiches Verfahren
      *wie SKILLS-MATCH-para im Dialogprogramm und CVMATCH).
       01 WS-CHECK-CAND-ID        PIC X(6).
       01 WS-SKILL-HAYSTACK-UPPER PIC X(55).
       01 WS-SKILL-NEEDLE-UPPER   PIC X(55).
       01 WS-SKILL-NEEDLE-LEN     PIC 9(3) VALUE 0.
       01 WS-SKILL-SEARCH-IDX     PIC 9(3) VALUE 0.
       01 WS-ITEM-MATCHED         PIC 9 VALUE 0.
       01 WS-REQ-MATCHED          PIC 9(3) VALUE 0.

      *Felder der Storno-Prüfung (STORNO-PRUEFEN-para): der zu
      *prüfende Statussatz wird gesichert, die Stornosätze seines
      *Paares werden über den Schlüssel gelesen, danach wird der
      *Satz zurückgeholt und die Datei wieder hinter ihm
      *positioniert. WS-STORNO-EOF meldet dem Aufrufer, dass kein
      *weiterer Satz folgt.
       01 WS-STORNO-SAVE-RECORD PIC X(91).
       01 WS-STORNO-CAND       PIC X(6).
       01 WS-STORNO-REQ        PIC X(8).
       01 WS-STORNO-CODE       PIC X(1).
       01 WS-STORNO-DATE       PIC X(8).
       01 WS-STORNO-HIT        PIC 9 VALUE 0.
       01 WS-STORNO-DONE       PIC 9 VALUE 0.
       01 WS-STORNO-EOF        PIC 9 VALUE 0.

      *Der gerade gelesene Interview-Termin des bearbeiteten
      *Kandidaten zu dieser Ausschreibung. Die Sätze eines Termins
      *stehen im Schlüssel beieinander, der jüngste gilt (wie in
      *INTERVIEW-STAND-para des Dialogprogramms); beim Terminwechsel
      *wird der Termin geschrieben.
       01 WS-IV-COUNT          PIC 9(5) VALUE 0.
       01 WS-IV-SLOT.
           05 WS-IV-SLOT-DATE      PIC X(8).
           05 WS-IV-SLOT-TIME      PIC X(4).
           05 WS-IV-PERSON         PIC X(20).
           05 WS-IV-LOCATION       PIC X(20).
           05 WS-IV-FLAG           PIC X(1).

      *Zähler, Merker und Aufbereitungsfelder des Laufs.
       01 WS-READ-DONE         PIC 9 VALUE 0.
       01 WS-READ-DONE-2       PIC 9 VALUE 0.
       01 WS-ABBRUCH           PIC 9 VALUE 0.
       01 WS-RANG              PIC 9(3) VALUE 0.
       01 WS-RANG-EDIT         PIC ZZ9.
       01 WS-LINE-COUNT        PIC 9(4) VALUE 0.
       01 WS-TODAY             PIC X(8).
       01 WS-CURRENT-STATUS    PIC X(1).
       01 WS-CURRENT-DATE      PIC X(8).
       01 WS-STATUS-LABEL      PIC X(12).
       01 WS-PERIOD-TEXT       PIC X(20).
       01 WS-PERIOD-START-M    PIC X(2).
       01 WS-PERIOD-START-Y    PIC X(4).
       01 WS-PERIOD-END-M      PIC X(2).
       01 WS-PERIOD-END-Y      PIC X(4).
       01 WS-IV-STATE-TEXT     PIC X(10).

      *Aufbaufeld für eine Zeile des Dossiers und Trennlinie.
       01 WS-REPORT-LINE       PIC X(300).
       01 WS-RULE-LINE         PIC X(72) VALUE ALL "=".

      *
      ******************************************************************
       PROCEDURE DIVISION.
      *===================

      ******************************************************************
       DOSSIER SECTION.
      *----------------
      *Ablauf: Parameter lesen, Ausschreibung und Anforderungen
      *laden, alle Kandidaten bewerten und sortieren, Dossier
      *anlegen, Deckblatt und je Kandidat der Rangfolge einen
      *Abschnitt schreiben.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM PARAMETER-LESEN-para

           PERFORM AUSSCHREIBUNG-LESEN-para
           IF WS-ABBRUCH = 1
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM ANFORDERUNGEN-LADEN-para
           PERFORM KANDIDATEN-SKILLS-LADEN-para
           PERFORM KANDIDATEN-BEWERTEN-para
           IF WS-ABBRUCH = 1
              DISPLAY "Das Dossier wurde wegen fehlender Eingabedateien"
                      " nicht erstellt."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM ERGEBNIS-SORTIEREN-para
           IF WS-RESULT-COUNT < WS-TOP-LIMIT
              MOVE WS-RESULT-COUNT TO WS-TOP-LIMIT
           END-IF

           MOVE SPACES TO WS-DOSSIER-PATH
           STRING "data/dossier-" DELIMITED BY SIZE
              WS-INPUT-REQ-ID DELIMITED BY SPACE
              ".txt" DELIMITED BY SIZE
              INTO WS-DOSSIER-PATH
           OPEN OUTPUT DOSSIER-FILE
           IF WS-DOSSIER-STATUS NOT = "00"
              DISPLAY "Hinweis: Dossier-Datei "
                      FUNCTION TRIM(WS-DOSSIER-PATH)
              DISPLAY "konnte nicht angelegt werden (Status "
                      WS-DOSSIER-STATUS ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM DECKBLATT-SCHREIBEN-para
           MOVE 0 TO WS-RANG
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-TOP-LIMIT
              ADD 1 TO WS-RANG
              PERFORM KANDIDAT-DOSSIER-para
           END-PERFORM

           CLOSE DOSSIER-FILE
           DISPLAY "Dossier zu " FUNCTION TRIM(WS-INPUT-REQ-ID)
                   " mit " WS-TOP-LIMIT " Kandidat(en) erstellt: "
                   FUNCTION TRIM(WS-DOSSIER-PATH)
           STOP RUN.

      ******************************************************************
       PARAMETER-LESEN-para.
      *----------------
      *Liest Ausschreibungs-ID und Anzahl der Kandidaten von der
      *Kommandozeile; fehlt die Ausschreibungs-ID, werden beide
      *Angaben im Dialog abgefragt. Eine leere oder nicht numerische
      *Anzahl lässt den Standardwert von 5 Kandidaten stehen.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
              INTO WS-INPUT-REQ-ID WS-INPUT-TOP
           END-UNSTRING

           IF WS-INPUT-REQ-ID = SPACES
              DISPLAY "Kandidaten-Dossier je Ausschreibung"
              DISPLAY "Ausschreibungs-ID:"
              ACCEPT WS-INPUT-REQ-ID
              DISPLAY "Anzahl der Kandidaten (ENTER = " WS-TOP-LIMIT
                      "):"
              ACCEPT WS-INPUT-TOP
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-INPUT-REQ-ID)
                TO WS-INPUT-REQ-ID

           IF WS-INPUT-TOP NOT = SPACES
              IF FUNCTION TRIM (WS-INPUT-TOP) IS NUMERIC
                 MOVE FUNCTION NUMVAL (WS-INPUT-TOP) TO WS-TOP-LIMIT
              ELSE
                 DISPLAY "Hinweis: Anzahl '" WS-INPUT-TOP
                         "' ist nicht numerisch, es gelten "
                         WS-TOP-LIMIT " Kandidaten."
              END-IF
           END-IF
           IF WS-TOP-LIMIT = 0
              MOVE 5 TO WS-TOP-LIMIT
           END-IF.

      ******************************************************************
       AUSSCHREIBUNG-LESEN-para.
      *----------------
      *Sucht die gewählte Ausschreibung in der Stammdatei. Eine
      *unbekannte Ausschreibungs-ID bricht den Lauf ab.
           OPEN INPUT REQUISITION-MASTER
           IF WS-REQUISITION-MASTER-STATUS NOT = "00"
              DISPLAY "Hinweis: Ausschreibungs-Stammdatei "
                      FUNCTION TRIM(WS-REQUISITION-MASTER-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-REQUISITION-MASTER-STATUS ")."
              MOVE 1 TO WS-ABBRUCH
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1 OR WS-REQ-FOUND = 1
              READ REQUISITION-MASTER
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    IF RM-REQUISITION-ID = WS-INPUT-REQ-ID
                       MOVE 1 TO WS-REQ-FOUND
                       MOVE RM-STATUS TO WS-REQ-STATUS
                       MOVE RM-TITLE TO WS-REQ-TITLE
                       MOVE RM-OPENINGS TO WS-REQ-OPENINGS
                       MOVE RM-FILLED TO WS-REQ-FILLED
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REQUISITION-MASTER

           IF WS-REQ-FOUND = 0
              DISPLAY "Hinweis: Die Ausschreibung '"
                      FUNCTION TRIM(WS-INPUT-REQ-ID)
                      "' ist in der Stammdatei nicht vorhanden."
              MOVE 1 TO WS-ABBRUCH
           END-IF.

      ******************************************************************
       ANFORDERUNGEN-LADEN-para.
      *----------------
      *Liest die geforderten Kenntnisse der gewählten Ausschreibung
      *in die WS-REQSKILL-TABLE ein. Ohne Anforderungen wird das
      *Dossier trotzdem erstellt, alle Trefferquoten sind dann 0.
           OPEN INPUT REQUISITION-SKILLS
           IF WS-REQUISITION-SKILLS-STATUS NOT = "00"
              DISPLAY "Hinweis: Anforderungs-Datei "
                      FUNCTION TRIM(WS-REQUISITION-SKILLS-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-REQUISITION-SKILLS-STATUS ")."
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ REQUISITION-SKILLS
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    IF RS-REQUISITION-ID = WS-INPUT-REQ-ID
                       AND RS-SKILL NOT = SPACES
                       IF WS-REQSKILL-COUNT < 100
                          ADD 1 TO WS-REQSKILL-COUNT
                          SET WS-RS-IDX TO WS-REQSKILL-COUNT
                          MOVE RS-SKILL TO WS-RS-SKILL-T (WS-RS-IDX)
                       ELSE
                          DISPLAY "Hinweis: mehr als 100 Anforderungen,"
                                  " die weiteren werden übersprungen."
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REQUISITION-SKILLS.

      ******************************************************************
       KANDIDATEN-SKILLS-LADEN-para.
      *----------------
      *Liest die Kenntnisse aller Kandidaten aus der SKILLS-FILE in
      *die WS-CANDSKILL-TABLE ein (wie in CVMATCH).
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS NOT = "00"
              DISPLAY "Hinweis: Kenntnis-Datei "
                      FUNCTION TRIM(WS-SKILLS-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-SKILLS-STATUS ")."
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ SKILLS-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    IF WS-CANDSKILL-COUNT < 2000
                       ADD 1 TO WS-CANDSKILL-COUNT
                       SET WS-CS-IDX TO WS-CANDSKILL-COUNT
                       MOVE SK-CANDIDATE-ID
                            TO WS-CS-CAND-ID-T (WS-CS-IDX)
                       MOVE SK-NAME
                            TO WS-CS-SKILL-T (WS-CS-IDX)
                    ELSE
                       DISPLAY "Hinweis: mehr als 2000 Kenntnis-Zeilen,"
                               " die weiteren werden übersprungen."
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SKILLS-FILE.

      ******************************************************************
       KANDIDATEN-BEWERTEN-para.
      *----------------
      *Liest alle Kandidaten aus CANDIDATE-MASTER in
      *Schlüsselreihenfolge und bewertet jeden gegen die
      *Anforderungen der Ausschreibung.
           OPEN INPUT CANDIDATE-MASTER
           IF WS-CANDIDATE-MASTER-STATUS NOT = "00"
              DISPLAY "Hinweis: Kandidaten-Stammdatei "
                      FUNCTION TRIM(WS-CANDIDATE-MASTER-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-CANDIDATE-MASTER-STATUS ")."
              MOVE 1 TO WS-ABBRUCH
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-DONE
           MOVE LOW-VALUES TO CM-CANDIDATE-ID
           START CANDIDATE-MASTER KEY IS NOT LESS THAN CM-CANDIDATE-ID
              INVALID KEY
                 MOVE 1 TO WS-READ-DONE
           END-START

           PERFORM UNTIL WS-READ-DONE = 1
              READ CANDIDATE-MASTER NEXT RECORD
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    PERFORM KANDIDAT-BEWERTEN-para
              END-READ
           END-PERFORM
           CLOSE CANDIDATE-MASTER

           IF WS-RESULT-OVERFLOW = 1
              DISPLAY "Hinweis: mehr als 500 Kandidaten, "
                      "die weiteren wurden nicht bewertet."
           END-IF.

      ******************************************************************
       KANDIDAT-BEWERTEN-para.
      *----------------
      *Zählt für den gerade gelesenen Kandidaten, wie viele
      *Anforderungen seine Kenntnisse abdecken, und trägt das
      *Ergebnis in die WS-RESULT-TABLE ein.
           IF WS-RESULT-COUNT NOT < 500
              MOVE 1 TO WS-RESULT-OVERFLOW
              EXIT PARAGRAPH
           END-IF

           MOVE CM-CANDIDATE-ID TO WS-CHECK-CAND-ID
           MOVE 0 TO WS-REQ-MATCHED
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-REQSKILL-COUNT
              PERFORM ANFORDERUNG-PRUEFEN-para
              IF WS-ITEM-MATCHED = 1
                 ADD 1 TO WS-REQ-MATCHED
              END-IF
           END-PERFORM

           ADD 1 TO WS-RESULT-COUNT
           SET WS-RES-IDX TO WS-RESULT-COUNT
           MOVE CM-CANDIDATE-ID TO WS-RES-CAND-ID-T (WS-RES-IDX)
           MOVE CM-CANDIDATE-NAME TO WS-RES-NAME-T (WS-RES-IDX)
           MOVE CM-CANDIDATE-ROLE TO WS-RES-ROLE-T (WS-RES-IDX)
           MOVE WS-REQ-MATCHED TO WS-RES-MATCHED-T (WS-RES-IDX)
           MOVE SPACES TO WS-RES-STATUS-T (WS-RES-IDX)
           IF WS-REQSKILL-COUNT > 0
              COMPUTE WS-RES-PCT-T (WS-RES-IDX) =
                 (WS-REQ-MATCHED * 100) / WS-REQSKILL-COUNT
           ELSE
              MOVE 0 TO WS-RES-PCT-T (WS-RES-IDX)
           END-IF.

      ******************************************************************
       ANFORDERUNG-PRUEFEN-para.
      *----------------
      *Setzt WS-ITEM-MATCHED auf 1, wenn die Anforderung unter
      *WS-RS-IDX von einer Kenntnis des Kandidaten WS-CHECK-CAND-ID
      *abgedeckt wird (case-insensitiver Teilstring-Abgleich).
           MOVE 0 TO WS-ITEM-MATCHED
           MOVE FUNCTION UPPER-CASE (WS-RS-SKILL-T (WS-RS-IDX))
                TO WS-SKILL-NEEDLE-UPPER
           MOVE FUNCTION LENGTH
                (FUNCTION TRIM (WS-RS-SKILL-T (WS-RS-IDX)))
                TO WS-SKILL-NEEDLE-LEN
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CANDSKILL-COUNT
                      OR WS-ITEM-MATCHED = 1
              IF WS-CS-CAND-ID-T (WS-CS-IDX) = WS-CHECK-CAND-ID
                 MOVE FUNCTION UPPER-CASE (WS-CS-SKILL-T (WS-CS-IDX))
                      TO WS-SKILL-HAYSTACK-UPPER
                 PERFORM TEILSTRING-SUCHEN-para
              END-IF
           END-PERFORM.

      ******************************************************************
       TEILSTRING-SUCHEN-para.
      *----------------
      *Setzt WS-ITEM-MATCHED auf 1, wenn WS-SKILL-NEEDLE-UPPER als
      *Teilstring in WS-SKILL-HAYSTACK-UPPER vorkommt (wie in
      *CVMATCH).
           IF WS-SKILL-NEEDLE-LEN > 0
              AND WS-SKILL-NEEDLE-LEN NOT > 55
              PERFORM VARYING WS-SKILL-SEARCH-IDX FROM 1 BY 1
                      UNTIL WS-SKILL-SEARCH-IDX >
                         (55 - WS-SKILL-NEEDLE-LEN + 1)
                         OR WS-ITEM-MATCHED = 1
                 IF WS-SKILL-HAYSTACK-UPPER
                    (WS-SKILL-SEARCH-IDX : WS-SKILL-NEEDLE-LEN)
                    = WS-SKILL-NEEDLE-UPPER
                    (1 : WS-SKILL-NEEDLE-LEN)
                    MOVE 1 TO WS-ITEM-MATCHED
                 END-IF
              END-PERFORM
           END-IF.

      ******************************************************************
       ERGEBNIS-SORTIEREN-para.
      *----------------
      *Sortiert die Ergebnis-Tabelle absteigend nach Trefferquote,
      *bei gleicher Quote nach Trefferanzahl (wie in CVMATCH).
           IF WS-RESULT-COUNT < 2
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SORT-SWAPPED
           PERFORM UNTIL WS-SORT-SWAPPED = 0
              MOVE 0 TO WS-SORT-SWAPPED
              PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                      UNTIL WS-SORT-IDX = WS-RESULT-COUNT
                 COMPUTE WS-SORT-IDX-2 = WS-SORT-IDX + 1
                 IF (WS-RES-PCT-T (WS-SORT-IDX) * 1000
                     + WS-RES-MATCHED-T (WS-SORT-IDX))
                    < (WS-RES-PCT-T (WS-SORT-IDX-2) * 1000
                       + WS-RES-MATCHED-T (WS-SORT-IDX-2))
                    MOVE WS-RESULT-ENTRY (WS-SORT-IDX)
                         TO WS-RESULT-SWAP-AREA
                    MOVE WS-RESULT-ENTRY (WS-SORT-IDX-2)
                         TO WS-RESULT-ENTRY (WS-SORT-IDX)
                    MOVE WS-RESULT-SWAP-AREA
                         TO WS-RESULT-ENTRY (WS-SORT-IDX-2)
                    MOVE 1 TO WS-SORT-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM.

      ******************************************************************
       DECKBLATT-SCHREIBEN-para.
      *----------------
      *Schreibt das Deckblatt: Eckdaten der Ausschreibung, die
      *geforderten Kenntnisse und die Rangfolge der Kandidaten des
      *Dossiers mit Trefferquote und aktuellem Status.
           MOVE WS-RULE-LINE TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           STRING "KANDIDATEN-DOSSIER ZUR AUSSCHREIBUNG "
                  DELIMITED BY SIZE
              WS-INPUT-REQ-ID DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE WS-RULE-LINE TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           STRING "Titel:            " WS-REQ-TITLE
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           IF WS-REQ-STATUS = "O"
              MOVE "Status:           offen" TO WS-REPORT-LINE
           ELSE
              MOVE "Status:           geschlossen" TO WS-REPORT-LINE
           END-IF
           PERFORM ZEILE-SCHREIBEN-para
           STRING "Stellen:          " WS-REQ-OPENINGS
              ", davon besetzt " WS-REQ-FILLED
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           STRING "Erstellt am:      " WS-TODAY
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           PERFORM ZEILE-SCHREIBEN-para

           MOVE "Geforderte Kenntnisse:" TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           IF WS-REQSKILL-COUNT = 0
              STRING "   (Keine Anforderungen hinterlegt, "
                 "keine Bewertung möglich.)"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-IF
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-REQSKILL-COUNT
              STRING "   - " WS-RS-SKILL-T (WS-RS-IDX)
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-PERFORM
           PERFORM ZEILE-SCHREIBEN-para

           MOVE "Rangfolge:" TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           IF WS-TOP-LIMIT = 0
              MOVE "   (Keine Kandidaten in der Stammdatei.)"
                   TO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-IF
           MOVE 0 TO WS-RANG
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-TOP-LIMIT
              ADD 1 TO WS-RANG
              MOVE WS-RANG TO WS-RANG-EDIT
              MOVE WS-RES-CAND-ID-T (WS-RES-IDX) TO WS-CHECK-CAND-ID
              PERFORM STATUSVERLAUF-LESEN-para
              MOVE WS-CURRENT-STATUS TO WS-RES-STATUS-T (WS-RES-IDX)
              MOVE WS-CURRENT-STATUS TO WS-STATUS-LABEL
              PERFORM STATUS-LABEL-para
              STRING "   " WS-RANG-EDIT ". "
                 WS-RES-CAND-ID-T (WS-RES-IDX) " "
                 WS-RES-NAME-T (WS-RES-IDX) " "
                 WS-RES-PCT-T (WS-RES-IDX) "% ("
                 WS-RES-MATCHED-T (WS-RES-IDX) " von "
                 WS-REQSKILL-COUNT " Anforderungen)  Status: "
                 WS-STATUS-LABEL
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-PERFORM.

      ******************************************************************
       KANDIDAT-DOSSIER-para.
      *----------------
      *Schreibt den Abschnitt des Kandidaten unter WS-RES-IDX:
      *Kopf, Trefferquote und fehlende Anforderungen, Status und
      *Statusverlauf, Interviews und den vollständigen Lebenslauf.
           MOVE WS-RES-CAND-ID-T (WS-RES-IDX) TO WS-CHECK-CAND-ID
           MOVE WS-RANG TO WS-RANG-EDIT

           PERFORM ZEILE-SCHREIBEN-para
           MOVE WS-RULE-LINE TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           STRING "Rang " WS-RANG-EDIT ": " WS-CHECK-CAND-ID " "
              WS-RES-NAME-T (WS-RES-IDX)
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           STRING "        " WS-RES-ROLE-T (WS-RES-IDX)
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE WS-RULE-LINE TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para

      *Trefferquote und nicht abgedeckte Anforderungen.
           STRING "Trefferquote: " WS-RES-PCT-T (WS-RES-IDX) "% ("
              WS-RES-MATCHED-T (WS-RES-IDX) " von "
              WS-REQSKILL-COUNT " Anforderungen)"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE "Nicht abgedeckte Anforderungen:" TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE 0 TO WS-LINE-COUNT
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-REQSKILL-COUNT
              PERFORM ANFORDERUNG-PRUEFEN-para
              IF WS-ITEM-MATCHED = 0
                 ADD 1 TO WS-LINE-COUNT
                 STRING "   - " WS-RS-SKILL-T (WS-RS-IDX)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM ZEILE-SCHREIBEN-para
              END-IF
           END-PERFORM
           IF WS-LINE-COUNT = 0
              MOVE "   (keine)" TO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-IF

           PERFORM ZEILE-SCHREIBEN-para
           PERFORM STATUSVERLAUF-para
           PERFORM ZEILE-SCHREIBEN-para
           PERFORM INTERVIEWS-para
           PERFORM ZEILE-SCHREIBEN-para
           PERFORM BERUFSERFAHRUNG-para
           PERFORM ZEILE-SCHREIBEN-para
           PERFORM AUSBILDUNG-para
           PERFORM ZEILE-SCHREIBEN-para
           PERFORM KENNTNISSE-para
           PERFORM ZEILE-SCHREIBEN-para
           PERFORM EHRENAMT-para
           PERFORM ZEILE-SCHREIBEN-para
           PERFORM ZERTIFIKATE-para.

      ******************************************************************
       STATUSVERLAUF-LESEN-para.
      *----------------
      *Ermittelt den aktuellen Status des Kandidaten
      *WS-CHECK-CAND-ID zu dieser Ausschreibung (der jüngste nicht
      *stornierte Satz, wie in PIPELINE-MERKEN-para des
      *Dialogprogramms). Die Sätze des Paares werden über den
      *Schlüssel in der Folge Datum/Erfassung gelesen. Leerer
      *Status = keine Bewerbung.
           MOVE SPACES TO WS-CURRENT-STATUS
           MOVE SPACES TO WS-CURRENT-DATE

           OPEN INPUT APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM STATUSPAAR-POSITIONIEREN-para
           PERFORM UNTIL WS-READ-DONE = 1
              READ APPLICATION-STATUS-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    IF AS-CANDIDATE-ID NOT = WS-CHECK-CAND-ID
                       OR AS-REQUISITION-ID NOT = WS-INPUT-REQ-ID
                       MOVE 1 TO WS-READ-DONE
                    ELSE
                       IF AS-STATUS-CODE NOT = "S"
                          PERFORM STORNO-PRUEFEN-para
                          IF WS-STORNO-EOF = 1
                             MOVE 1 TO WS-READ-DONE
                          END-IF
                          IF WS-STORNO-HIT = 0
                             MOVE AS-STATUS-CODE TO WS-CURRENT-STATUS
                             MOVE AS-STATUS-DATE TO WS-CURRENT-DATE
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE APPLICATION-STATUS-FILE.

      ******************************************************************
       STATUSPAAR-POSITIONIEREN-para.
      *----------------
      *Positioniert die Statusdatei auf den ersten Satz des Paares
      *WS-CHECK-CAND-ID/WS-INPUT-REQ-ID; WS-READ-DONE steht auf 1,
      *wenn es keinen solchen oder späteren Satz gibt.
           MOVE WS-CHECK-CAND-ID TO AS-CANDIDATE-ID
           MOVE WS-INPUT-REQ-ID TO AS-REQUISITION-ID
           MOVE LOW-VALUES TO AS-STATUS-DATE
           MOVE 0 TO AS-ENTRY-STAMP
           MOVE 0 TO WS-READ-DONE
           START APPLICATION-STATUS-FILE
                 KEY IS NOT LESS THAN AS-KEY
              INVALID KEY
                 MOVE 1 TO WS-READ-DONE
           END-START.

      ******************************************************************
       STORNO-PRUEFEN-para.
      *----------------
      *Setzt WS-STORNO-HIT auf 1, wenn auf den gerade gelesenen
      *Statussatz ein Storno passt (gleicher Kandidat, gleiche
      *Ausschreibung, Original-Code und Original-Datum wie der
      *Satz). Die Stornosätze eines Paares stehen im Schlüssel beim
      *Paar und werden ab dessen Anfang per START gelesen; danach
      *wird der geprüfte Satz zurückgeholt und die Datei hinter ihm
      *neu positioniert (Verfahren wie im Dialogprogramm). Gibt es
      *keinen Folgesatz mehr, steht WS-STORNO-EOF auf 1.
           MOVE 0 TO WS-STORNO-HIT
           MOVE 0 TO WS-STORNO-EOF
           MOVE APPLICATION-STATUS-RECORD TO WS-STORNO-SAVE-RECORD
           MOVE AS-CANDIDATE-ID TO WS-STORNO-CAND
           MOVE AS-REQUISITION-ID TO WS-STORNO-REQ
           MOVE AS-STATUS-CODE TO WS-STORNO-CODE
           MOVE AS-STATUS-DATE TO WS-STORNO-DATE

           MOVE LOW-VALUES TO AS-STATUS-DATE
           MOVE 0 TO AS-ENTRY-STAMP
           MOVE 0 TO WS-STORNO-DONE
           START APPLICATION-STATUS-FILE
                 KEY IS NOT LESS THAN AS-KEY
              INVALID KEY
                 MOVE 1 TO WS-STORNO-DONE
           END-START
           PERFORM UNTIL WS-STORNO-DONE = 1
              READ APPLICATION-STATUS-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-STORNO-DONE
                 NOT AT END
                    IF AS-CANDIDATE-ID NOT = WS-STORNO-CAND
                       OR AS-REQUISITION-ID NOT = WS-STORNO-REQ
                       MOVE 1 TO WS-STORNO-DONE
                    ELSE
                       IF AS-STATUS-CODE = "S"
                          AND AS-ORIG-CODE = WS-STORNO-CODE
                          AND AS-ORIG-DATE = WS-STORNO-DATE
                          MOVE 1 TO WS-STORNO-HIT
                          MOVE 1 TO WS-STORNO-DONE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           MOVE WS-STORNO-SAVE-RECORD TO APPLICATION-STATUS-RECORD
           START APPLICATION-STATUS-FILE
                 KEY IS GREATER THAN AS-KEY
              INVALID KEY
                 MOVE 1 TO WS-STORNO-EOF
           END-START.

      ******************************************************************
       STATUSVERLAUF-para.
      *----------------
      *Schreibt den aktuellen Status und den vollständigen
      *Statusverlauf des Kandidaten zu dieser Ausschreibung in
      *Schlüsselfolge (Datum, dann Erfassung); stornierte Sätze und
      *die Stornosätze selbst
      *werden als solche gekennzeichnet (wie STATUS-VERLAUF-para im
      *Dialogprogramm).
           PERFORM STATUSVERLAUF-LESEN-para
           MOVE WS-CURRENT-STATUS TO WS-STATUS-LABEL
           PERFORM STATUS-LABEL-para
           IF WS-CURRENT-STATUS = SPACES
              STRING "Aktueller Status: keine Bewerbung auf "
                 "diese Ausschreibung"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING "Aktueller Status: "
                 FUNCTION TRIM(WS-STATUS-LABEL) " seit "
                 WS-CURRENT-DATE
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM ZEILE-SCHREIBEN-para

           MOVE "Statusverlauf:" TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS = "00"
              PERFORM STATUSPAAR-POSITIONIEREN-para
              PERFORM UNTIL WS-READ-DONE = 1
                 READ APPLICATION-STATUS-FILE NEXT RECORD
                    AT END
                       MOVE 1 TO WS-READ-DONE
                    NOT AT END
                       IF AS-CANDIDATE-ID NOT = WS-CHECK-CAND-ID
                          OR AS-REQUISITION-ID NOT = WS-INPUT-REQ-ID
                          MOVE 1 TO WS-READ-DONE
                       ELSE
                          ADD 1 TO WS-LINE-COUNT
                          PERFORM VERLAUF-ZEILE-para
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE APPLICATION-STATUS-FILE
           END-IF
           IF WS-LINE-COUNT = 0
              MOVE "   (keine Statussätze)" TO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-IF.

      ******************************************************************
       VERLAUF-ZEILE-para.
      *----------------
      *Schreibt einen Statussatz des Verlaufs.
           IF AS-STATUS-CODE = "S"
              MOVE AS-ORIG-CODE TO WS-STATUS-LABEL
              PERFORM STATUS-LABEL-para
              STRING "   " AS-STATUS-DATE " Storno von "
                 FUNCTION TRIM(WS-STATUS-LABEL) " vom " AS-ORIG-DATE
                 " durch " AS-REVERSED-BY ": " AS-REVERSE-REASON
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              MOVE AS-STATUS-CODE TO WS-STATUS-LABEL
              PERFORM STATUS-LABEL-para
              PERFORM STORNO-PRUEFEN-para
              IF WS-STORNO-EOF = 1
                 MOVE 1 TO WS-READ-DONE
              END-IF
              IF WS-STORNO-HIT = 1
                 STRING "   " AS-STATUS-DATE " "
                    FUNCTION TRIM(WS-STATUS-LABEL) " (storniert)"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 STRING "   " AS-STATUS-DATE " " WS-STATUS-LABEL
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
           END-IF
           PERFORM ZEILE-SCHREIBEN-para.

      ******************************************************************
       INTERVIEWS-para.
      *----------------
      *Schreibt die Interview-Termine des Kandidaten zu dieser
      *Ausschreibung in der Folge Datum/Uhrzeit; je Termin gilt der
      *jüngste Satz (A = aktiv, S = storniert). Die Sätze werden
      *über den Schlüssel ab Kandidat/Ausschreibung gelesen.
           MOVE "Interviews:" TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE 0 TO WS-IV-COUNT
           MOVE SPACES TO WS-IV-SLOT
           OPEN INPUT INTERVIEW-FILE
           IF WS-INTERVIEW-STATUS = "00"
              MOVE WS-CHECK-CAND-ID TO IV-CANDIDATE-ID
              MOVE WS-INPUT-REQ-ID TO IV-REQUISITION-ID
              MOVE LOW-VALUES TO IV-DATE
              MOVE LOW-VALUES TO IV-TIME
              MOVE 0 TO IV-ENTRY-STAMP
              MOVE 0 TO WS-READ-DONE
              START INTERVIEW-FILE
                    KEY IS NOT LESS THAN IV-KEY
                 INVALID KEY
                    MOVE 1 TO WS-READ-DONE
              END-START
              PERFORM UNTIL WS-READ-DONE = 1
                 READ INTERVIEW-FILE NEXT RECORD
                    AT END
                       MOVE 1 TO WS-READ-DONE
                    NOT AT END
                       IF IV-CANDIDATE-ID NOT = WS-CHECK-CAND-ID
                          OR IV-REQUISITION-ID NOT = WS-INPUT-REQ-ID
                          MOVE 1 TO WS-READ-DONE
                       ELSE
                          PERFORM INTERVIEW-MERKEN-para
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INTERVIEW-FILE
           END-IF
           PERFORM INTERVIEW-ZEILE-para

           IF WS-IV-COUNT = 0
              MOVE "   (keine Interviews gebucht)" TO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-IF.

      ******************************************************************
       INTERVIEW-MERKEN-para.
      *----------------
      *Übernimmt den gelesenen Interview-Satz als Stand seines
      *Termins; ein jüngerer Satz zum selben Termin überschreibt den
      *älteren. Beginnt ein neuer Termin, wird der bisherige zuvor
      *geschrieben.
           IF IV-DATE NOT = WS-IV-SLOT-DATE
              OR IV-TIME NOT = WS-IV-SLOT-TIME
              PERFORM INTERVIEW-ZEILE-para
              MOVE IV-DATE TO WS-IV-SLOT-DATE
              MOVE IV-TIME TO WS-IV-SLOT-TIME
           END-IF
           MOVE IV-INTERVIEWER TO WS-IV-PERSON
           MOVE IV-LOCATION TO WS-IV-LOCATION
           MOVE IV-RECORD-FLAG TO WS-IV-FLAG.

      ******************************************************************
       INTERVIEW-ZEILE-para.
      *----------------
      *Schreibt den Termin in WS-IV-SLOT, sofern einer gemerkt ist.
           IF WS-IV-SLOT-DATE = SPACES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IV-COUNT
           IF WS-IV-FLAG = "A"
              MOVE "gebucht" TO WS-IV-STATE-TEXT
           ELSE
              MOVE "storniert" TO WS-IV-STATE-TEXT
           END-IF
           STRING "   " WS-IV-SLOT-DATE " "
              WS-IV-SLOT-TIME " "
              WS-IV-PERSON " "
              WS-IV-LOCATION " "
              WS-IV-STATE-TEXT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para.

      ******************************************************************
       BERUFSERFAHRUNG-para.
      *----------------
      *Schreibt die Stationen der Berufserfahrung des Kandidaten,
      *je Station mit ihren Verantwortlichkeiten aus der
      *JOB-RESPONSIBILITIES-Datei.
           MOVE "BERUFSERFAHRUNG" TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT WORK-EXPERIENCE
           IF WS-WORK-EXPERIENCE-STATUS = "00"
              MOVE 0 TO WS-READ-DONE
              PERFORM UNTIL WS-READ-DONE = 1
                 READ WORK-EXPERIENCE
                    AT END
                       MOVE 1 TO WS-READ-DONE
                    NOT AT END
                       IF WE-CANDIDATE-ID = WS-CHECK-CAND-ID
                          ADD 1 TO WS-LINE-COUNT
                          PERFORM STATION-SCHREIBEN-para
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WORK-EXPERIENCE
           END-IF
           IF WS-LINE-COUNT = 0
              MOVE "   (keine Einträge)" TO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-IF.

      ******************************************************************
       STATION-SCHREIBEN-para.
      *----------------
      *Schreibt eine Station der Berufserfahrung samt ihrer
      *Verantwortlichkeiten.
           MOVE WE-JOB-START-MONTH TO WS-PERIOD-START-M
           MOVE WE-JOB-START-YEAR TO WS-PERIOD-START-Y
           MOVE WE-JOB-END-MONTH TO WS-PERIOD-END-M
           MOVE WE-JOB-END-YEAR TO WS-PERIOD-END-Y
           PERFORM ZEITRAUM-FORMATIEREN-para
           STRING "   " WS-PERIOD-TEXT " "
              FUNCTION TRIM(WE-JOB-TITLE) DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           STRING "                        "
              FUNCTION TRIM(WE-JOB-EMPLOYER) ", "
              FUNCTION TRIM(WE-JOB-LOCATION) DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para

           OPEN INPUT JOB-RESPONSIBILITIES
           IF WS-JOB-RESPONSIBILITIES-STATUS = "00"
              MOVE 0 TO WS-READ-DONE-2
              PERFORM UNTIL WS-READ-DONE-2 = 1
                 READ JOB-RESPONSIBILITIES
                    AT END
                       MOVE 1 TO WS-READ-DONE-2
                    NOT AT END
                       IF JR-CANDIDATE-ID = WS-CHECK-CAND-ID
                          AND JR-JOB-ID = WE-JOB-ID
                          STRING "                        "
                             FUNCTION TRIM(JR-RESPONSIBILITY)
                             DELIMITED BY SIZE INTO WS-REPORT-LINE
                          PERFORM ZEILE-SCHREIBEN-para
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOB-RESPONSIBILITIES
           END-IF.

      ******************************************************************
       AUSBILDUNG-para.
      *----------------
      *Schreibt die Ausbildungsstationen des Kandidaten.
           MOVE "AUSBILDUNG" TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT EDUCATION-FILE
           IF WS-EDUCATION-STATUS = "00"
              MOVE 0 TO WS-READ-DONE
              PERFORM UNTIL WS-READ-DONE = 1
                 READ EDUCATION-FILE
                    AT END
                       MOVE 1 TO WS-READ-DONE
                    NOT AT END
                       IF ED-CANDIDATE-ID = WS-CHECK-CAND-ID
                          ADD 1 TO WS-LINE-COUNT
                          MOVE ED-START-MONTH TO WS-PERIOD-START-M
                          MOVE ED-START-YEAR TO WS-PERIOD-START-Y
                          MOVE ED-END-MONTH TO WS-PERIOD-END-M
                          MOVE ED-END-YEAR TO WS-PERIOD-END-Y
                          PERFORM ZEITRAUM-FORMATIEREN-para
                          STRING "   " WS-PERIOD-TEXT " "
                             FUNCTION TRIM(ED-COURSE)
                             DELIMITED BY SIZE INTO WS-REPORT-LINE
                          PERFORM ZEILE-SCHREIBEN-para
                          STRING "                        "
                             FUNCTION TRIM(ED-SCHOOL)
                             DELIMITED BY SIZE INTO WS-REPORT-LINE
                          PERFORM ZEILE-SCHREIBEN-para
                          IF ED-ADDITION NOT = SPACES
                             STRING "                        "
                                FUNCTION TRIM(ED-ADDITION)
                                DELIMITED BY SIZE INTO WS-REPORT-LINE
                             PERFORM ZEILE-SCHREIBEN-para
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EDUCATION-FILE
           END-IF
           IF WS-LINE-COUNT = 0
              MOVE "   (keine Einträge)" TO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-IF.

      ******************************************************************
       KENNTNISSE-para.
      *----------------
      *Schreibt die Kenntnisse des Kandidaten mit Kategorie und
      *Niveau (IT = IT-Sprache, WK = weitere IT-Kenntnis,
      *NS = natürliche Sprache).
           MOVE "KENNTNISSE" TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS = "00"
              MOVE 0 TO WS-READ-DONE
              PERFORM UNTIL WS-READ-DONE = 1
                 READ SKILLS-FILE
                    AT END
                       MOVE 1 TO WS-READ-DONE
                    NOT AT END
                       IF SK-CANDIDATE-ID = WS-CHECK-CAND-ID
                          ADD 1 TO WS-LINE-COUNT
                          STRING "   " SK-CATEGORY " " SK-NAME " "
                             SK-LEVEL
                             DELIMITED BY SIZE INTO WS-REPORT-LINE
                          PERFORM ZEILE-SCHREIBEN-para
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SKILLS-FILE
           END-IF
           IF WS-LINE-COUNT = 0
              MOVE "   (keine Einträge)" TO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-IF.

      ******************************************************************
       EHRENAMT-para.
      *----------------
      *Schreibt die ehrenamtlichen Tätigkeiten des Kandidaten samt
      *ihrer bis zu zwei Aufgaben-Zeilen.
           MOVE "EHRENAMTLICHE AKTIVITÄTEN" TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT VOLUNTARY-FILE
           IF WS-VOLUNTARY-STATUS = "00"
              MOVE 0 TO WS-READ-DONE
              PERFORM UNTIL WS-READ-DONE = 1
                 READ VOLUNTARY-FILE
                    AT END
                       MOVE 1 TO WS-READ-DONE
                    NOT AT END
                       IF VW-CANDIDATE-ID = WS-CHECK-CAND-ID
                          ADD 1 TO WS-LINE-COUNT
                          MOVE VW-START-MONTH TO WS-PERIOD-START-M
                          MOVE VW-START-YEAR TO WS-PERIOD-START-Y
                          MOVE VW-END-MONTH TO WS-PERIOD-END-M
                          MOVE VW-END-YEAR TO WS-PERIOD-END-Y
                          PERFORM ZEITRAUM-FORMATIEREN-para
                          STRING "   " WS-PERIOD-TEXT " "
                             FUNCTION TRIM(VW-TITLE)
                             DELIMITED BY SIZE INTO WS-REPORT-LINE
                          PERFORM ZEILE-SCHREIBEN-para
                          IF VW-RESP-1 NOT = SPACES
                             STRING "                        "
                                FUNCTION TRIM(VW-RESP-1)
                                DELIMITED BY SIZE INTO WS-REPORT-LINE
                             PERFORM ZEILE-SCHREIBEN-para
                          END-IF
                          IF VW-RESP-2 NOT = SPACES
                             STRING "                        "
                                FUNCTION TRIM(VW-RESP-2)
                                DELIMITED BY SIZE INTO WS-REPORT-LINE
                             PERFORM ZEILE-SCHREIBEN-para
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VOLUNTARY-FILE
           END-IF
           IF WS-LINE-COUNT = 0
              MOVE "   (keine Einträge)" TO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-IF.

      ******************************************************************
       ZERTIFIKATE-para.
      *----------------
      *Schreibt die Zertifikate des Kandidaten samt Aussteller.
           MOVE "ZERTIFIKATE" TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT CERTIFICATES-FILE
           IF WS-CERTIFICATES-STATUS = "00"
              MOVE 0 TO WS-READ-DONE
              PERFORM UNTIL WS-READ-DONE = 1
                 READ CERTIFICATES-FILE
                    AT END
                       MOVE 1 TO WS-READ-DONE
                    NOT AT END
                       IF CE-CANDIDATE-ID = WS-CHECK-CAND-ID
                          ADD 1 TO WS-LINE-COUNT
                          STRING "   " FUNCTION TRIM(CE-NAME) " ("
                             FUNCTION TRIM(CE-ISSUER) ")"
                             DELIMITED BY SIZE INTO WS-REPORT-LINE
                          PERFORM ZEILE-SCHREIBEN-para
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CERTIFICATES-FILE
           END-IF
           IF WS-LINE-COUNT = 0
              MOVE "   (keine Einträge)" TO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-IF.

      ******************************************************************
       ZEITRAUM-FORMATIEREN-para.
      *----------------
      *Bildet aus Beginn und Ende (Monat/Jahr) den Text
      *"MM/JJJJ - MM/JJJJ"; ein Ende 00/0000 steht für eine noch
      *laufende Station und wird als "heute" ausgegeben.
           MOVE SPACES TO WS-PERIOD-TEXT
           IF WS-PERIOD-END-M = "00" AND WS-PERIOD-END-Y = "0000"
              STRING WS-PERIOD-START-M "/" WS-PERIOD-START-Y
                 " - heute"
                 DELIMITED BY SIZE INTO WS-PERIOD-TEXT
           ELSE
              STRING WS-PERIOD-START-M "/" WS-PERIOD-START-Y " - "
                 WS-PERIOD-END-M "/" WS-PERIOD-END-Y
                 DELIMITED BY SIZE INTO WS-PERIOD-TEXT
           END-IF.

      ******************************************************************
       STATUS-LABEL-para.
      *----------------
      *Übersetzt den Statuscode in WS-STATUS-LABEL (Stelle 1 trägt
      *beim Aufruf den Code) in die deutsche Bezeichnung.
           EVALUATE WS-STATUS-LABEL (1:1)
              WHEN "1" MOVE "eingegangen" TO WS-STATUS-LABEL
              WHEN "2" MOVE "gesichtet"   TO WS-STATUS-LABEL
              WHEN "3" MOVE "interviewt"  TO WS-STATUS-LABEL
              WHEN "4" MOVE "Angebot"     TO WS-STATUS-LABEL
              WHEN "5" MOVE "Absage"      TO WS-STATUS-LABEL
              WHEN " " MOVE "-"           TO WS-STATUS-LABEL
              WHEN OTHER MOVE "unbekannt" TO WS-STATUS-LABEL
           END-EVALUATE.

      ******************************************************************
       ZEILE-SCHREIBEN-para.
      *----------------
      *Schreibt WS-REPORT-LINE in das Dossier und leert das
      *Aufbaufeld für die nächste Zeile.
           MOVE WS-REPORT-LINE TO DOSSIER-RECORD
           WRITE DOSSIER-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

      ******************************************************************
      ******************************************************************
