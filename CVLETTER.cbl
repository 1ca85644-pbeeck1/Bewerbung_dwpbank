      ******************************************************************
      *----------------------------------------------------------------*
      *                                                                *
      *       Copyright(c) by Patrick Beeck                            *
      *       Version: 1.0                                             *
      *                                                                *
      *----------------------------------------------------------------*

      *Nächtliche Briefschreibung an die Kandidaten. Bislang wurde
      *nach jeder Interview-Buchung (INTERVIEW-BUCHEN-para), jeder
      *Interview-Stornierung (INTERVIEW-STORNO-para) und jedem
      *Statuswechsel auf 4 "Angebot" oder 5 "Absage"
      *(RECORD-STATUS-para) der Brief an den Kandidaten von Hand
      *geschrieben - oft verspätet oder gar nicht. Dieses Programm
      *liest die seit dem letzten Lauf hinzugekommenen Sätze aus
      *data/application-status.dat und data/interview-schedule.dat
      *und schreibt je Ereignis einen ausgefüllten Brief:
      *  IB = Interview gebucht       (Interview-Satz Kennzeichen A)
      *  IS = Interview storniert     (Interview-Satz Kennzeichen S)
      *  AN = Angebot                 (Statussatz Code 4)
      *  AB = Absage                  (Statussatz Code 5)
      *Die Brieftexte stehen als pflegbare Vorlagen in
      *data/letter-templates.txt, je Briefart in Deutsch (DE) und
      *Englisch (EN): Spalte 1-2 Briefart, Spalte 4-5 Sprache, ab
      *Spalte 7 der Text der Zeile (eine leere Textzeile ergibt eine
      *Leerzeile im Brief, Zeilen mit "*" in Spalte 1 sind
      *Kommentare). Platzhalter in der Form &NAME& werden beim
      *Schreiben ersetzt: &NAME&, &KANDIDAT&, &AUSSCHREIBUNG&,
      *&TITEL&, &DATUM&, &UHRZEIT&, &ORT&, &INTERVIEWER& und &HEUTE&
      *(&DATUM& ist bei Interviews der Termin, bei Angebot und
      *Absage das Statusdatum). Die Briefsprache je Kandidat steht
      *in der optionalen Datei data/letter-language.txt (Spalte 1-6
      *Kandidaten-ID, Spalte 8-9 DE oder EN); ohne Eintrag wird
      *deutsch geschrieben.
      *Beide Dateien werden nur fortgeschrieben, und jeder Satz
      *trägt einen eindeutigen Erfassungsstempel, der zugleich
      *Alternativschlüssel ist (auch das Zusammenführen in CVMAINT
      *behält ihn bei). Der Kontrollsatz in data/letter-control.ctl
      *merkt sich je Datei den Stempel des zuletzt verarbeiteten
      *Satzes; gelesen wird über den Stempel ab dem folgenden Satz,
      *also in Erfassungsreihenfolge. Er wird nach jedem
      *geschriebenen Brief fortgeschrieben, damit auch ein
      *Wiederanlauf nach einem Abbruch keinen Brief doppelt
      *erzeugt. Fehlt der Kontrollsatz
      *(erster Lauf), wird er auf den aktuellen Dateistand gesetzt,
      *ohne Briefe für die Altbestände zu schreiben.
      *Wird ein Angebot oder eine Absage noch vor dem Lauf wieder
      *storniert, oder ein Termin im selben Zeitraum gebucht und
      *wieder storniert, entsteht dafür kein Brief. Jeder Brief
      *wird als eigene Datei data/letter-<laufende Nr.>.txt
      *abgelegt (die Nummer führt der Kontrollsatz fort); die
      *Laufliste data/letter-run.txt zeigt, welche Briefe erzeugt
      *und welche Ereignisse übersprungen wurden. Sie wird über alle
      *Läufe fortgeschrieben, damit sich jeder Brief auch später
      *noch dem Kandidaten zuordnen lässt (Auskunft nach Art. 15
      *DSGVO, siehe CVAUSKFT).
      *RETURN-CODE 4, wenn Ereignisse übersprungen werden mussten
      *(Kandidat nicht mehr im Stamm, Vorlage fehlt), 8 bei
      *Dateifehlern. Schritt der nächtlichen Kette mit
      *Laufsteuerung wie CVCHECK.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CVLETTER.
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
      *Statusdatei und Interview-Terminplan des Dialogprogramms;
      *hier nur lesend, in Erfassungsreihenfolge über den
      *Alternativschlüssel Erfassungsstempel.
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

      *Die Kandidaten-Stammdatei für den Namen im Brief.
           SELECT CANDIDATE-MASTER
               ASSIGN DYNAMIC WS-CANDIDATE-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CANDIDATE-ID
               FILE STATUS IS WS-CANDIDATE-MASTER-STATUS.

      *Stammdatei der Ausschreibungen für den Titel im Brief.
           SELECT REQUISITION-MASTER
               ASSIGN DYNAMIC WS-REQUISITION-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUISITION-MASTER-STATUS.

      *Pflegbare Brief-Vorlagen und Briefsprache je Kandidat.
           SELECT TEMPLATE-FILE
               ASSIGN DYNAMIC WS-TEMPLATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT LANGUAGE-FILE
               ASSIGN DYNAMIC WS-LANGUAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LANGUAGE-STATUS.

      *Kontrollsatz mit dem Stand der bereits verarbeiteten Sätze.
           SELECT LETTER-CONTROL-FILE
               ASSIGN DYNAMIC WS-LETTER-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-CONTROL-STATUS.

      *Ein Brief je Ereignis; der Dateiname wird je Brief gebildet.
           SELECT LETTER-FILE
               ASSIGN DYNAMIC WS-LETTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

      *Laufliste der erzeugten Briefe; über alle Läufe
      *fortgeschrieben.
           SELECT LETTER-RUN-FILE
               ASSIGN DYNAMIC WS-LETTER-RUN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-RUN-STATUS.

      *Laufsteuerungsdatei der nächtlichen Kette (siehe CVCHECK).
           SELECT RUN-CONTROL-FILE
               ASSIGN DYNAMIC WS-RUN-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
      *==============
      *
       FILE SECTION.
      *-------------
      *
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

      *Satzaufbau wie im Dialogprogramm und in der Stammdatenpflege.
       FD CANDIDATE-MASTER.
       01  CANDIDATE-MASTER-RECORD.
           05 CM-CANDIDATE-ID      PIC X(6).
           05 CM-CANDIDATE-NAME    PIC X(40).
           05 CM-CANDIDATE-ROLE    PIC X(60).
           05 CM-LAST-ACTION-DATE  PIC X(8).

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

      *Vorlagenzeile: Briefart, Sprache, Text.
       FD TEMPLATE-FILE.
       01  TEMPLATE-RECORD.
           05 TP-LETTER-TYPE       PIC X(2).
           05 FILLER               PIC X(1).
           05 TP-LANGUAGE          PIC X(2).
           05 FILLER               PIC X(1).
           05 TP-TEXT              PIC X(100).

      *Briefsprache je Kandidat.
       FD LANGUAGE-FILE.
       01  LANGUAGE-RECORD.
           05 LG-CANDIDATE-ID      PIC X(6).
           05 FILLER               PIC X(1).
           05 LG-LANGUAGE          PIC X(2).

      *Kontrollsatz: Erfassungsstempel des zuletzt verarbeiteten
      *Statussatzes und Interview-Satzes, Datum/Uhrzeit des letzten
      *Laufs und die laufende Nummer des zuletzt geschriebenen
      *Briefes.
       FD LETTER-CONTROL-FILE.
       01  LETTER-CONTROL-RECORD.
           05 LC-STATUS-MARK       PIC X(16).
           05 FILLER               PIC X(1).
           05 LC-INTERVIEW-MARK    PIC X(16).
           05 FILLER               PIC X(1).
           05 LC-RUN-DATE          PIC X(8).
           05 FILLER               PIC X(1).
           05 LC-RUN-TIME          PIC X(6).
           05 FILLER               PIC X(1).
           05 LC-LETTER-NO         PIC X(8).

       FD LETTER-FILE.
       01  LETTER-RECORD           PIC X(200).

       FD LETTER-RUN-FILE.
       01  LETTER-RUN-RECORD       PIC X(160).

      *Satzaufbau der Laufsteuerungsdatei wie in CVCHECK.
       FD RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RL-DATE             PIC X(8).
           05 FILLER              PIC X(1).
           05 RL-TIME             PIC X(6).
           05 FILLER              PIC X(1).
           05 RL-STEP             PIC X(8).
           05 FILLER              PIC X(1).
           05 RL-EVENT            PIC X(6).
           05 FILLER              PIC X(1).
           05 RL-RC               PIC X(2).

       WORKING-STORAGE SECTION.
      *------------------------
      *
      *Pfade der beteiligten Dateien sowie die dazugehörigen
      *FILE-STATUS-Felder. Der Pfad des einzelnen Briefes wird zur
      *Laufzeit gebildet.
       01 WS-FILE-PATHS.
           05 WS-APPLICATION-STATUS-PATH
                         PIC X(60) VALUE "data/application-status.dat".
           05 WS-APPLICATION-STATUS-STATUS PIC X(2).
           05 WS-INTERVIEW-PATH
                         PIC X(60) VALUE "data/interview-schedule.dat".
           05 WS-INTERVIEW-STATUS PIC X(2).
           05 WS-CANDIDATE-MASTER-PATH
                           PIC X(60) VALUE "data/candidate-master.dat".
           05 WS-CANDIDATE-MASTER-STATUS PIC X(2).
           05 WS-REQUISITION-MASTER-PATH
                       PIC X(60) VALUE "data/requisition-master.txt".
           05 WS-REQUISITION-MASTER-STATUS PIC X(2).
           05 WS-TEMPLATE-PATH
                         PIC X(60) VALUE "data/letter-templates.txt".
           05 WS-TEMPLATE-STATUS PIC X(2).
           05 WS-LANGUAGE-PATH
                         PIC X(60) VALUE "data/letter-language.txt".
           05 WS-LANGUAGE-STATUS PIC X(2).
           05 WS-LETTER-CONTROL-PATH
                         PIC X(60) VALUE "data/letter-control.ctl".
           05 WS-LETTER-CONTROL-STATUS PIC X(2).
           05 WS-LETTER-PATH    PIC X(60) VALUE SPACES.
           05 WS-LETTER-STATUS  PIC X(2).
           05 WS-LETTER-RUN-PATH
                         PIC X(60) VALUE "data/letter-run.txt".
           05 WS-LETTER-RUN-STATUS PIC X(2).
           05 WS-RUN-CONTROL-PATH
                           PIC X(60) VALUE "data/run-control.dat".
           05 WS-RUN-CONTROL-STATUS PIC X(2).

      *Felder der Laufsteuerung wie in CVCHECK.
       01 WS-RUN-STEP-NAME     PIC X(8) VALUE "CVLETTER".
       01 WS-RUN-TODAY         PIC X(8).
       01 WS-RUN-TIME          PIC X(6).
       01 WS-RUN-COMMAND-LINE  PIC X(80) VALUE SPACES.
       01 WS-RUN-RESTART-MODE  PIC 9 VALUE 0.
       01 WS-RUN-LAST-EVENT    PIC X(6) VALUE SPACES.
       01 WS-RUN-LAST-RC       PIC X(2) VALUE SPACES.
       01 WS-RUN-READ-DONE     PIC 9 VALUE 0.
       01 WS-RUN-EVENT         PIC X(6).
       01 WS-RUN-RC            PIC 9(2) VALUE 0.

      *Stand des Kontrollsatzes: bis zu welchem Erfassungsstempel
      *die beiden Dateien bereits verarbeitet sind, und der Stand
      *zu Beginn dieses Laufs. WS-LC-FOUND = 0 bedeutet erster Lauf.
       01 WS-LC-FOUND          PIC 9 VALUE 0.
       01 WS-LC-STATUS-MARK    PIC 9(16) VALUE 0.
       01 WS-LC-INTERVIEW-MARK PIC 9(16) VALUE 0.
       01 WS-LC-STATUS-BEFORE  PIC 9(16) VALUE 0.
       01 WS-LC-IV-BEFORE      PIC 9(16) VALUE 0.
       01 WS-LC-WRITE-ERROR    PIC 9 VALUE 0.
       01 WS-LC-LETTER-NO      PIC 9(8) VALUE 0.

      *Tabelle der Vorlagenzeilen aus data/letter-templates.txt.
       01 WS-TPL-COUNT         PIC 9(3) VALUE 0.
       01 WS-TPL-TABLE.
           05 WS-TPL-ENTRY OCCURS 300 TIMES
                           INDEXED BY WS-TPL-IDX.
              10 WS-TPL-TYPE-T     PIC X(2).
              10 WS-TPL-LANG-T     PIC X(2).
              10 WS-TPL-TEXT-T     PIC X(100).

      *Felder der Storno-Prüfung (STORNO-PRUEFEN-para): auf ein
      *neues Angebot oder eine neue Absage, die seit dem letzten
      *Lauf bereits wieder storniert wurde, wird kein Brief
      *geschrieben. Der zu prüfende Statussatz wird gesichert, die
      *Stornosätze seines Paares werden über den Primärschlüssel
      *gelesen, danach wird der Satz zurückgeholt und die Datei
      *wieder über den Erfassungsstempel hinter ihm positioniert.
       01 WS-STORNO-SAVE-RECORD PIC X(91).
       01 WS-STORNO-CAND       PIC X(6).
       01 WS-STORNO-REQ        PIC X(8).
       01 WS-STORNO-CODE       PIC X(1).
       01 WS-STORNO-DATE       PIC X(8).
       01 WS-STORNO-HIT        PIC 9 VALUE 0.
       01 WS-STORNO-DONE       PIC 9 VALUE 0.
       01 WS-STORNO-EOF        PIC 9 VALUE 0.

      *Neue Interview-Sätze seit dem letzten Lauf in
      *Erfassungsreihenfolge. Passen mehr Sätze nicht in die Tabelle,
      *bleiben die übrigen für den nächsten Lauf stehen.
       01 WS-NEWIV-COUNT       PIC 9(3) VALUE 0.
       01 WS-NEWIV-TABLE.
           05 WS-NEWIV-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-NEWIV-IDX WS-NEWIV-IDX-2.
              10 WS-NEWIV-STAMP-T  PIC 9(16).
              10 WS-NEWIV-CAND-T   PIC X(6).
              10 WS-NEWIV-REQ-T    PIC X(8).
              10 WS-NEWIV-DATE-T   PIC X(8).
              10 WS-NEWIV-TIME-T   PIC X(4).
              10 WS-NEWIV-PERSON-T PIC X(20).
              10 WS-NEWIV-LOC-T    PIC X(20).
              10 WS-NEWIV-FLAG-T   PIC X(1).
       01 WS-NEWIV-PAIRED      PIC 9 VALUE 0.

      *Erfassungsstempel des zuletzt gelesenen Satzes und die
      *höchsten vorhandenen Stempel der beiden Dateien.
       01 WS-STAMP             PIC 9(16) VALUE 0.
       01 WS-STATUS-HIGH       PIC 9(16) VALUE 0.
       01 WS-IV-HIGH           PIC 9(16) VALUE 0.

      *Das gerade bearbeitete Ereignis und die Felder, die in die
      *Platzhalter der Vorlage eingesetzt werden.
       01 WS-EV-SOURCE         PIC X(1).
       01 WS-EV-TYPE           PIC X(2).
       01 WS-EV-LANG           PIC X(2).
       01 WS-EV-STAMP          PIC 9(16).
       01 WS-EV-DATE           PIC X(8).
       01 WS-EV-TIME           PIC X(4).
       01 WS-MRG-CAND          PIC X(6).
       01 WS-MRG-REQ           PIC X(8).
       01 WS-MRG-NAME          PIC X(40).
       01 WS-MRG-TITLE         PIC X(40).
       01 WS-MRG-DATE          PIC X(10).
       01 WS-MRG-TIME          PIC X(5).
       01 WS-MRG-LOCATION      PIC X(20).
       01 WS-MRG-PERSON        PIC X(20).
       01 WS-MRG-TODAY         PIC X(10).
       01 WS-EV-DATE-SAVE      PIC X(8).
       01 WS-MRG-VALUE         PIC X(60).
       01 WS-MRG-KNOWN         PIC 9 VALUE 0.
       01 WS-CAND-FOUND        PIC 9 VALUE 0.
       01 WS-TPL-FOUND         PIC 9 VALUE 0.
       01 WS-SKIP-REASON       PIC X(60).

      *Arbeitsfelder des Platzhalter-Ersetzens.
       01 WS-OUT-LINE          PIC X(200).
       01 WS-OUT-PTR           PIC 9(3) VALUE 1.
       01 WS-SCAN-IDX          PIC 9(3) VALUE 0.
       01 WS-SCAN-END          PIC 9(3) VALUE 0.
       01 WS-TOKEN             PIC X(20).
       01 WS-TOKEN-LEN         PIC 9(3) VALUE 0.

      *Zähler, Merker und Aufbereitungsfelder des Laufs.
       01 WS-READ-DONE         PIC 9 VALUE 0.
       01 WS-READ-DONE-2       PIC 9 VALUE 0.
       01 WS-ABBRUCH           PIC 9 VALUE 0.
       01 WS-LETTER-WRITE-STATUS PIC X(2) VALUE SPACES.
       01 WS-LETTER-NO         PIC 9(4) VALUE 0.
       01 WS-SKIP-COUNT        PIC 9(4) VALUE 0.
       01 WS-NOLETTER-COUNT    PIC 9(4) VALUE 0.
       01 WS-COUNT-EDIT        PIC ZZZ9.

      *Aufbaufeld für eine Zeile der Laufliste.
       01 WS-REPORT-LINE       PIC X(160).

      *
      ******************************************************************
       PROCEDURE DIVISION.
      *===================

      ******************************************************************
       BRIEFLAUF SECTION.
      *----------------
      *Ablauf: Laufsteuerung prüfen, Laufliste öffnen, Kontrollsatz
      *lesen (erster Lauf: nur anlegen), Vorlagen laden, die
      *Ereignisse der Statusdatei und des Interview-Terminplans
      *verarbeiten, Summen schreiben und das Ende protokollieren.
           PERFORM LAUFSTEUERUNG-PRUEFEN-para

           OPEN EXTEND LETTER-RUN-FILE
           IF WS-LETTER-RUN-STATUS NOT = "00"
              OPEN OUTPUT LETTER-RUN-FILE
           END-IF
           IF WS-LETTER-RUN-STATUS NOT = "00"
              DISPLAY "Hinweis: Laufliste "
                      FUNCTION TRIM(WS-LETTER-RUN-PATH)
              DISPLAY "konnte nicht angelegt werden (Status "
                      WS-LETTER-RUN-STATUS ")."
              MOVE 8 TO RETURN-CODE
              PERFORM LAUFSTEUERUNG-ENDE-para
              STOP RUN
           END-IF
           STRING "Briefschreibung vom " WS-RUN-TODAY " "
              WS-RUN-TIME DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           PERFORM ZEILE-SCHREIBEN-para

           PERFORM KONTROLLSATZ-LESEN-para
           IF WS-ABBRUCH = 1
              PERFORM LAUF-BEENDEN-para
           END-IF
           IF WS-LC-FOUND = 0
              PERFORM ERSTLAUF-para
              PERFORM LAUF-BEENDEN-para
           END-IF

           PERFORM VORLAGEN-LADEN-para
           IF WS-ABBRUCH = 0
              OPEN INPUT CANDIDATE-MASTER
              IF WS-CANDIDATE-MASTER-STATUS NOT = "00"
                 STRING "Kandidaten-Stammdatei " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-CANDIDATE-MASTER-PATH)
                       DELIMITED BY SIZE
                    " konnte nicht geöffnet werden (Status "
                       DELIMITED BY SIZE
                    WS-CANDIDATE-MASTER-STATUS ")." DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 PERFORM ZEILE-SCHREIBEN-para
                 MOVE 1 TO WS-ABBRUCH
              END-IF
           END-IF
           IF WS-ABBRUCH = 1
              PERFORM LAUF-BEENDEN-para
           END-IF

           PERFORM STATUS-EREIGNISSE-para
           IF WS-ABBRUCH = 0
              PERFORM INTERVIEW-EREIGNISSE-para
           END-IF
           CLOSE CANDIDATE-MASTER

           PERFORM LAUF-BEENDEN-para.

      ******************************************************************
       LAUF-BEENDEN-para.
      *----------------
      *Schreibt die Summenzeilen, setzt den RETURN-CODE,
      *protokolliert das Ende in der Laufsteuerung und beendet den
      *Lauf.
           PERFORM ZEILE-SCHREIBEN-para
           MOVE WS-LETTER-NO TO WS-COUNT-EDIT
           STRING "Erzeugte Briefe:                " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE WS-NOLETTER-COUNT TO WS-COUNT-EDIT
           STRING "Ereignisse ohne Brief (Storno): " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE WS-SKIP-COUNT TO WS-COUNT-EDIT
           STRING "Übersprungene Ereignisse:       " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           STRING "Kontrollsatz Statusdatei:     verarbeitet bis "
              WS-LC-STATUS-MARK
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           STRING "Kontrollsatz Interview-Datei: verarbeitet bis "
              WS-LC-INTERVIEW-MARK
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           CLOSE LETTER-RUN-FILE

           IF WS-ABBRUCH = 1
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-SKIP-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           MOVE WS-LETTER-NO TO WS-COUNT-EDIT
           DISPLAY "Briefschreibung beendet: "
                   FUNCTION TRIM(WS-COUNT-EDIT) " Brief(e), "
                   WS-SKIP-COUNT " übersprungen; Laufliste "
                   FUNCTION TRIM(WS-LETTER-RUN-PATH)
           PERFORM LAUFSTEUERUNG-ENDE-para
           STOP RUN.

      ******************************************************************
       LAUFSTEUERUNG-PRUEFEN-para.
      *----------------
      *Wie in CVCHECK: ein zweiter Start am selben Tag wird
      *abgewiesen, solange der Schritt laut Laufsteuerung noch
      *läuft (außer mit Parameter RESTART); im Wiederanlauf wird
      *ein heute bereits erfolgreich gelaufener Schritt
      *übersprungen. Ein gewöhnlicher zweiter Lauf am selben Tag
      *ist zulässig, er findet dank Kontrollsatz nur die seither
      *hinzugekommenen Ereignisse. Anschließend wird der eigene
      *Beginn protokolliert.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-TODAY
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME
           ACCEPT WS-RUN-COMMAND-LINE FROM COMMAND-LINE
           IF FUNCTION UPPER-CASE
              (FUNCTION TRIM (WS-RUN-COMMAND-LINE)) = "RESTART"
              MOVE 1 TO WS-RUN-RESTART-MODE
           END-IF

           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = "00"
              MOVE 0 TO WS-RUN-READ-DONE
              PERFORM UNTIL WS-RUN-READ-DONE = 1
                 READ RUN-CONTROL-FILE
                    AT END
                       MOVE 1 TO WS-RUN-READ-DONE
                    NOT AT END
                       IF RL-DATE = WS-RUN-TODAY
                          AND RL-STEP = WS-RUN-STEP-NAME
                          MOVE RL-EVENT TO WS-RUN-LAST-EVENT
                          MOVE RL-RC TO WS-RUN-LAST-RC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-CONTROL-FILE
           END-IF

           IF WS-RUN-LAST-EVENT = "START"
              IF WS-RUN-RESTART-MODE = 1
                 DISPLAY "Wiederanlauf: offener START des Schrittes "
                         WS-RUN-STEP-NAME " wird übergangen."
              ELSE
                 DISPLAY "Hinweis: Der Schritt " WS-RUN-STEP-NAME
                         " läuft laut Laufsteuerung heute noch."
                 DISPLAY "Der zweite Start wird abgewiesen; für einen"
                         " Wiederanlauf das Programm mit dem"
                         " Parameter RESTART starten."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              IF WS-RUN-LAST-EVENT = "ENDE"
                 AND (WS-RUN-LAST-RC = "00" OR WS-RUN-LAST-RC = "04")
                 AND WS-RUN-RESTART-MODE = 1
                 DISPLAY "Der Schritt " WS-RUN-STEP-NAME
                         " ist heute bereits erfolgreich gelaufen"
                         " und wird übersprungen."
                 MOVE 0 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           MOVE "START" TO WS-RUN-EVENT
           MOVE 0 TO WS-RUN-RC
           PERFORM LAUFSTEUERUNG-SCHREIBEN-para.

      ******************************************************************
       LAUFSTEUERUNG-ENDE-para.
      *----------------
      *Protokolliert das Ende dieses Schrittes mit dem gesetzten
      *RETURN-CODE in der Laufsteuerungsdatei.
           MOVE "ENDE" TO WS-RUN-EVENT
           MOVE RETURN-CODE TO WS-RUN-RC
           PERFORM LAUFSTEUERUNG-SCHREIBEN-para.

      ******************************************************************
       LAUFSTEUERUNG-SCHREIBEN-para.
      *----------------
      *Hängt einen Eintrag (WS-RUN-EVENT, WS-RUN-RC) an die
      *Laufsteuerungsdatei an (wie in CVCHECK).
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = "00"
              OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           IF WS-RUN-CONTROL-STATUS = "00"
              MOVE SPACES TO RUN-CONTROL-RECORD
              MOVE WS-RUN-TODAY TO RL-DATE
              MOVE FUNCTION CURRENT-DATE (9:6) TO RL-TIME
              MOVE WS-RUN-STEP-NAME TO RL-STEP
              MOVE WS-RUN-EVENT TO RL-EVENT
              MOVE WS-RUN-RC TO RL-RC
              WRITE RUN-CONTROL-RECORD
              CLOSE RUN-CONTROL-FILE
           ELSE
              DISPLAY "Hinweis: Laufsteuerungsdatei "
                      FUNCTION TRIM(WS-RUN-CONTROL-PATH)
              DISPLAY "konnte nicht beschrieben werden (Status "
                      WS-RUN-CONTROL-STATUS ")."
           END-IF.

      ******************************************************************
       KONTROLLSATZ-LESEN-para.
      *----------------
      *Liest den Kontrollsatz. Fehlt die Datei, ist dies der erste
      *Lauf (WS-LC-FOUND = 0). Ein vorhandener, aber unlesbarer
      *Kontrollsatz bricht den Lauf ab, damit nicht auf Verdacht
      *Briefe doppelt oder gar nicht geschrieben werden.
           OPEN INPUT LETTER-CONTROL-FILE
           IF WS-LETTER-CONTROL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ LETTER-CONTROL-FILE
              AT END
                 MOVE SPACES TO LETTER-CONTROL-RECORD
           END-READ
           CLOSE LETTER-CONTROL-FILE

           IF LC-STATUS-MARK IS NUMERIC
              AND LC-INTERVIEW-MARK IS NUMERIC
              MOVE 1 TO WS-LC-FOUND
              MOVE LC-STATUS-MARK TO WS-LC-STATUS-MARK
              MOVE LC-INTERVIEW-MARK TO WS-LC-INTERVIEW-MARK
              MOVE WS-LC-STATUS-MARK TO WS-LC-STATUS-BEFORE
              MOVE WS-LC-INTERVIEW-MARK TO WS-LC-IV-BEFORE
              IF LC-LETTER-NO IS NUMERIC
                 MOVE LC-LETTER-NO TO WS-LC-LETTER-NO
              END-IF
              STRING "Letzter Lauf " LC-RUN-DATE " " LC-RUN-TIME
                 ": Statusdatei bis " LC-STATUS-MARK
                 ", Interview-Datei bis " LC-INTERVIEW-MARK
                 " verarbeitet."
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              PERFORM ZEILE-SCHREIBEN-para
           ELSE
              STRING "Kontrollsatz " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LETTER-CONTROL-PATH)
                    DELIMITED BY SIZE
                 " ist nicht lesbar; Lauf abgebrochen, bitte prüfen."
                    DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              MOVE 1 TO WS-ABBRUCH
           END-IF.

      ******************************************************************
       ERSTLAUF-para.
      *----------------
      *Erster Lauf ohne Kontrollsatz: die vorhandenen Sätze beider
      *Dateien gelten als bereits verarbeitet, es werden keine
      *Briefe für Altbestände geschrieben.
           PERFORM STATUS-HOECHSTSTAND-para
           MOVE WS-STATUS-HIGH TO WS-LC-STATUS-MARK
           PERFORM INTERVIEW-HOECHSTSTAND-para
           MOVE WS-IV-HIGH TO WS-LC-INTERVIEW-MARK
      *Ist eine der Dateien nicht lesbar, wird kein Kontrollsatz
      *angelegt; sonst gälte ihr Bestand beim nächsten Lauf als neu.
           IF WS-ABBRUCH = 1
              EXIT PARAGRAPH
           END-IF
           PERFORM KONTROLLSATZ-SCHREIBEN-para
           IF WS-LC-WRITE-ERROR = 1
              MOVE 1 TO WS-ABBRUCH
              EXIT PARAGRAPH
           END-IF
           STRING "Erster Lauf: Kontrollsatz auf den "
              "aktuellen Dateistand gesetzt."
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           STRING "Für bereits vorhandene Sätze werden "
              "keine Briefe geschrieben."
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para.

      ******************************************************************
       STATUS-HOECHSTSTAND-para.
      *----------------
      *Ermittelt den höchsten Erfassungsstempel der Statusdatei
      *(WS-STATUS-HIGH); gelesen wird in Stempelfolge, der letzte
      *Satz trägt ihn.
           MOVE 0 TO WS-STATUS-HIGH
           OPEN INPUT APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           IF WS-APPLICATION-STATUS-STATUS NOT = "00"
              STRING "Statusdatei " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPLICATION-STATUS-PATH)
                    DELIMITED BY SIZE
                 " nicht lesbar (Status " DELIMITED BY SIZE
                 WS-APPLICATION-STATUS-STATUS "); Lauf abgebrochen."
                    DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              MOVE 1 TO WS-ABBRUCH
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO AS-ENTRY-STAMP
           MOVE 0 TO WS-READ-DONE
           START APPLICATION-STATUS-FILE
                 KEY IS NOT LESS THAN AS-ENTRY-STAMP
              INVALID KEY
                 MOVE 1 TO WS-READ-DONE
           END-START
           PERFORM UNTIL WS-READ-DONE = 1
              READ APPLICATION-STATUS-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    MOVE AS-ENTRY-STAMP TO WS-STATUS-HIGH
              END-READ
           END-PERFORM
           CLOSE APPLICATION-STATUS-FILE.

      ******************************************************************
       INTERVIEW-HOECHSTSTAND-para.
      *----------------
      *Ermittelt den höchsten Erfassungsstempel des
      *Interview-Terminplans (WS-IV-HIGH).
           MOVE 0 TO WS-IV-HIGH
           OPEN INPUT INTERVIEW-FILE
           IF WS-INTERVIEW-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           IF WS-INTERVIEW-STATUS NOT = "00"
              STRING "Interview-Terminplan " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-INTERVIEW-PATH) DELIMITED BY SIZE
                 " nicht lesbar (Status " DELIMITED BY SIZE
                 WS-INTERVIEW-STATUS "); Lauf abgebrochen."
                    DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              MOVE 1 TO WS-ABBRUCH
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO IV-ENTRY-STAMP
           MOVE 0 TO WS-READ-DONE
           START INTERVIEW-FILE
                 KEY IS NOT LESS THAN IV-ENTRY-STAMP
              INVALID KEY
                 MOVE 1 TO WS-READ-DONE
           END-START
           PERFORM UNTIL WS-READ-DONE = 1
              READ INTERVIEW-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    MOVE IV-ENTRY-STAMP TO WS-IV-HIGH
              END-READ
           END-PERFORM
           CLOSE INTERVIEW-FILE.

      ******************************************************************
       KONTROLLSATZ-SCHREIBEN-para.
      *----------------
      *Schreibt den Kontrollsatz mit dem aktuellen Stand neu. Ein
      *Schreibfehler wird gemeldet; der Aufrufer bricht dann ab,
      *damit ein späterer Lauf keine Briefe doppelt erzeugt.
           MOVE 0 TO WS-LC-WRITE-ERROR
           OPEN OUTPUT LETTER-CONTROL-FILE
           IF WS-LETTER-CONTROL-STATUS NOT = "00"
              MOVE 1 TO WS-LC-WRITE-ERROR
           ELSE
              MOVE SPACES TO LETTER-CONTROL-RECORD
              MOVE WS-LC-STATUS-MARK TO LC-STATUS-MARK
              MOVE WS-LC-INTERVIEW-MARK TO LC-INTERVIEW-MARK
              MOVE WS-RUN-TODAY TO LC-RUN-DATE
              MOVE WS-RUN-TIME TO LC-RUN-TIME
              MOVE WS-LC-LETTER-NO TO LC-LETTER-NO
              WRITE LETTER-CONTROL-RECORD
              IF WS-LETTER-CONTROL-STATUS NOT = "00"
                 MOVE 1 TO WS-LC-WRITE-ERROR
              END-IF
              CLOSE LETTER-CONTROL-FILE
           END-IF
           IF WS-LC-WRITE-ERROR = 1
              STRING "Kontrollsatz " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LETTER-CONTROL-PATH)
                    DELIMITED BY SIZE
                 " konnte nicht geschrieben werden (Status "
                    DELIMITED BY SIZE
                 WS-LETTER-CONTROL-STATUS "); Lauf abgebrochen."
                    DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-IF.

      ******************************************************************
       VORLAGEN-LADEN-para.
      *----------------
      *Lädt die Vorlagenzeilen in die WS-TPL-TABLE. Ohne
      *Vorlagendatei kann kein Brief geschrieben werden; der Lauf
      *bricht dann ab, ohne den Kontrollsatz fortzuschreiben.
           OPEN INPUT TEMPLATE-FILE
           IF WS-TEMPLATE-STATUS NOT = "00"
              STRING "Vorlagendatei " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TEMPLATE-PATH) DELIMITED BY SIZE
                 " konnte nicht geöffnet werden (Status "
                    DELIMITED BY SIZE
                 WS-TEMPLATE-STATUS ")." DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              MOVE 1 TO WS-ABBRUCH
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ TEMPLATE-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    IF TP-LETTER-TYPE (1:1) NOT = "*"
                       AND TP-LETTER-TYPE NOT = SPACES
                       IF WS-TPL-COUNT < 300
                          ADD 1 TO WS-TPL-COUNT
                          SET WS-TPL-IDX TO WS-TPL-COUNT
                          MOVE TP-LETTER-TYPE
                               TO WS-TPL-TYPE-T (WS-TPL-IDX)
                          MOVE TP-LANGUAGE
                               TO WS-TPL-LANG-T (WS-TPL-IDX)
                          MOVE TP-TEXT TO WS-TPL-TEXT-T (WS-TPL-IDX)
                       ELSE
                          STRING "Mehr als 300 Vorlagenzeilen, "
                             "die weiteren werden übersprungen."
                             DELIMITED BY SIZE INTO WS-REPORT-LINE
                          PERFORM ZEILE-SCHREIBEN-para
                          MOVE 1 TO WS-READ-DONE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE.

      ******************************************************************
       STATUS-EREIGNISSE-para.
      *----------------
      *Verarbeitet die neuen Sätze der Statusdatei in
      *Erfassungsreihenfolge (Stempel größer als der Stand des
      *Kontrollsatzes) und schreibt für jedes neue, nicht
      *stornierte Angebot (4) und jede neue, nicht stornierte
      *Absage (5) einen Brief.
           OPEN INPUT APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           IF WS-APPLICATION-STATUS-STATUS NOT = "00"
              STRING "Statusdatei " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPLICATION-STATUS-PATH)
                    DELIMITED BY SIZE
                 " nicht lesbar (Status " DELIMITED BY SIZE
                 WS-APPLICATION-STATUS-STATUS "); Lauf abgebrochen."
                    DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              MOVE 1 TO WS-ABBRUCH
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LC-STATUS-MARK TO WS-STAMP
           MOVE WS-LC-STATUS-MARK TO AS-ENTRY-STAMP
           MOVE 0 TO WS-READ-DONE
           START APPLICATION-STATUS-FILE
                 KEY IS GREATER THAN AS-ENTRY-STAMP
              INVALID KEY
                 MOVE 1 TO WS-READ-DONE
           END-START
           PERFORM UNTIL WS-READ-DONE = 1 OR WS-ABBRUCH = 1
              READ APPLICATION-STATUS-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    MOVE AS-ENTRY-STAMP TO WS-STAMP
                    PERFORM STATUSSATZ-VERARBEITEN-para
              END-READ
           END-PERFORM
           CLOSE APPLICATION-STATUS-FILE

      *Der Stand wird auch ohne Brief bis zum letzten gelesenen
      *Satz fortgeschrieben.
           IF WS-ABBRUCH = 0
              AND WS-STAMP > WS-LC-STATUS-MARK
              MOVE WS-STAMP TO WS-LC-STATUS-MARK
              PERFORM KONTROLLSATZ-SCHREIBEN-para
              IF WS-LC-WRITE-ERROR = 1
                 MOVE 1 TO WS-ABBRUCH
              END-IF
           END-IF.

      ******************************************************************
       STATUSSATZ-VERARBEITEN-para.
      *----------------
      *Prüft den gerade gelesenen neuen Statussatz auf ein
      *Brief-Ereignis und schreibt gegebenenfalls den Brief.
           IF AS-STATUS-CODE NOT = "4" AND AS-STATUS-CODE NOT = "5"
              EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-EV-SOURCE
           MOVE WS-STAMP TO WS-EV-STAMP
           IF AS-STATUS-CODE = "4"
              MOVE "AN" TO WS-EV-TYPE
           ELSE
              MOVE "AB" TO WS-EV-TYPE
           END-IF
           MOVE AS-CANDIDATE-ID TO WS-MRG-CAND
           MOVE AS-REQUISITION-ID TO WS-MRG-REQ
           MOVE AS-STATUS-DATE TO WS-EV-DATE
           MOVE SPACES TO WS-EV-TIME
           MOVE SPACES TO WS-MRG-LOCATION
           MOVE SPACES TO WS-MRG-PERSON

           PERFORM STORNO-PRUEFEN-para
           IF WS-STORNO-EOF = 1
              MOVE 1 TO WS-READ-DONE
           END-IF
           IF WS-STORNO-HIT = 1
              MOVE "bereits wieder storniert, kein Brief"
                   TO WS-SKIP-REASON
              ADD 1 TO WS-NOLETTER-COUNT
              PERFORM LISTE-OHNE-BRIEF-para
              EXIT PARAGRAPH
           END-IF

           PERFORM BRIEF-ERZEUGEN-para
           IF WS-LETTER-STATUS = "00"
              MOVE WS-STAMP TO WS-LC-STATUS-MARK
              PERFORM KONTROLLSATZ-SCHREIBEN-para
              IF WS-LC-WRITE-ERROR = 1
                 MOVE 1 TO WS-ABBRUCH
              END-IF
           END-IF.

      ******************************************************************
       STORNO-PRUEFEN-para.
      *----------------
      *Setzt WS-STORNO-HIT auf 1, wenn auf den gerade gelesenen
      *Statussatz ein seit dem letzten Lauf erfasster Storno passt
      *(gleicher Kandidat, gleiche Ausschreibung, Original-Code und
      *Original-Datum wie der Satz, Stempel nach dem Stand zu
      *Beginn des Laufs). Die Stornosätze des Paares werden über
      *den Primärschlüssel ab dessen Anfang gelesen; danach wird
      *der geprüfte Satz zurückgeholt und die Datei über den
      *Erfassungsstempel hinter ihm neu positioniert. Gibt es
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
                          AND AS-ENTRY-STAMP > WS-LC-STATUS-BEFORE
                          MOVE 1 TO WS-STORNO-HIT
                          MOVE 1 TO WS-STORNO-DONE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           MOVE WS-STORNO-SAVE-RECORD TO APPLICATION-STATUS-RECORD
           START APPLICATION-STATUS-FILE
                 KEY IS GREATER THAN AS-ENTRY-STAMP
              INVALID KEY
                 MOVE 1 TO WS-STORNO-EOF
           END-START.

      ******************************************************************
       INTERVIEW-EREIGNISSE-para.
      *----------------
      *Sammelt die neuen Sätze des Interview-Terminplans in
      *Erfassungsreihenfolge (bis zu 500 je Lauf) und schreibt je
      *Buchung (A) und Stornierung (S) einen Brief. Wurde ein Termin
      *im selben Zeitraum gebucht und wieder storniert, entfallen
      *beide Briefe.
           MOVE 0 TO WS-NEWIV-COUNT
           OPEN INPUT INTERVIEW-FILE
           IF WS-INTERVIEW-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           IF WS-INTERVIEW-STATUS NOT = "00"
              STRING "Interview-Terminplan " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-INTERVIEW-PATH) DELIMITED BY SIZE
                 " nicht lesbar (Status " DELIMITED BY SIZE
                 WS-INTERVIEW-STATUS "); Lauf abgebrochen."
                    DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              MOVE 1 TO WS-ABBRUCH
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LC-INTERVIEW-MARK TO IV-ENTRY-STAMP
           MOVE 0 TO WS-READ-DONE
           START INTERVIEW-FILE
                 KEY IS GREATER THAN IV-ENTRY-STAMP
              INVALID KEY
                 MOVE 1 TO WS-READ-DONE
           END-START
           PERFORM UNTIL WS-READ-DONE = 1
              READ INTERVIEW-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    IF WS-NEWIV-COUNT < 500
                       PERFORM INTERVIEW-MERKEN-para
                    ELSE
                       STRING "Mehr als 500 neue Interview-Sätze; "
                          "die übrigen folgen im nächsten Lauf."
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM ZEILE-SCHREIBEN-para
                       MOVE 1 TO WS-READ-DONE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INTERVIEW-FILE

           PERFORM VARYING WS-NEWIV-IDX FROM 1 BY 1
                   UNTIL WS-NEWIV-IDX > WS-NEWIV-COUNT
                      OR WS-ABBRUCH = 1
              PERFORM INTERVIEWSATZ-VERARBEITEN-para
           END-PERFORM

      *Auch ohne Brief gilt der Stand bis zum letzten gemerkten
      *Satz als verarbeitet.
           IF WS-ABBRUCH = 0 AND WS-NEWIV-COUNT > 0
              MOVE WS-NEWIV-STAMP-T (WS-NEWIV-COUNT)
                   TO WS-LC-INTERVIEW-MARK
              PERFORM KONTROLLSATZ-SCHREIBEN-para
              IF WS-LC-WRITE-ERROR = 1
                 MOVE 1 TO WS-ABBRUCH
              END-IF
           END-IF.

      ******************************************************************
       INTERVIEW-MERKEN-para.
      *----------------
      *Trägt den gerade gelesenen neuen Interview-Satz in die
      *WS-NEWIV-TABLE ein.
           ADD 1 TO WS-NEWIV-COUNT
           SET WS-NEWIV-IDX TO WS-NEWIV-COUNT
           MOVE IV-ENTRY-STAMP TO WS-NEWIV-STAMP-T (WS-NEWIV-IDX)
           MOVE IV-CANDIDATE-ID TO WS-NEWIV-CAND-T (WS-NEWIV-IDX)
           MOVE IV-REQUISITION-ID TO WS-NEWIV-REQ-T (WS-NEWIV-IDX)
           MOVE IV-DATE TO WS-NEWIV-DATE-T (WS-NEWIV-IDX)
           MOVE IV-TIME TO WS-NEWIV-TIME-T (WS-NEWIV-IDX)
           MOVE IV-INTERVIEWER TO WS-NEWIV-PERSON-T (WS-NEWIV-IDX)
           MOVE IV-LOCATION TO WS-NEWIV-LOC-T (WS-NEWIV-IDX)
           MOVE IV-RECORD-FLAG TO WS-NEWIV-FLAG-T (WS-NEWIV-IDX).

      ******************************************************************
       INTERVIEWSATZ-VERARBEITEN-para.
      *----------------
      *Schreibt den Brief zum neuen Interview-Satz unter
      *WS-NEWIV-IDX, sofern der Termin nicht im selben Zeitraum
      *gebucht und wieder storniert wurde.
           MOVE "I" TO WS-EV-SOURCE
           MOVE WS-NEWIV-STAMP-T (WS-NEWIV-IDX) TO WS-EV-STAMP
           MOVE WS-NEWIV-CAND-T (WS-NEWIV-IDX) TO WS-MRG-CAND
           MOVE WS-NEWIV-REQ-T (WS-NEWIV-IDX) TO WS-MRG-REQ
           MOVE WS-NEWIV-DATE-T (WS-NEWIV-IDX) TO WS-EV-DATE
           MOVE WS-NEWIV-TIME-T (WS-NEWIV-IDX) TO WS-EV-TIME
           MOVE WS-NEWIV-PERSON-T (WS-NEWIV-IDX) TO WS-MRG-PERSON
           MOVE WS-NEWIV-LOC-T (WS-NEWIV-IDX) TO WS-MRG-LOCATION
           IF WS-NEWIV-FLAG-T (WS-NEWIV-IDX) = "A"
              MOVE "IB" TO WS-EV-TYPE
           ELSE
              MOVE "IS" TO WS-EV-TYPE
           END-IF

      *Gegenstück (Stornierung nach bzw. Buchung vor diesem Satz)
      *zum selben Termin unter den neuen Sätzen suchen.
           MOVE 0 TO WS-NEWIV-PAIRED
           PERFORM VARYING WS-NEWIV-IDX-2 FROM 1 BY 1
                   UNTIL WS-NEWIV-IDX-2 > WS-NEWIV-COUNT
                      OR WS-NEWIV-PAIRED = 1
              IF WS-NEWIV-CAND-T (WS-NEWIV-IDX-2) = WS-MRG-CAND
                 AND WS-NEWIV-REQ-T (WS-NEWIV-IDX-2) = WS-MRG-REQ
                 AND WS-NEWIV-DATE-T (WS-NEWIV-IDX-2) = WS-EV-DATE
                 AND WS-NEWIV-TIME-T (WS-NEWIV-IDX-2) = WS-EV-TIME
                 IF WS-EV-TYPE = "IB"
                    AND WS-NEWIV-IDX-2 > WS-NEWIV-IDX
                    AND WS-NEWIV-FLAG-T (WS-NEWIV-IDX-2) = "S"
                    MOVE 1 TO WS-NEWIV-PAIRED
                 END-IF
                 IF WS-EV-TYPE = "IS"
                    AND WS-NEWIV-IDX-2 < WS-NEWIV-IDX
                    AND WS-NEWIV-FLAG-T (WS-NEWIV-IDX-2) = "A"
                    MOVE 1 TO WS-NEWIV-PAIRED
                 END-IF
              END-IF
           END-PERFORM
           IF WS-NEWIV-PAIRED = 1
              STRING "im selben Zeitraum gebucht und storniert, "
                 "kein Brief"
                 DELIMITED BY SIZE INTO WS-SKIP-REASON
              ADD 1 TO WS-NOLETTER-COUNT
              PERFORM LISTE-OHNE-BRIEF-para
              EXIT PARAGRAPH
           END-IF

           PERFORM BRIEF-ERZEUGEN-para
           IF WS-LETTER-STATUS = "00"
              MOVE WS-EV-STAMP TO WS-LC-INTERVIEW-MARK
              PERFORM KONTROLLSATZ-SCHREIBEN-para
              IF WS-LC-WRITE-ERROR = 1
                 MOVE 1 TO WS-ABBRUCH
              END-IF
           END-IF.

      ******************************************************************
       BRIEF-ERZEUGEN-para.
      *----------------
      *Ermittelt Name, Sprache und Titel zum Ereignis, legt die
      *Briefdatei an und schreibt die Vorlagenzeilen der Briefart
      *mit ersetzten Platzhaltern hinein. WS-LETTER-STATUS = "00"
      *zeigt dem Aufrufer einen geschriebenen Brief an.
           MOVE "99" TO WS-LETTER-STATUS

           MOVE 0 TO WS-CAND-FOUND
           MOVE WS-MRG-CAND TO CM-CANDIDATE-ID
           READ CANDIDATE-MASTER KEY IS CM-CANDIDATE-ID
              INVALID KEY
                 MOVE 0 TO WS-CAND-FOUND
              NOT INVALID KEY
                 MOVE 1 TO WS-CAND-FOUND
                 MOVE CM-CANDIDATE-NAME TO WS-MRG-NAME
           END-READ
           IF WS-CAND-FOUND = 0
              MOVE "Kandidat nicht in der Stammdatei" TO WS-SKIP-REASON
              ADD 1 TO WS-SKIP-COUNT
              PERFORM LISTE-OHNE-BRIEF-para
              EXIT PARAGRAPH
           END-IF

           PERFORM SPRACHE-ERMITTELN-para
           PERFORM TITEL-ERMITTELN-para

      *Vorlage der Briefart in der Sprache des Kandidaten; fehlt
      *die englische Fassung, wird die deutsche verwendet.
           PERFORM VORLAGE-PRUEFEN-para
           IF WS-TPL-FOUND = 0 AND WS-EV-LANG NOT = "DE"
              MOVE "DE" TO WS-EV-LANG
              PERFORM VORLAGE-PRUEFEN-para
           END-IF
           IF WS-TPL-FOUND = 0
              STRING "keine Vorlage für Briefart " WS-EV-TYPE
                 DELIMITED BY SIZE INTO WS-SKIP-REASON
              ADD 1 TO WS-SKIP-COUNT
              PERFORM LISTE-OHNE-BRIEF-para
              EXIT PARAGRAPH
           END-IF

      *Tagesdatum und Ereignisdatum in der Form der Briefsprache.
           MOVE WS-EV-DATE TO WS-EV-DATE-SAVE
           MOVE WS-RUN-TODAY TO WS-EV-DATE
           PERFORM DATUM-AUFBEREITEN-para
           MOVE WS-MRG-DATE TO WS-MRG-TODAY
           MOVE WS-EV-DATE-SAVE TO WS-EV-DATE
           PERFORM DATUM-AUFBEREITEN-para
           MOVE SPACES TO WS-MRG-TIME
           IF WS-EV-TIME NOT = SPACES
              STRING WS-EV-TIME (1:2) ":" WS-EV-TIME (3:2)
                 DELIMITED BY SIZE INTO WS-MRG-TIME
           END-IF

           ADD 1 TO WS-LC-LETTER-NO
           MOVE SPACES TO WS-LETTER-PATH
           STRING "data/letter-" WS-LC-LETTER-NO ".txt"
              DELIMITED BY SIZE INTO WS-LETTER-PATH
           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = "00"
              SUBTRACT 1 FROM WS-LC-LETTER-NO
              STRING "Briefdatei " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LETTER-PATH) DELIMITED BY SIZE
                 " konnte nicht angelegt werden (Status "
                    DELIMITED BY SIZE
                 WS-LETTER-STATUS "); Lauf abgebrochen."
                    DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              MOVE 1 TO WS-ABBRUCH
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TPL-COUNT
                      OR WS-LETTER-STATUS NOT = "00"
              IF WS-TPL-TYPE-T (WS-TPL-IDX) = WS-EV-TYPE
                 AND WS-TPL-LANG-T (WS-TPL-IDX) = WS-EV-LANG
                 PERFORM PLATZHALTER-ERSETZEN-para
                 MOVE WS-OUT-LINE TO LETTER-RECORD
                 WRITE LETTER-RECORD
              END-IF
           END-PERFORM
      *CLOSE setzt den Dateistatus zurück, daher wird der Stand des
      *letzten WRITE vorher gesichert.
           MOVE WS-LETTER-STATUS TO WS-LETTER-WRITE-STATUS
           CLOSE LETTER-FILE
           IF WS-LETTER-WRITE-STATUS NOT = "00"
              STRING "Briefdatei " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LETTER-PATH) DELIMITED BY SIZE
                 " konnte nicht geschrieben werden (Status "
                    DELIMITED BY SIZE
                 WS-LETTER-WRITE-STATUS "); Lauf abgebrochen."
                    DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              MOVE WS-LETTER-WRITE-STATUS TO WS-LETTER-STATUS
              MOVE 1 TO WS-ABBRUCH
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LETTER-NO

           STRING WS-EV-SOURCE " " WS-EV-STAMP " " WS-EV-TYPE " "
              WS-EV-LANG " " WS-MRG-CAND " " WS-MRG-REQ " "
              WS-EV-DATE " " WS-EV-TIME " -> "
              FUNCTION TRIM(WS-LETTER-PATH)
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para.

      ******************************************************************
       LISTE-OHNE-BRIEF-para.
      *----------------
      *Schreibt ein Ereignis ohne Brief mit dem Grund in die
      *Laufliste.
           STRING WS-EV-SOURCE " " WS-EV-STAMP " " WS-EV-TYPE
              "    " WS-MRG-CAND " " WS-MRG-REQ " "
              WS-EV-DATE " " WS-EV-TIME " -- "
              FUNCTION TRIM(WS-SKIP-REASON)
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para.

      ******************************************************************
       VORLAGE-PRUEFEN-para.
      *----------------
      *Setzt WS-TPL-FOUND auf 1, wenn es zur Briefart WS-EV-TYPE in
      *der Sprache WS-EV-LANG Vorlagenzeilen gibt.
           MOVE 0 TO WS-TPL-FOUND
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TPL-COUNT
                      OR WS-TPL-FOUND = 1
              IF WS-TPL-TYPE-T (WS-TPL-IDX) = WS-EV-TYPE
                 AND WS-TPL-LANG-T (WS-TPL-IDX) = WS-EV-LANG
                 MOVE 1 TO WS-TPL-FOUND
              END-IF
           END-PERFORM.

      ******************************************************************
       SPRACHE-ERMITTELN-para.
      *----------------
      *Ermittelt die Briefsprache des Kandidaten WS-MRG-CAND aus
      *data/letter-language.txt; ohne Datei oder Eintrag "DE".
           MOVE "DE" TO WS-EV-LANG
           OPEN INPUT LANGUAGE-FILE
           IF WS-LANGUAGE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-READ-DONE-2
           PERFORM UNTIL WS-READ-DONE-2 = 1
              READ LANGUAGE-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE-2
                 NOT AT END
                    IF LG-CANDIDATE-ID = WS-MRG-CAND
                       MOVE FUNCTION UPPER-CASE (LG-LANGUAGE)
                            TO WS-EV-LANG
                       MOVE 1 TO WS-READ-DONE-2
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LANGUAGE-FILE.

      ******************************************************************
       TITEL-ERMITTELN-para.
      *----------------
      *Ermittelt den Titel der Ausschreibung WS-MRG-REQ; ist sie
      *nicht (mehr) in der Stammdatei, steht die Ausschreibungs-ID
      *im Brief.
           MOVE WS-MRG-REQ TO WS-MRG-TITLE
           OPEN INPUT REQUISITION-MASTER
           IF WS-REQUISITION-MASTER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-READ-DONE-2
           PERFORM UNTIL WS-READ-DONE-2 = 1
              READ REQUISITION-MASTER
                 AT END
                    MOVE 1 TO WS-READ-DONE-2
                 NOT AT END
                    IF RM-REQUISITION-ID = WS-MRG-REQ
                       MOVE RM-TITLE TO WS-MRG-TITLE
                       MOVE 1 TO WS-READ-DONE-2
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REQUISITION-MASTER.

      ******************************************************************
       DATUM-AUFBEREITEN-para.
      *----------------
      *Bereitet WS-EV-DATE (JJJJMMTT) für den Brief auf: deutsch
      *TT.MM.JJJJ, englisch JJJJ-MM-TT.
           MOVE SPACES TO WS-MRG-DATE
           IF WS-EV-DATE = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-EV-LANG = "EN"
              STRING WS-EV-DATE (1:4) "-" WS-EV-DATE (5:2) "-"
                 WS-EV-DATE (7:2)
                 DELIMITED BY SIZE INTO WS-MRG-DATE
           ELSE
              STRING WS-EV-DATE (7:2) "." WS-EV-DATE (5:2) "."
                 WS-EV-DATE (1:4)
                 DELIMITED BY SIZE INTO WS-MRG-DATE
           END-IF.

      ******************************************************************
       PLATZHALTER-ERSETZEN-para.
      *----------------
      *Überträgt die Vorlagenzeile unter WS-TPL-IDX nach
      *WS-OUT-LINE und ersetzt dabei jeden bekannten Platzhalter
      *&NAME& durch seinen Wert. Ein unbekannter Platzhalter oder
      *ein einzelnes "&" wird unverändert übernommen.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           MOVE 1 TO WS-SCAN-IDX
           PERFORM UNTIL WS-SCAN-IDX > 100
              IF WS-TPL-TEXT-T (WS-TPL-IDX) (WS-SCAN-IDX:1) = "&"
                 PERFORM PLATZHALTER-LESEN-para
              ELSE
                 STRING WS-TPL-TEXT-T (WS-TPL-IDX) (WS-SCAN-IDX:1)
                    DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                 ADD 1 TO WS-SCAN-IDX
              END-IF
           END-PERFORM.

      ******************************************************************
       PLATZHALTER-LESEN-para.
      *----------------
      *WS-SCAN-IDX steht auf einem "&": sucht das schließende "&",
      *ersetzt einen bekannten Platzhalter durch seinen Wert und
      *setzt WS-SCAN-IDX hinter den Platzhalter.
           MOVE 0 TO WS-SCAN-END
           PERFORM VARYING WS-TOKEN-LEN FROM 1 BY 1
                   UNTIL WS-TOKEN-LEN > 20
                      OR WS-SCAN-IDX + WS-TOKEN-LEN > 100
                      OR WS-SCAN-END > 0
              IF WS-TPL-TEXT-T (WS-TPL-IDX)
                 (WS-SCAN-IDX + WS-TOKEN-LEN:1) = "&"
                 COMPUTE WS-SCAN-END = WS-SCAN-IDX + WS-TOKEN-LEN
              END-IF
           END-PERFORM

           MOVE 0 TO WS-MRG-KNOWN
           IF WS-SCAN-END > WS-SCAN-IDX + 1
              MOVE SPACES TO WS-TOKEN
              MOVE WS-TPL-TEXT-T (WS-TPL-IDX)
                   (WS-SCAN-IDX + 1 : WS-SCAN-END - WS-SCAN-IDX - 1)
                   TO WS-TOKEN
              MOVE 1 TO WS-MRG-KNOWN
              EVALUATE WS-TOKEN
                 WHEN "NAME"          MOVE WS-MRG-NAME TO WS-MRG-VALUE
                 WHEN "KANDIDAT"      MOVE WS-MRG-CAND TO WS-MRG-VALUE
                 WHEN "AUSSCHREIBUNG" MOVE WS-MRG-REQ TO WS-MRG-VALUE
                 WHEN "TITEL"         MOVE WS-MRG-TITLE TO WS-MRG-VALUE
                 WHEN "DATUM"         MOVE WS-MRG-DATE TO WS-MRG-VALUE
                 WHEN "UHRZEIT"       MOVE WS-MRG-TIME TO WS-MRG-VALUE
                 WHEN "ORT"        MOVE WS-MRG-LOCATION TO WS-MRG-VALUE
                 WHEN "INTERVIEWER"  MOVE WS-MRG-PERSON TO WS-MRG-VALUE
                 WHEN "HEUTE"         MOVE WS-MRG-TODAY TO WS-MRG-VALUE
                 WHEN OTHER           MOVE 0 TO WS-MRG-KNOWN
              END-EVALUATE
           END-IF

           IF WS-MRG-KNOWN = 1
              IF WS-MRG-VALUE NOT = SPACES
                 STRING FUNCTION TRIM(WS-MRG-VALUE) DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
              END-IF
              COMPUTE WS-SCAN-IDX = WS-SCAN-END + 1
           ELSE
              STRING "&" DELIMITED BY SIZE
                 INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
              ADD 1 TO WS-SCAN-IDX
           END-IF.

      ******************************************************************
       ZEILE-SCHREIBEN-para.
      *----------------
      *Schreibt WS-REPORT-LINE in die Laufliste und leert das
      *Aufbaufeld für die nächste Zeile.
           MOVE WS-REPORT-LINE TO LETTER-RUN-RECORD
           WRITE LETTER-RUN-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

      ******************************************************************
      ******************************************************************
