      ******************************************************************
      *----------------------------------------------------------------*
      *                                                                *
      *       Copyright(c) by Patrick Beeck                            *
      *       Version: 1.0                                             *
      *                                                                *
      *----------------------------------------------------------------*

      *Wartungsprogramm für die Ausschreibungs-Stammdatei
      *data/requisition-master.txt und die geforderten Kenntnisse je
      *Ausschreibung in data/requisition-skills.txt. Beide Dateien
      *wurden bislang von Hand im Texteditor gepflegt, obwohl
      *CVMATCH und die Status- und Interview-Abschnitte des
      *Dialogprogramms davon abhängen; ein Tippfehler im
      *O/C-Kennzeichen oder eine verrutschte Spalte ließ eine
      *Ausschreibung stillschweigend aus dem Matchinglauf fallen.
      *Über das nachfolgende Menü lassen sich Ausschreibungen
      *anlegen, ändern, auflisten und schließen sowie ihre
      *Anforderungen pflegen (analog zu CVMAINT für die Kandidaten).
      *Jede Ausschreibung trägt die Anzahl der zu besetzenden Stellen
      *und die Anzahl der bereits besetzten. Wird eine Ausschreibung
      *geschlossen oder ihre letzte Stelle über ein angenommenes
      *Angebot besetzt, erhält sie das Kennzeichen C, und für jeden
      *Kandidaten, dessen Bewerbung auf diese Ausschreibung noch
      *offen ist, wird ein Statussatz 5 (Absage) an
      *data/application-status.dat angehängt - so bleibt niemand in
      *der Pipeline hängen. Die angenommenen Angebote stehen in
      *data/requisition-hires.txt; diese Kandidaten erhalten beim
      *Schließen selbstverständlich keine Absage.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CVREQMNT.
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
      *Stammdatei der Ausschreibungen (wie in CVMATCH) samt
      *Arbeitsdatei: Änderungen werden in der Tabelle gesammelt, in
      *die Arbeitsdatei geschrieben und die Stammdatei daraus neu
      *aufgebaut (gleiches Umkopier-Muster wie beim
      *Nutzungsprotokoll in CVCLEAN).
           SELECT REQUISITION-MASTER
               ASSIGN DYNAMIC WS-REQUISITION-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUISITION-MASTER-STATUS.

           SELECT REQUISITION-MASTER-WORK
               ASSIGN DYNAMIC WS-REQ-MASTER-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQ-MASTER-WORK-STATUS.

      *Geforderte Kenntnisse/Sprachen je Ausschreibung (wie in
      *CVMATCH) samt Arbeitsdatei für den Neuaufbau.
           SELECT REQUISITION-SKILLS
               ASSIGN DYNAMIC WS-REQUISITION-SKILLS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUISITION-SKILLS-STATUS.

           SELECT REQUISITION-SKILLS-WORK
               ASSIGN DYNAMIC WS-REQ-SKILLS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQ-SKILLS-WORK-STATUS.

      *Die fortgeschriebene Statusdatei des Dialogprogramms: beim
      *Schließen einer Ausschreibung wird der aktuelle Stand je
      *Kandidat ermittelt und für jede offene Bewerbung ein
      *Absage-Satz angehängt. Indiziert wie im Dialogprogramm; die
      *Bewerber einer Ausschreibung werden über den
      *Alternativschlüssel Ausschreibung/Datum gefunden.
           SELECT APPLICATION-STATUS-FILE
               ASSIGN DYNAMIC WS-APPLICATION-STATUS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               ALTERNATE RECORD KEY IS AS-REQ-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AS-ENTRY-STAMP
               FILE STATUS IS WS-APPLICATION-STATUS-STATUS.

      *Angenommene Angebote je Ausschreibung (eine Zeile je
      *besetzter Stelle); wird nur fortgeschrieben.
           SELECT REQUISITION-HIRES
               ASSIGN DYNAMIC WS-REQUISITION-HIRES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUISITION-HIRES-STATUS.

       DATA DIVISION.
      *==============
      *
       FILE SECTION.
      *-------------
      *
      *Satzaufbau der Ausschreibungs-Stammdatei: ID, Status
      *(O = offen, C = geschlossen), Titel sowie Anzahl der zu
      *besetzenden und der bereits besetzten Stellen. Die ersten 51
      *Stellen sind unverändert die der bisherigen Datei.
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

       FD REQUISITION-MASTER-WORK.
       01  REQUISITION-MASTER-WORK-RECORD PIC X(59).

       FD REQUISITION-SKILLS.
       01  REQUISITION-SKILLS-RECORD.
           05 RS-REQUISITION-ID   PIC X(8).
           05 FILLER              PIC X(1).
           05 RS-SKILL            PIC X(55).

       FD REQUISITION-SKILLS-WORK.
       01  REQUISITION-SKILLS-WORK-RECORD PIC X(64).

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

      *Satzaufbau der Besetzungsdatei: Ausschreibung, Kandidat und
      *Datum der Annahme des Angebots.
       FD REQUISITION-HIRES.
       01  REQUISITION-HIRES-RECORD.
           05 RH-REQUISITION-ID   PIC X(8).
           05 FILLER              PIC X(1).
           05 RH-CANDIDATE-ID     PIC X(6).
           05 FILLER              PIC X(1).
           05 RH-HIRE-DATE        PIC X(8).

       WORKING-STORAGE SECTION.
      *------------------------
      *
      *Pfade der beteiligten Dateien sowie die dazugehörigen
      *FILE-STATUS-Felder.
       01 WS-FILE-PATHS.
           05 WS-REQUISITION-MASTER-PATH
                       PIC X(60) VALUE "data/requisition-master.txt".
           05 WS-REQUISITION-MASTER-STATUS PIC X(2).
           05 WS-REQ-MASTER-WORK-PATH
                       PIC X(60) VALUE "data/requisition-master.tmp".
           05 WS-REQ-MASTER-WORK-STATUS PIC X(2).
           05 WS-REQUISITION-SKILLS-PATH
                       PIC X(60) VALUE "data/requisition-skills.txt".
           05 WS-REQUISITION-SKILLS-STATUS PIC X(2).
           05 WS-REQ-SKILLS-WORK-PATH
                       PIC X(60) VALUE "data/requisition-skills.tmp".
           05 WS-REQ-SKILLS-WORK-STATUS PIC X(2).
           05 WS-APPLICATION-STATUS-PATH
                         PIC X(60) VALUE "data/application-status.dat".
           05 WS-APPLICATION-STATUS-STATUS PIC X(2).
           05 WS-REQUISITION-HIRES-PATH
                         PIC X(60) VALUE "data/requisition-hires.txt".
           05 WS-REQUISITION-HIRES-STATUS PIC X(2).

      *Tabelle der Ausschreibungen. Sie wird beim Start geladen,
      *von den Pflegefunktionen geändert und nach jeder Änderung
      *vollständig zurückgeschrieben.
       01 WS-REQ-COUNT         PIC 9(3) VALUE 0.
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-REQ-IDX WS-REQ-SAVE-IDX.
              10 WS-REQ-ID-T       PIC X(8).
              10 WS-REQ-STATUS-T   PIC X(1).
              10 WS-REQ-TITLE-T    PIC X(40).
              10 WS-REQ-OPENINGS-T PIC 9(3).
              10 WS-REQ-FILLED-T   PIC 9(3).
       01 WS-REQ-OVERFLOW      PIC 9 VALUE 0.

      *Tabelle der Anforderungen aller Ausschreibungen (gleiches
      *Muster wie in CVMATCH). WS-RS-GONE-T markiert entfernte
      *Einträge bis zum Zurückschreiben.
       01 WS-REQSKILL-COUNT    PIC 9(4) VALUE 0.
       01 WS-REQSKILL-TABLE.
           05 WS-REQSKILL-ENTRY OCCURS 1000 TIMES
                                INDEXED BY WS-RS-IDX.
              10 WS-RS-REQ-ID-T    PIC X(8).
              10 WS-RS-SKILL-T     PIC X(55).
              10 WS-RS-GONE-T      PIC 9.
       01 WS-REQSKILL-OVERFLOW PIC 9 VALUE 0.

      *Aktueller Stand je Kandidat für die gerade bearbeitete
      *Ausschreibung (gleiches Verfahren wie PIPELINE-MERKEN-para im
      *Dialogprogramm: der jüngste nicht stornierte Satz gewinnt).
      *Bleibt WS-PIPE-STATUS leer, sind alle Sätze des Kandidaten
      *storniert; er zählt dann nicht als Bewerber.
       01 WS-PIPELINE-COUNT    PIC 9(3) VALUE 0.
       01 WS-PIPELINE-TABLE.
           05 WS-PIPE-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-PIPE-IDX.
              10 WS-PIPE-CAND      PIC X(6).
              10 WS-PIPE-STATUS    PIC X(1).
              10 WS-PIPE-DATE      PIC X(8).
              10 WS-PIPE-HIRED     PIC 9.
       01 WS-PIPE-FOUND        PIC 9 VALUE 0.
       01 WS-PIPE-OVERFLOW     PIC 9 VALUE 0.

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

      *Eingabefelder für die Pflegefunktionen. Die Felder werden vor
      *jeder Erfassung geleert, damit keine Reste einer vorherigen
      *Eingabe stehenbleiben.
       01 WS-INPUT-REQ-ID      PIC X(8).
       01 WS-INPUT-TITLE       PIC X(40).
       01 WS-INPUT-OPENINGS    PIC 9(3).
       01 WS-INPUT-SKILL       PIC X(55).
       01 WS-INPUT-CAND-ID     PIC X(6).
       01 WS-INPUT-SKILL-NO    PIC 9(3).

      *Merker und Zähler der Pflegefunktionen.
       01 WS-READ-DONE         PIC 9 VALUE 0.
       01 WS-REQ-FOUND         PIC 9 VALUE 0.
       01 WS-SAVE-OK           PIC 9 VALUE 0.
       01 WS-WORK-WRITE-STATUS PIC X(2) VALUE SPACES.
       01 WS-INPUT-REQ-ID-SAVE PIC X(8).
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.
       01 WS-SKILL-NO          PIC 9(3) VALUE 0.
       01 WS-SKILL-NO-EDIT     PIC ZZ9.
       01 WS-REJECT-COUNT      PIC 9(4) VALUE 0.
       01 WS-REJECT-FAILED     PIC 9(4) VALUE 0.
       01 WS-STATUS-WRITTEN    PIC 9 VALUE 0.
       01 WS-ALREADY-HIRED     PIC 9 VALUE 0.
       01 WS-TODAY             PIC X(8).

      *Ja/Nein-Abfragen (Schließ-Bestätigung) nutzen dieselben
      *Antwortvarianten wie das Dialogprogramm.
       01 WS-USER-INPUT-TEXT PIC X(5).
       88 WS-TRUE-ANSWER  VALUE "Ja" "ja" "J" "j" "Yes" "yes" "Y" "y"
      -    "True" "TRUE" "true" "1".
       88 WS-FALSE-ANSWER VALUE "Nein" "nein" "N" "n" "No" "no" "False"
      -    "False" "FALSE" "false" "0".
       88 WS-VALID-ANSWER VALUE "Ja" "ja" "J" "j" "Yes" "yes" "Y" "y"
      -    "True" "TRUE" "true" "1" "Nein" "nein" "N" "n" "No" "no"
      -    "0" "False" "FALSE" "false".

      *Nummernauswahl im Wartungsmenü.
       01 WS-USER-INPUT-NO PIC 9(2).

      *
      ******************************************************************
       PROCEDURE DIVISION.
      *===================

      ******************************************************************
       INITIALISIERUNG SECTION.
      *----------------
      *Lädt Stammdatei und Anforderungen in die Tabellen. Fehlen die
      *Dateien noch, beginnt die Pflege mit leeren Tabellen; die
      *Dateien werden beim ersten Zurückschreiben angelegt.
           PERFORM AUSSCHREIBUNGEN-LADEN-para
           PERFORM ANFORDERUNGEN-LADEN-para.

      ******************************************************************
       WARTUNG SECTION.
      *----------------
      *Das nachfolgende Menü ist die Ebene, von der aus die einzelnen
      *Pflegefunktionen für die Ausschreibungen aufgerufen werden.
      *Nach jeder Funktion wird der User, nach kurzer Bestätigung
      *durch ENTER, hierher zurückgeleitet.
           DISPLAY "***************************************************"
           DISPLAY SPACE
           DISPLAY "Pflege der Ausschreibungen"
           DISPLAY "(1) Ausschreibung anlegen"
           DISPLAY "(2) Ausschreibung ändern"
           DISPLAY "(3) Alle Ausschreibungen auflisten"
           DISPLAY "(4) Anforderung hinzufügen"
           DISPLAY "(5) Anforderung entfernen"
           DISPLAY "(6) Ausschreibung schließen"
           DISPLAY "(7) Stelle besetzen (angenommenes Angebot)"
           DISPLAY "(9) Programm beenden"
           DISPLAY X'0A' "Geben Sie bitte eine Nummer von 1 bis 9 ein un
      -            "d bestätigen Sie mit ENTER."
           ACCEPT WS-USER-INPUT-NO

           EVALUATE WS-USER-INPUT-NO
              WHEN 1
                 PERFORM ANLEGEN-para
              WHEN 2
                 PERFORM AENDERN-para
              WHEN 3
                 PERFORM AUFLISTEN-para
              WHEN 4
                 PERFORM ANFORDERUNG-HINZU-para
              WHEN 5
                 PERFORM ANFORDERUNG-ENTFERNEN-para
              WHEN 6
                 PERFORM SCHLIESSEN-para
              WHEN 7
                 PERFORM BESETZEN-para
              WHEN 9
                 DISPLAY "*********************************************"
                 DISPLAY "Die Pflege der Ausschreibungen ist beendet."
                 DISPLAY "*********************************************"
                 STOP RUN
              WHEN OTHER
                 DISPLAY "Bitte geben Sie eine Nummer von 1 bis 9 ein."
           END-EVALUATE

           PERFORM NEXT-STEP-para.

      ******************************************************************
       AUSSCHREIBUNGEN-LADEN-para.
      *----------------
      *Liest die Ausschreibungs-Stammdatei vollständig in die
      *WS-REQ-TABLE ein. Zeilen aus der Zeit vor Einführung der
      *Stellenzahlen (nur 51 Stellen) erhalten eine zu besetzende
      *und keine besetzte Stelle.
           MOVE 0 TO WS-REQ-COUNT
           MOVE 0 TO WS-REQ-OVERFLOW
           OPEN INPUT REQUISITION-MASTER
           IF WS-REQUISITION-MASTER-STATUS NOT = "00"
              DISPLAY "Hinweis: Ausschreibungs-Stammdatei "
                      FUNCTION TRIM(WS-REQUISITION-MASTER-PATH)
              DISPLAY "ist nicht vorhanden (Status "
                      WS-REQUISITION-MASTER-STATUS
                      "), sie wird beim ersten Anlegen erzeugt."
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              MOVE SPACES TO REQUISITION-MASTER-RECORD
              READ REQUISITION-MASTER
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    IF RM-REQUISITION-ID NOT = SPACES
                       IF WS-REQ-COUNT < 200
                          ADD 1 TO WS-REQ-COUNT
                          SET WS-REQ-IDX TO WS-REQ-COUNT
                          PERFORM AUSSCHREIBUNG-MERKEN-para
                       ELSE
                          MOVE 1 TO WS-REQ-OVERFLOW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REQUISITION-MASTER

           IF WS-REQ-OVERFLOW = 1
              DISPLAY "Hinweis: mehr als 200 Ausschreibungen, die weiter
      -              "en können hier nicht gepflegt werden."
           END-IF.

      ******************************************************************
       AUSSCHREIBUNG-MERKEN-para.
      *----------------
      *Überträgt den gelesenen Stammsatz in den Tabelleneintrag unter
      *WS-REQ-IDX.
           MOVE RM-REQUISITION-ID TO WS-REQ-ID-T (WS-REQ-IDX)
           MOVE RM-STATUS TO WS-REQ-STATUS-T (WS-REQ-IDX)
           MOVE RM-TITLE TO WS-REQ-TITLE-T (WS-REQ-IDX)
           IF RM-OPENINGS IS NUMERIC
              MOVE RM-OPENINGS TO WS-REQ-OPENINGS-T (WS-REQ-IDX)
           ELSE
              MOVE 1 TO WS-REQ-OPENINGS-T (WS-REQ-IDX)
           END-IF
           IF RM-FILLED IS NUMERIC
              MOVE RM-FILLED TO WS-REQ-FILLED-T (WS-REQ-IDX)
           ELSE
              MOVE 0 TO WS-REQ-FILLED-T (WS-REQ-IDX)
           END-IF.

      ******************************************************************
       ANFORDERUNGEN-LADEN-para.
      *----------------
      *Liest die Anforderungs-Datei vollständig in die
      *WS-REQSKILL-TABLE ein.
           MOVE 0 TO WS-REQSKILL-COUNT
           MOVE 0 TO WS-REQSKILL-OVERFLOW
           OPEN INPUT REQUISITION-SKILLS
           IF WS-REQUISITION-SKILLS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ REQUISITION-SKILLS
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    IF RS-REQUISITION-ID NOT = SPACES
                       IF WS-REQSKILL-COUNT < 1000
                          ADD 1 TO WS-REQSKILL-COUNT
                          SET WS-RS-IDX TO WS-REQSKILL-COUNT
                          MOVE RS-REQUISITION-ID
                               TO WS-RS-REQ-ID-T (WS-RS-IDX)
                          MOVE RS-SKILL TO WS-RS-SKILL-T (WS-RS-IDX)
                          MOVE 0 TO WS-RS-GONE-T (WS-RS-IDX)
                       ELSE
                          MOVE 1 TO WS-REQSKILL-OVERFLOW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REQUISITION-SKILLS

           IF WS-REQSKILL-OVERFLOW = 1
              DISPLAY "Hinweis: mehr als 1000 Anforderungen, die weitere
      -              "n können hier nicht gepflegt werden."
           END-IF.

      ******************************************************************
       AUSSCHREIBUNG-SUCHEN-para.
      *----------------
      *Sucht die Ausschreibung WS-INPUT-REQ-ID in der Tabelle; bei
      *Erfolg steht WS-REQ-FOUND auf 1 und WS-REQ-IDX auf dem
      *Eintrag.
           MOVE 0 TO WS-REQ-FOUND
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
                      OR WS-REQ-FOUND = 1
              IF WS-REQ-ID-T (WS-REQ-IDX) = WS-INPUT-REQ-ID
                 MOVE 1 TO WS-REQ-FOUND
              END-IF
           END-PERFORM
           IF WS-REQ-FOUND = 1
              SET WS-REQ-IDX DOWN BY 1
           END-IF.

      ******************************************************************
       ANLEGEN-para.
      *----------------
      *Erfasst eine neue Ausschreibung mit Titel und Anzahl der zu
      *besetzenden Stellen; sie wird immer offen angelegt. Eine
      *leere oder bereits vorhandene ID wird abgewiesen.
           IF WS-REQ-OVERFLOW = 1 OR WS-REQ-COUNT = 200
              DISPLAY "Hinweis: Die Tabelle der Ausschreibungen ist voll
      -               ", es wurde nichts angelegt."
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-INPUT-REQ-ID
           MOVE SPACES TO WS-INPUT-TITLE
           MOVE 0 TO WS-INPUT-OPENINGS

           DISPLAY X'0A' "Neue Ausschreibungs-ID eingeben (max. 8 Stelle
      -            "n, z.B. REQ00004):"
           ACCEPT WS-INPUT-REQ-ID
           MOVE FUNCTION UPPER-CASE (WS-INPUT-REQ-ID) TO WS-INPUT-REQ-ID
           IF WS-INPUT-REQ-ID = SPACES
              DISPLAY "Hinweis: Eine leere Ausschreibungs-ID ist nicht z
      -               "ulässig, es wurde nichts angelegt."
              EXIT PARAGRAPH
           END-IF
           PERFORM AUSSCHREIBUNG-SUCHEN-para
           IF WS-REQ-FOUND = 1
              DISPLAY "Hinweis: Die Ausschreibungs-ID " WS-INPUT-REQ-ID
                      " existiert bereits, es wurde nichts angelegt."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Titel der Ausschreibung eingeben:"
           ACCEPT WS-INPUT-TITLE
           IF WS-INPUT-TITLE = SPACES
              DISPLAY "Hinweis: Ohne Titel wird keine Ausschreibung ange
      -               "legt."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Anzahl der zu besetzenden Stellen (1-999):"
           ACCEPT WS-INPUT-OPENINGS
           IF WS-INPUT-OPENINGS = 0
              DISPLAY "Hinweis: Die Stellenzahl muss zwischen 1 und 999 
      -               "liegen, es wurde nichts angelegt."
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REQ-COUNT
           SET WS-REQ-IDX TO WS-REQ-COUNT
           MOVE WS-INPUT-REQ-ID TO WS-REQ-ID-T (WS-REQ-IDX)
           MOVE "O" TO WS-REQ-STATUS-T (WS-REQ-IDX)
           MOVE WS-INPUT-TITLE TO WS-REQ-TITLE-T (WS-REQ-IDX)
           MOVE WS-INPUT-OPENINGS TO WS-REQ-OPENINGS-T (WS-REQ-IDX)
           MOVE 0 TO WS-REQ-FILLED-T (WS-REQ-IDX)

           PERFORM STAMMDATEI-SICHERN-para
           IF WS-SAVE-OK = 1
              DISPLAY "Die Ausschreibung " WS-INPUT-REQ-ID
                      " wurde angelegt."
              DISPLAY "Die geforderten Kenntnisse bitte über "
                      "Menüpunkt (4) erfassen."
           END-IF.

      ******************************************************************
       AENDERN-para.
      *----------------
      *Erfasst Titel und Stellenzahl einer Ausschreibung neu. Eine
      *leere Eingabe bzw. 0 behält den bisherigen Wert bei. Die
      *Stellenzahl darf nicht unter die Zahl der bereits besetzten
      *Stellen sinken.
           MOVE SPACES TO WS-INPUT-REQ-ID
           DISPLAY X'0A' "Ausschreibungs-ID der zu ändernden Ausschreib
      -            "ung eingeben:"
           ACCEPT WS-INPUT-REQ-ID
           MOVE FUNCTION UPPER-CASE (WS-INPUT-REQ-ID) TO WS-INPUT-REQ-ID
           PERFORM AUSSCHREIBUNG-SUCHEN-para
           IF WS-REQ-FOUND = 0
              DISPLAY "Hinweis: Keine Ausschreibungs-ID "
                      WS-INPUT-REQ-ID " gefunden."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Bisheriger Titel:   " WS-REQ-TITLE-T (WS-REQ-IDX)
           DISPLAY "Stellen gesamt:     "
                   WS-REQ-OPENINGS-T (WS-REQ-IDX)
                   ", davon besetzt: " WS-REQ-FILLED-T (WS-REQ-IDX)
           MOVE SPACES TO WS-INPUT-TITLE
           MOVE 0 TO WS-INPUT-OPENINGS
           DISPLAY "Neuen Titel eingeben (leer = unverändert):"
           ACCEPT WS-INPUT-TITLE
           DISPLAY "Neue Stellenzahl eingeben (0 = unverändert):"
           ACCEPT WS-INPUT-OPENINGS

           IF WS-INPUT-OPENINGS NOT = 0
              AND WS-INPUT-OPENINGS < WS-REQ-FILLED-T (WS-REQ-IDX)
              DISPLAY "Hinweis: Es sind bereits "
                      WS-REQ-FILLED-T (WS-REQ-IDX)
                      " Stellen besetzt, die Stellenzahl kann nicht daru
      -               "nter sinken. Es wurde nichts geändert."
              EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-TITLE NOT = SPACES
              MOVE WS-INPUT-TITLE TO WS-REQ-TITLE-T (WS-REQ-IDX)
           END-IF
           IF WS-INPUT-OPENINGS NOT = 0
              MOVE WS-INPUT-OPENINGS TO WS-REQ-OPENINGS-T (WS-REQ-IDX)
           END-IF

           PERFORM STAMMDATEI-SICHERN-para
           IF WS-SAVE-OK = 1
              DISPLAY "Die Ausschreibung " WS-INPUT-REQ-ID
                      " wurde geändert."
           END-IF.

      ******************************************************************
       AUFLISTEN-para.
      *----------------
      *Listet alle Ausschreibungen mit Status, Stellenzahlen und den
      *geforderten Kenntnissen auf.
           DISPLAY X'0A' "Inhalt der Ausschreibungs-Stammdatei:"
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
              DISPLAY SPACE
              DISPLAY WS-REQ-ID-T (WS-REQ-IDX) " "
                      WS-REQ-STATUS-T (WS-REQ-IDX) " "
                      WS-REQ-TITLE-T (WS-REQ-IDX) " Stellen "
                      WS-REQ-OPENINGS-T (WS-REQ-IDX) ", besetzt "
                      WS-REQ-FILLED-T (WS-REQ-IDX)
              MOVE WS-REQ-ID-T (WS-REQ-IDX) TO WS-INPUT-REQ-ID
              PERFORM ANFORDERUNGEN-ZEIGEN-para
           END-PERFORM

           IF WS-REQ-COUNT = 0
              DISPLAY "(Die Stammdatei enthält keine Ausschreibungen.)"
           ELSE
              DISPLAY SPACE
              DISPLAY "Anzahl Ausschreibungen: " WS-REQ-COUNT
           END-IF.

      ******************************************************************
       ANFORDERUNGEN-ZEIGEN-para.
      *----------------
      *Zeigt die Anforderungen der Ausschreibung WS-INPUT-REQ-ID mit
      *laufender Nummer an; über diese Nummer wird beim Entfernen
      *die zu löschende Anforderung gewählt.
           MOVE 0 TO WS-SKILL-NO
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-REQSKILL-COUNT
              IF WS-RS-REQ-ID-T (WS-RS-IDX) = WS-INPUT-REQ-ID
                 AND WS-RS-GONE-T (WS-RS-IDX) = 0
                 ADD 1 TO WS-SKILL-NO
                 MOVE WS-SKILL-NO TO WS-SKILL-NO-EDIT
                 DISPLAY "   " WS-SKILL-NO-EDIT ". "
                         FUNCTION TRIM(WS-RS-SKILL-T (WS-RS-IDX))
              END-IF
           END-PERFORM
           IF WS-SKILL-NO = 0
              DISPLAY "   (Keine Anforderungen hinterlegt.)"
           END-IF.

      ******************************************************************
       ANFORDERUNG-HINZU-para.
      *----------------
      *Fügt einer vorhandenen Ausschreibung eine geforderte Kenntnis
      *oder Sprache hinzu. Eine bereits hinterlegte gleichlautende
      *Anforderung wird nicht doppelt erfasst.
           MOVE SPACES TO WS-INPUT-REQ-ID
           DISPLAY X'0A' "Ausschreibungs-ID eingeben:"
           ACCEPT WS-INPUT-REQ-ID
           MOVE FUNCTION UPPER-CASE (WS-INPUT-REQ-ID) TO WS-INPUT-REQ-ID
           PERFORM AUSSCHREIBUNG-SUCHEN-para
           IF WS-REQ-FOUND = 0
              DISPLAY "Hinweis: Keine Ausschreibungs-ID "
                      WS-INPUT-REQ-ID " gefunden."
              EXIT PARAGRAPH
           END-IF
           IF WS-REQSKILL-OVERFLOW = 1 OR WS-REQSKILL-COUNT = 1000
              DISPLAY "Hinweis: Die Tabelle der Anforderungen ist voll, 
      -               "es wurde nichts hinzugefügt."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Bisherige Anforderungen:"
           PERFORM ANFORDERUNGEN-ZEIGEN-para
           MOVE SPACES TO WS-INPUT-SKILL
           DISPLAY "Neue Anforderung eingeben (Kenntnis oder Sprache):"
           ACCEPT WS-INPUT-SKILL
           IF WS-INPUT-SKILL = SPACES
              DISPLAY "Hinweis: Eine leere Anforderung wird nicht erfass
      -               "t."
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-REQSKILL-COUNT
              IF WS-RS-REQ-ID-T (WS-RS-IDX) = WS-INPUT-REQ-ID
                 AND WS-RS-GONE-T (WS-RS-IDX) = 0
                 AND FUNCTION UPPER-CASE (WS-RS-SKILL-T (WS-RS-IDX))
                     = FUNCTION UPPER-CASE (WS-INPUT-SKILL)
                 DISPLAY "Hinweis: Die Anforderung ist bereits hinterleg
      -                  "t, es wurde nichts hinzugefügt."
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM

           ADD 1 TO WS-REQSKILL-COUNT
           SET WS-RS-IDX TO WS-REQSKILL-COUNT
           MOVE WS-INPUT-REQ-ID TO WS-RS-REQ-ID-T (WS-RS-IDX)
           MOVE WS-INPUT-SKILL TO WS-RS-SKILL-T (WS-RS-IDX)
           MOVE 0 TO WS-RS-GONE-T (WS-RS-IDX)

           PERFORM ANFORDERUNGEN-SICHERN-para
           IF WS-SAVE-OK = 1
              DISPLAY "Die Anforderung wurde der Ausschreibung "
                      WS-INPUT-REQ-ID " hinzugefügt."
           END-IF.

      ******************************************************************
       ANFORDERUNG-ENTFERNEN-para.
      *----------------
      *Zeigt die Anforderungen einer Ausschreibung nummeriert an und
      *entfernt die über ihre Nummer gewählte.
           MOVE SPACES TO WS-INPUT-REQ-ID
           DISPLAY X'0A' "Ausschreibungs-ID eingeben:"
           ACCEPT WS-INPUT-REQ-ID
           MOVE FUNCTION UPPER-CASE (WS-INPUT-REQ-ID) TO WS-INPUT-REQ-ID
           PERFORM AUSSCHREIBUNG-SUCHEN-para
           IF WS-REQ-FOUND = 0
              DISPLAY "Hinweis: Keine Ausschreibungs-ID "
                      WS-INPUT-REQ-ID " gefunden."
              EXIT PARAGRAPH
           END-IF

           PERFORM ANFORDERUNGEN-ZEIGEN-para
           IF WS-SKILL-NO = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-INPUT-SKILL-NO
           DISPLAY "Nummer der zu entfernenden Anforderung (0 = Abbruch)
      -            ":"
           ACCEPT WS-INPUT-SKILL-NO
           IF WS-INPUT-SKILL-NO = 0 OR WS-INPUT-SKILL-NO > WS-SKILL-NO
              DISPLAY "Es wurde nichts entfernt."
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SKILL-NO
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-REQSKILL-COUNT
              IF WS-RS-REQ-ID-T (WS-RS-IDX) = WS-INPUT-REQ-ID
                 AND WS-RS-GONE-T (WS-RS-IDX) = 0
                 ADD 1 TO WS-SKILL-NO
                 IF WS-SKILL-NO = WS-INPUT-SKILL-NO
                    MOVE 1 TO WS-RS-GONE-T (WS-RS-IDX)
                    MOVE WS-RS-SKILL-T (WS-RS-IDX) TO WS-INPUT-SKILL
                 END-IF
              END-IF
           END-PERFORM

           PERFORM ANFORDERUNGEN-SICHERN-para
           IF WS-SAVE-OK = 1
              DISPLAY "Die Anforderung '" FUNCTION TRIM(WS-INPUT-SKILL)
                      "' wurde entfernt."
           END-IF.

      ******************************************************************
       SCHLIESSEN-para.
      *----------------
      *Schließt eine offene Ausschreibung nach ausdrücklicher
      *Bestätigung: Kennzeichen C setzen, Stammdatei zurückschreiben
      *und allen noch offenen Bewerbungen eine Absage erteilen
      *(siehe ABSAGEN-SCHREIBEN-para).
           MOVE SPACES TO WS-INPUT-REQ-ID
           DISPLAY X'0A' "Ausschreibungs-ID der zu schließenden Ausschr
      -            "eibung eingeben:"
           ACCEPT WS-INPUT-REQ-ID
           MOVE FUNCTION UPPER-CASE (WS-INPUT-REQ-ID) TO WS-INPUT-REQ-ID
           PERFORM AUSSCHREIBUNG-SUCHEN-para
           IF WS-REQ-FOUND = 0
              DISPLAY "Hinweis: Keine Ausschreibungs-ID "
                      WS-INPUT-REQ-ID " gefunden."
              EXIT PARAGRAPH
           END-IF
           IF WS-REQ-STATUS-T (WS-REQ-IDX) = "C"
              DISPLAY "Hinweis: Die Ausschreibung " WS-INPUT-REQ-ID
                      " ist bereits geschlossen."
              EXIT PARAGRAPH
           END-IF

           DISPLAY WS-REQ-ID-T (WS-REQ-IDX) " "
                   WS-REQ-TITLE-T (WS-REQ-IDX)
           DISPLAY "Stellen gesamt " WS-REQ-OPENINGS-T (WS-REQ-IDX)
                   ", davon besetzt " WS-REQ-FILLED-T (WS-REQ-IDX)
           PERFORM SCHLIESS-BESTAETIGUNG-para
           IF WS-FALSE-ANSWER
              DISPLAY "Die Ausschreibung wurde nicht geschlossen."
              EXIT PARAGRAPH
           END-IF

           PERFORM AUSSCHREIBUNG-ABSCHLIESSEN-para.

      ******************************************************************
       SCHLIESS-BESTAETIGUNG-para.
      *----------------
      *Fragt die Schließ-Bestätigung ab; alle noch offenen
      *Bewerbungen erhalten danach eine Absage.
           DISPLAY "Soll diese Ausschreibung wirklich geschlossen werden
      -            "? Alle offenen Bewerbungen erhalten eine Absage. (Ja
      -            "/Nein)"
           ACCEPT WS-USER-INPUT-TEXT
           IF NOT WS-VALID-ANSWER
              DISPLAY "Bitte geben Sie eine valide Antwort ein."
              GO TO SCHLIESS-BESTAETIGUNG-para
           END-IF.

      ******************************************************************
       BESETZEN-para.
      *----------------
      *Vermerkt ein angenommenes Angebot: der Kandidat muss auf der
      *offenen Ausschreibung aktuell den Status 4 (Angebot) tragen
      *und darf dort noch nicht als besetzt vermerkt sein. Die
      *Besetzung wird an die Besetzungsdatei angehängt und die Zahl
      *der besetzten Stellen erhöht; ist damit die letzte Stelle
      *besetzt, wird die Ausschreibung geschlossen.
           MOVE SPACES TO WS-INPUT-REQ-ID
           DISPLAY X'0A' "Ausschreibungs-ID eingeben:"
           ACCEPT WS-INPUT-REQ-ID
           MOVE FUNCTION UPPER-CASE (WS-INPUT-REQ-ID) TO WS-INPUT-REQ-ID
           PERFORM AUSSCHREIBUNG-SUCHEN-para
           IF WS-REQ-FOUND = 0
              DISPLAY "Hinweis: Keine Ausschreibungs-ID "
                      WS-INPUT-REQ-ID " gefunden."
              EXIT PARAGRAPH
           END-IF
           IF WS-REQ-STATUS-T (WS-REQ-IDX) = "C"
              DISPLAY "Hinweis: Die Ausschreibung " WS-INPUT-REQ-ID
                      " ist geschlossen, es kann keine Stelle mehr beset
      -               "zt werden."
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-INPUT-CAND-ID
           DISPLAY "Kandidaten-ID, die das Angebot angenommen hat:"
           ACCEPT WS-INPUT-CAND-ID

           PERFORM PIPELINE-ERMITTELN-para
           MOVE 0 TO WS-PIPE-FOUND
           PERFORM VARYING WS-PIPE-IDX FROM 1 BY 1
                   UNTIL WS-PIPE-IDX > WS-PIPELINE-COUNT
                      OR WS-PIPE-FOUND = 1
              IF WS-PIPE-CAND (WS-PIPE-IDX) = WS-INPUT-CAND-ID
                 AND WS-PIPE-STATUS (WS-PIPE-IDX) NOT = SPACE
                 MOVE 1 TO WS-PIPE-FOUND
              END-IF
           END-PERFORM
           IF WS-PIPE-FOUND = 1
              SET WS-PIPE-IDX DOWN BY 1
           END-IF
           IF WS-PIPE-FOUND = 0
              DISPLAY "Hinweis: Der Kandidat " WS-INPUT-CAND-ID
                      " hat sich nicht auf " WS-INPUT-REQ-ID
                      " beworben, es wurde nichts besetzt."
              EXIT PARAGRAPH
           END-IF
           IF WS-PIPE-HIRED (WS-PIPE-IDX) = 1
              DISPLAY "Hinweis: Der Kandidat " WS-INPUT-CAND-ID
                      " ist auf " WS-INPUT-REQ-ID
                      " bereits als besetzt vermerkt."
              EXIT PARAGRAPH
           END-IF
           IF WS-PIPE-STATUS (WS-PIPE-IDX) NOT = "4"
              DISPLAY "Hinweis: Der Kandidat " WS-INPUT-CAND-ID
                      " hat aktuell kein Angebot (Status "
                      WS-PIPE-STATUS (WS-PIPE-IDX)
                      "), es wurde nichts besetzt."
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND REQUISITION-HIRES
           IF WS-REQUISITION-HIRES-STATUS NOT = "00"
              OPEN OUTPUT REQUISITION-HIRES
           END-IF
           IF WS-REQUISITION-HIRES-STATUS NOT = "00"
              DISPLAY "Hinweis: Besetzungsdatei "
                      FUNCTION TRIM(WS-REQUISITION-HIRES-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-REQUISITION-HIRES-STATUS
                      "), es wurde nichts besetzt."
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REQUISITION-HIRES-RECORD
           MOVE WS-INPUT-REQ-ID TO RH-REQUISITION-ID
           MOVE WS-INPUT-CAND-ID TO RH-CANDIDATE-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-HIRE-DATE
           WRITE REQUISITION-HIRES-RECORD
           IF WS-REQUISITION-HIRES-STATUS NOT = "00"
              DISPLAY "Hinweis: Die Besetzung konnte nicht in "
                      FUNCTION TRIM(WS-REQUISITION-HIRES-PATH)
              DISPLAY "geschrieben werden (Status "
                      WS-REQUISITION-HIRES-STATUS
                      "), es wurde nichts besetzt."
              CLOSE REQUISITION-HIRES
              EXIT PARAGRAPH
           END-IF
           CLOSE REQUISITION-HIRES
           MOVE 1 TO WS-PIPE-HIRED (WS-PIPE-IDX)

           ADD 1 TO WS-REQ-FILLED-T (WS-REQ-IDX)
           IF WS-REQ-FILLED-T (WS-REQ-IDX)
              < WS-REQ-OPENINGS-T (WS-REQ-IDX)
              PERFORM STAMMDATEI-SICHERN-para
           ELSE
              DISPLAY "Damit ist die letzte Stelle besetzt; die Ausschre
      -               "ibung wird geschlossen."
              PERFORM AUSSCHREIBUNG-ABSCHLIESSEN-para
           END-IF
      *Ohne gesicherte Stammdatei steht die Besetzung nur in der
      *Besetzungsdatei; der Zähler wird zurückgenommen und der
      *Unterschied gemeldet.
           IF WS-SAVE-OK = 0
              SUBTRACT 1 FROM WS-REQ-FILLED-T (WS-REQ-IDX)
              DISPLAY "Hinweis: Die Besetzung durch " WS-INPUT-CAND-ID
                      " steht in "
                      FUNCTION TRIM(WS-REQUISITION-HIRES-PATH) ","
              DISPLAY "ist aber in der Stammdatei nicht gezählt; bitte 
      -               "dort nachtragen."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Die Besetzung durch " WS-INPUT-CAND-ID
                   " wurde vermerkt (" WS-REQ-FILLED-T (WS-REQ-IDX)
                   " von " WS-REQ-OPENINGS-T (WS-REQ-IDX)
                   " Stellen besetzt).".

      ******************************************************************
       AUSSCHREIBUNG-ABSCHLIESSEN-para.
      *----------------
      *Setzt die Ausschreibung unter WS-REQ-IDX auf C, schreibt die
      *Stammdatei zurück und erteilt danach allen noch offenen
      *Bewerbungen eine Absage. Die Absagen werden erst nach dem
      *erfolgreichen Zurückschreiben erzeugt, damit eine weiterhin
      *offene Ausschreibung keine abgesagten Bewerber hat.
           MOVE "C" TO WS-REQ-STATUS-T (WS-REQ-IDX)
           PERFORM STAMMDATEI-SICHERN-para
           IF WS-SAVE-OK = 0
              MOVE "O" TO WS-REQ-STATUS-T (WS-REQ-IDX)
              DISPLAY "Hinweis: Die Ausschreibung bleibt offen, es wurde
      -               "n keine Absagen erzeugt."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Die Ausschreibung " WS-INPUT-REQ-ID
                   " wurde geschlossen."
           PERFORM ABSAGEN-SCHREIBEN-para.

      ******************************************************************
       ABSAGEN-SCHREIBEN-para.
      *----------------
      *Hängt für jeden Kandidaten, dessen aktueller Status auf der
      *Ausschreibung WS-INPUT-REQ-ID nicht 5 (Absage) ist und der
      *die Stelle nicht angenommen hat, einen Statussatz 5 mit
      *Tagesdatum an die Statusdatei an (Schreiben wie im
      *Dialogprogramm über STATUS-OEFFNEN-para und
      *STATUS-SCHREIBEN-para).
           PERFORM PIPELINE-ERMITTELN-para
           MOVE 0 TO WS-REJECT-COUNT
           MOVE 0 TO WS-REJECT-FAILED
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY

           IF WS-PIPELINE-COUNT = 0
              DISPLAY "Auf diese Ausschreibung gibt es keine Bewerbungen
      -               ", es sind keine Absagen nötig."
              EXIT PARAGRAPH
           END-IF

           PERFORM STATUS-OEFFNEN-para
           IF WS-APPLICATION-STATUS-STATUS NOT = "00"
              DISPLAY "Hinweis: Statusdatei "
                      FUNCTION TRIM(WS-APPLICATION-STATUS-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-APPLICATION-STATUS-STATUS
                      "), es wurden keine Absagen geschrieben."
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PIPE-IDX FROM 1 BY 1
                   UNTIL WS-PIPE-IDX > WS-PIPELINE-COUNT
              IF WS-PIPE-STATUS (WS-PIPE-IDX) NOT = "5"
                 AND WS-PIPE-STATUS (WS-PIPE-IDX) NOT = SPACE
                 AND WS-PIPE-HIRED (WS-PIPE-IDX) = 0
                 MOVE SPACES TO APPLICATION-STATUS-RECORD
                 MOVE WS-PIPE-CAND (WS-PIPE-IDX) TO AS-CANDIDATE-ID
                 MOVE WS-INPUT-REQ-ID TO AS-REQUISITION-ID
                 MOVE "5" TO AS-STATUS-CODE
                 MOVE WS-TODAY TO AS-STATUS-DATE
                 PERFORM STATUS-SCHREIBEN-para
                 IF WS-STATUS-WRITTEN = 1
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY "   Absage für Kandidat "
                            WS-PIPE-CAND (WS-PIPE-IDX)
                            " (bisher Status "
                            WS-PIPE-STATUS (WS-PIPE-IDX) ")"
                 ELSE
                    ADD 1 TO WS-REJECT-FAILED
                    DISPLAY "Hinweis: Absage für Kandidat "
                            WS-PIPE-CAND (WS-PIPE-IDX)
                            " konnte nicht geschrieben werden (Status "
                            WS-APPLICATION-STATUS-STATUS ")."
                 END-IF
              END-IF
           END-PERFORM
           CLOSE APPLICATION-STATUS-FILE

           DISPLAY "Es wurden " WS-REJECT-COUNT
                   " Absage(n) in die Statusdatei geschrieben."
           IF WS-REJECT-FAILED > 0
              DISPLAY "Hinweis: " WS-REJECT-FAILED
                      " Absage(n) fehlen; bitte die Absagen für diese "
                      "Kandidaten im Dialogprogramm nachtragen."
           END-IF.

      ******************************************************************
       PIPELINE-ERMITTELN-para.
      *----------------
      *Ermittelt für die Ausschreibung WS-INPUT-REQ-ID den aktuellen
      *Status je Kandidat. Die Bewerber werden über den
      *Alternativschlüssel Ausschreibung/Datum eingesammelt; der
      *Stand je Bewerber wird danach über den Primärschlüssel
      *bestimmt (siehe STAND-ERMITTELN-para). Anschließend werden
      *die bereits angenommenen Angebote aus der Besetzungsdatei
      *markiert.
           MOVE 0 TO WS-PIPELINE-COUNT
           MOVE 0 TO WS-PIPE-OVERFLOW

           OPEN INPUT APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS = "00"
              MOVE WS-INPUT-REQ-ID TO AS-REQUISITION-ID
              MOVE LOW-VALUES TO AS-STATUS-DATE
              MOVE 0 TO WS-READ-DONE
              START APPLICATION-STATUS-FILE
                    KEY IS NOT LESS THAN AS-REQ-KEY
                 INVALID KEY
                    MOVE 1 TO WS-READ-DONE
              END-START
              PERFORM UNTIL WS-READ-DONE = 1
                 READ APPLICATION-STATUS-FILE NEXT RECORD
                    AT END
                       MOVE 1 TO WS-READ-DONE
                    NOT AT END
                       IF AS-REQUISITION-ID NOT = WS-INPUT-REQ-ID
                          MOVE 1 TO WS-READ-DONE
                       ELSE
                          PERFORM PIPELINE-MERKEN-para
                       END-IF
                 END-READ
              END-PERFORM
              PERFORM VARYING WS-PIPE-IDX FROM 1 BY 1
                      UNTIL WS-PIPE-IDX > WS-PIPELINE-COUNT
                 PERFORM STAND-ERMITTELN-para
              END-PERFORM
              CLOSE APPLICATION-STATUS-FILE
           END-IF

           IF WS-PIPE-OVERFLOW = 1
              DISPLAY "Hinweis: mehr als 500 Bewerbungen auf diese Aussc
      -              "hreibung, nicht alle werden berücksichtigt."
           END-IF

           OPEN INPUT REQUISITION-HIRES
           IF WS-REQUISITION-HIRES-STATUS = "00"
              MOVE 0 TO WS-READ-DONE
              PERFORM UNTIL WS-READ-DONE = 1
                 READ REQUISITION-HIRES
                    AT END
                       MOVE 1 TO WS-READ-DONE
                    NOT AT END
                       IF RH-REQUISITION-ID = WS-INPUT-REQ-ID
                          PERFORM BESETZUNG-MARKIEREN-para
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REQUISITION-HIRES
           END-IF.

      ******************************************************************
       PIPELINE-MERKEN-para.
      *----------------
      *Nimmt den Kandidaten des gelesenen Statussatzes in die
      *Pipeline-Tabelle auf, sofern er dort noch fehlt. Stornosätze
      *selbst begründen keine Bewerbung.
           IF AS-STATUS-CODE = "S"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PIPE-FOUND
           PERFORM VARYING WS-PIPE-IDX FROM 1 BY 1
                   UNTIL WS-PIPE-IDX > WS-PIPELINE-COUNT
                      OR WS-PIPE-FOUND = 1
              IF WS-PIPE-CAND (WS-PIPE-IDX) = AS-CANDIDATE-ID
                 MOVE 1 TO WS-PIPE-FOUND
              END-IF
           END-PERFORM
           IF WS-PIPE-FOUND = 0
              IF WS-PIPELINE-COUNT < 500
                 ADD 1 TO WS-PIPELINE-COUNT
                 SET WS-PIPE-IDX TO WS-PIPELINE-COUNT
                 MOVE AS-CANDIDATE-ID TO WS-PIPE-CAND (WS-PIPE-IDX)
                 MOVE SPACE TO WS-PIPE-STATUS (WS-PIPE-IDX)
                 MOVE SPACES TO WS-PIPE-DATE (WS-PIPE-IDX)
                 MOVE 0 TO WS-PIPE-HIRED (WS-PIPE-IDX)
              ELSE
                 MOVE 1 TO WS-PIPE-OVERFLOW
              END-IF
           END-IF.

      ******************************************************************
       STAND-ERMITTELN-para.
      *----------------
      *Liest die Statussätze des Kandidaten unter WS-PIPE-IDX zur
      *Ausschreibung WS-INPUT-REQ-ID in Schlüsselfolge (Datum, dann
      *Erfassung) und hält den jüngsten nicht stornierten Satz fest.
      *Stornosätze selbst und stornierte Statussätze bleiben außen
      *vor.
           MOVE WS-PIPE-CAND (WS-PIPE-IDX) TO AS-CANDIDATE-ID
           MOVE WS-INPUT-REQ-ID TO AS-REQUISITION-ID
           MOVE LOW-VALUES TO AS-STATUS-DATE
           MOVE 0 TO AS-ENTRY-STAMP
           MOVE 0 TO WS-READ-DONE
           START APPLICATION-STATUS-FILE
                 KEY IS NOT LESS THAN AS-KEY
              INVALID KEY
                 MOVE 1 TO WS-READ-DONE
           END-START
           PERFORM UNTIL WS-READ-DONE = 1
              READ APPLICATION-STATUS-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    IF AS-CANDIDATE-ID NOT = WS-PIPE-CAND (WS-PIPE-IDX)
                       OR AS-REQUISITION-ID NOT = WS-INPUT-REQ-ID
                       MOVE 1 TO WS-READ-DONE
                    ELSE
                       PERFORM STAND-MERKEN-para
                    END-IF
              END-READ
           END-PERFORM.

      ******************************************************************
       STAND-MERKEN-para.
      *----------------
      *Übernimmt den gelesenen Statussatz als aktuellen Stand des
      *Kandidaten, wenn er kein Stornosatz ist und nicht storniert
      *wurde.
           IF AS-STATUS-CODE = "S"
              EXIT PARAGRAPH
           END-IF
           PERFORM STORNO-PRUEFEN-para
           IF WS-STORNO-EOF = 1
              MOVE 1 TO WS-READ-DONE
           END-IF
           IF WS-STORNO-HIT = 1
              EXIT PARAGRAPH
           END-IF
           MOVE AS-STATUS-CODE TO WS-PIPE-STATUS (WS-PIPE-IDX)
           MOVE AS-STATUS-DATE TO WS-PIPE-DATE (WS-PIPE-IDX).

      ******************************************************************
       BESETZUNG-MARKIEREN-para.
      *----------------
      *Markiert den Kandidaten des gelesenen Besetzungssatzes in der
      *Pipeline-Tabelle als eingestellt.
           PERFORM VARYING WS-PIPE-IDX FROM 1 BY 1
                   UNTIL WS-PIPE-IDX > WS-PIPELINE-COUNT
              IF WS-PIPE-CAND (WS-PIPE-IDX) = RH-CANDIDATE-ID
                 MOVE 1 TO WS-PIPE-HIRED (WS-PIPE-IDX)
              END-IF
           END-PERFORM.

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
       STATUS-OEFFNEN-para.
      *----------------
      *Öffnet die indizierte Statusdatei zum Fortschreiben (I-O);
      *gibt es sie noch nicht (Status 35), wird sie einmalig leer
      *angelegt und erneut geöffnet. Der Aufrufer prüft
      *WS-APPLICATION-STATUS-STATUS.
           OPEN I-O APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS = "35"
              OPEN OUTPUT APPLICATION-STATUS-FILE
              CLOSE APPLICATION-STATUS-FILE
              OPEN I-O APPLICATION-STATUS-FILE
           END-IF.

      ******************************************************************
       STATUS-SCHREIBEN-para.
      *----------------
      *Schreibt den vorbereiteten Statussatz mit Erfassungsstempel
      *(Tagesdatum und Uhrzeit bis auf die Hundertstelsekunde); ist
      *der Stempel schon vergeben (Status 22), wird er hochgezählt
      *und der Satz erneut geschrieben. WS-STATUS-WRITTEN steht nur
      *auf 1, wenn der Satz geschrieben wurde.
           MOVE 0 TO WS-STATUS-WRITTEN
           MOVE FUNCTION CURRENT-DATE (1:16) TO AS-ENTRY-STAMP
           WRITE APPLICATION-STATUS-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE
           PERFORM UNTIL WS-APPLICATION-STATUS-STATUS NOT = "22"
              ADD 1 TO AS-ENTRY-STAMP
              WRITE APPLICATION-STATUS-RECORD
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-PERFORM
           IF WS-APPLICATION-STATUS-STATUS = "00"
              MOVE 1 TO WS-STATUS-WRITTEN
           END-IF.

      ******************************************************************
       STAMMDATEI-SICHERN-para.
      *----------------
      *Schreibt die WS-REQ-TABLE in die Arbeitsdatei und baut die
      *Stammdatei daraus neu auf; anschließend wird die Arbeitsdatei
      *geleert. Schlägt das Wiedereröffnen oder ein Schreiben fehl,
      *bleibt die Arbeitsdatei mit dem neuen Stand stehen, damit
      *nichts verloren geht. WS-SAVE-OK wird nur bei vollständigem
      *Erfolg gesetzt. Die Tabelle wird über einen eigenen Index
      *durchlaufen, WS-REQ-IDX des Aufrufers bleibt unverändert.
           MOVE 0 TO WS-SAVE-OK
           OPEN OUTPUT REQUISITION-MASTER-WORK
           IF WS-REQ-MASTER-WORK-STATUS NOT = "00"
              DISPLAY "Hinweis: Arbeitsdatei "
                      FUNCTION TRIM(WS-REQ-MASTER-WORK-PATH)
              DISPLAY "konnte nicht angelegt werden (Status "
                      WS-REQ-MASTER-WORK-STATUS "), die Stammdatei bleib
      -              "t unverändert."
              EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-WORK-WRITE-STATUS
           PERFORM VARYING WS-REQ-SAVE-IDX FROM 1 BY 1
                   UNTIL WS-REQ-SAVE-IDX > WS-REQ-COUNT
                      OR WS-WORK-WRITE-STATUS NOT = "00"
              MOVE SPACES TO REQUISITION-MASTER-RECORD
              MOVE WS-REQ-ID-T (WS-REQ-SAVE-IDX) TO RM-REQUISITION-ID
              MOVE WS-REQ-STATUS-T (WS-REQ-SAVE-IDX) TO RM-STATUS
              MOVE WS-REQ-TITLE-T (WS-REQ-SAVE-IDX) TO RM-TITLE
              MOVE WS-REQ-OPENINGS-T (WS-REQ-SAVE-IDX) TO RM-OPENINGS
              MOVE WS-REQ-FILLED-T (WS-REQ-SAVE-IDX) TO RM-FILLED
              MOVE REQUISITION-MASTER-RECORD
                   TO REQUISITION-MASTER-WORK-RECORD
              WRITE REQUISITION-MASTER-WORK-RECORD
              MOVE WS-REQ-MASTER-WORK-STATUS TO WS-WORK-WRITE-STATUS
           END-PERFORM
           CLOSE REQUISITION-MASTER-WORK
      *Eine unvollständige Arbeitsdatei darf die Stammdatei nicht
      *ersetzen.
           IF WS-WORK-WRITE-STATUS NOT = "00"
              DISPLAY "Hinweis: Arbeitsdatei "
                      FUNCTION TRIM(WS-REQ-MASTER-WORK-PATH)
              DISPLAY "konnte nicht geschrieben werden (Status "
                      WS-WORK-WRITE-STATUS "), die Stammdatei bleibt unv
      -              "erändert."
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT REQUISITION-MASTER-WORK
           IF WS-REQ-MASTER-WORK-STATUS NOT = "00"
              DISPLAY "Hinweis: Arbeitsdatei "
                      FUNCTION TRIM(WS-REQ-MASTER-WORK-PATH)
              DISPLAY "konnte nicht wieder gelesen werden (Status "
                      WS-REQ-MASTER-WORK-STATUS "), die Stammdatei wurde
      -              " nicht neu aufgebaut."
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REQUISITION-MASTER
           IF WS-REQUISITION-MASTER-STATUS NOT = "00"
              DISPLAY "Hinweis: Stammdatei "
                      FUNCTION TRIM(WS-REQUISITION-MASTER-PATH)
              DISPLAY "konnte nicht neu aufgebaut werden (Status "
                      WS-REQUISITION-MASTER-STATUS ")."
              DISPLAY "Der neue Stand steht weiterhin in der Arbeitsdate
      -              "i."
              CLOSE REQUISITION-MASTER-WORK
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SAVE-OK
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ REQUISITION-MASTER-WORK
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    MOVE REQUISITION-MASTER-WORK-RECORD
                         TO REQUISITION-MASTER-RECORD
                    WRITE REQUISITION-MASTER-RECORD
                    IF WS-REQUISITION-MASTER-STATUS NOT = "00"
                       MOVE 0 TO WS-SAVE-OK
                       MOVE 1 TO WS-READ-DONE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REQUISITION-MASTER-WORK
           CLOSE REQUISITION-MASTER

           IF WS-SAVE-OK = 0
              DISPLAY "Hinweis: Beim Neuaufbau der Stammdatei ist ein Sc
      -              "hreibfehler aufgetreten."
              DISPLAY "Der neue Stand steht weiterhin in der Arbeitsdate
      -              "i."
              EXIT PARAGRAPH
           END-IF

      *Arbeitsdatei erst nach erfolgreichem Neuaufbau leeren.
           OPEN OUTPUT REQUISITION-MASTER-WORK
           CLOSE REQUISITION-MASTER-WORK.

      ******************************************************************
       ANFORDERUNGEN-SICHERN-para.
      *----------------
      *Schreibt die nicht entfernten Einträge der WS-REQSKILL-TABLE
      *nach Ausschreibungen gruppiert in die Arbeitsdatei und baut
      *die Anforderungs-Datei daraus neu auf (gleiches Verfahren wie
      *STAMMDATEI-SICHERN-para). Anforderungen zu Ausschreibungen,
      *die es in der Stammdatei nicht gibt, bleiben am Dateiende
      *erhalten, damit nichts unbemerkt verloren geht.
           MOVE 0 TO WS-SAVE-OK
           OPEN OUTPUT REQUISITION-SKILLS-WORK
           IF WS-REQ-SKILLS-WORK-STATUS NOT = "00"
              DISPLAY "Hinweis: Arbeitsdatei "
                      FUNCTION TRIM(WS-REQ-SKILLS-WORK-PATH)
              DISPLAY "konnte nicht angelegt werden (Status "
                      WS-REQ-SKILLS-WORK-STATUS "), die Anforderungs-Dat
      -              "ei bleibt unverändert."
              EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-WORK-WRITE-STATUS
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                      UNTIL WS-RS-IDX > WS-REQSKILL-COUNT
                 IF WS-RS-REQ-ID-T (WS-RS-IDX)
                    = WS-REQ-ID-T (WS-REQ-IDX)
                    AND WS-RS-GONE-T (WS-RS-IDX) = 0
                    PERFORM ANFORDERUNG-SCHREIBEN-para
                 END-IF
              END-PERFORM
           END-PERFORM
      *WS-INPUT-REQ-ID dient hier nur als Suchbegriff; der Wert
      *des Aufrufers wird danach wiederhergestellt.
           MOVE WS-INPUT-REQ-ID TO WS-INPUT-REQ-ID-SAVE
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-REQSKILL-COUNT
              MOVE WS-RS-REQ-ID-T (WS-RS-IDX) TO WS-INPUT-REQ-ID
              PERFORM AUSSCHREIBUNG-SUCHEN-para
              IF WS-REQ-FOUND = 0
                 AND WS-RS-GONE-T (WS-RS-IDX) = 0
                 PERFORM ANFORDERUNG-SCHREIBEN-para
              END-IF
           END-PERFORM
           MOVE WS-INPUT-REQ-ID-SAVE TO WS-INPUT-REQ-ID
           CLOSE REQUISITION-SKILLS-WORK
           IF WS-WORK-WRITE-STATUS NOT = "00"
              DISPLAY "Hinweis: Arbeitsdatei "
                      FUNCTION TRIM(WS-REQ-SKILLS-WORK-PATH)
              DISPLAY "konnte nicht geschrieben werden (Status "
                      WS-WORK-WRITE-STATUS "), die Anforderungs-Datei bl
      -              "eibt unverändert."
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT REQUISITION-SKILLS-WORK
           IF WS-REQ-SKILLS-WORK-STATUS NOT = "00"
              DISPLAY "Hinweis: Arbeitsdatei "
                      FUNCTION TRIM(WS-REQ-SKILLS-WORK-PATH)
              DISPLAY "konnte nicht wieder gelesen werden (Status "
                      WS-REQ-SKILLS-WORK-STATUS "), die Anforderungs-Dat
      -              "ei wurde nicht neu aufgebaut."
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REQUISITION-SKILLS
           IF WS-REQUISITION-SKILLS-STATUS NOT = "00"
              DISPLAY "Hinweis: Anforderungs-Datei "
                      FUNCTION TRIM(WS-REQUISITION-SKILLS-PATH)
              DISPLAY "konnte nicht neu aufgebaut werden (Status "
                      WS-REQUISITION-SKILLS-STATUS ")."
              DISPLAY "Der neue Stand steht weiterhin in der Arbeitsdate
      -              "i."
              CLOSE REQUISITION-SKILLS-WORK
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SAVE-OK
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ REQUISITION-SKILLS-WORK
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    MOVE REQUISITION-SKILLS-WORK-RECORD
                         TO REQUISITION-SKILLS-RECORD
                    WRITE REQUISITION-SKILLS-RECORD
                    IF WS-REQUISITION-SKILLS-STATUS NOT = "00"
                       MOVE 0 TO WS-SAVE-OK
                       MOVE 1 TO WS-READ-DONE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REQUISITION-SKILLS-WORK
           CLOSE REQUISITION-SKILLS

           IF WS-SAVE-OK = 0
              DISPLAY "Hinweis: Beim Neuaufbau der Anforderungs-Datei is
      -              "t ein Schreibfehler aufgetreten."
              DISPLAY "Der neue Stand steht weiterhin in der Arbeitsdate
      -              "i."
              EXIT PARAGRAPH
           END-IF

      *Arbeitsdatei erst nach erfolgreichem Neuaufbau leeren.
           OPEN OUTPUT REQUISITION-SKILLS-WORK
           CLOSE REQUISITION-SKILLS-WORK.

      ******************************************************************
       ANFORDERUNG-SCHREIBEN-para.
      *----------------
      *Schreibt den Tabelleneintrag unter WS-RS-IDX in die
      *Arbeitsdatei der Anforderungen; der erste fehlerhafte Status
      *bleibt in WS-WORK-WRITE-STATUS stehen.
           MOVE SPACES TO REQUISITION-SKILLS-RECORD
           MOVE WS-RS-REQ-ID-T (WS-RS-IDX) TO RS-REQUISITION-ID
           MOVE WS-RS-SKILL-T (WS-RS-IDX) TO RS-SKILL
           MOVE REQUISITION-SKILLS-RECORD
                TO REQUISITION-SKILLS-WORK-RECORD
           WRITE REQUISITION-SKILLS-WORK-RECORD
           IF WS-REQ-SKILLS-WORK-STATUS NOT = "00"
              AND WS-WORK-WRITE-STATUS = "00"
              MOVE WS-REQ-SKILLS-WORK-STATUS TO WS-WORK-WRITE-STATUS
           END-IF.

      ******************************************************************
       NEXT-STEP-para.
      *-----------------
      *Ein Abschnitt, welcher den User zur Betätigung der ENTER-Taste
      *aufruft, um fortzufahren, bevor das Wartungsmenü erneut
      *angezeigt wird (analog zum gleichnamigen Abschnitt im
      *Dialogprogramm).
           DISPLAY SPACE
           DISPLAY "Drücken Sie die ENTER-Taste, um fortzufahren..."
           ACCEPT WS-USER-INPUT-TEXT

           GO TO WARTUNG.

      ******************************************************************
      ******************************************************************
