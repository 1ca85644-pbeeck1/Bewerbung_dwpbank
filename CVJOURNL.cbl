      ******************************************************************
      *----------------------------------------------------------------*
      *                                                                *
      *       Copyright(c) by Patrick Beeck                            *
      *       Version: 1.0                                             *
      *                                                                *
      *----------------------------------------------------------------*

      *Auswertung des Änderungsjournals der Kandidaten-Stammdatei.
      *CVMAINT (Anlegen, Ändern, Löschen, Übernahme,
      *Zusammenführen), CVIMPORT (Anlegen) und CVCLEAN (Löschen,
      *Anonymisieren)
      *schreiben jede Änderung an einem CANDIDATE-MASTER-RECORD mit
      *Zeitstempel, Programm, Benutzerkürzel, Aktion und den
      *Satzbildern vor und nach der Änderung in
      *data/master-journal.dat. Dieses Programm listet die Einträge
      *für die Revision wahlweise
      *  - zu einer Kandidaten-ID: die vollständige Historie des
      *    Stammsatzes einschließlich aller Kandidaten-IDs, die
      *    (auch über mehrere Stufen) in ihn zusammengeführt wurden;
      *  - für einen Zeitraum (JJJJMMTT bis JJJJMMTT).
      *Aufruf mit der Kandidaten-ID oder mit Von- und Bis-Datum als
      *Kommandozeilenparameter (z. B. "CAND01" bzw.
      *"20260101 20261231"); ohne Parameter wird die Auswahl
      *abgefragt. Die Ausgabe steht in data/journal-report.txt.
      *RETURN-CODE 8, wenn das Journal fehlt oder die Auswahl
      *ungültig ist.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CVJOURNL.
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
      *Änderungsjournal der Kandidaten-Stammdatei; nur lesend.
           SELECT JOURNAL-FILE
               ASSIGN DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *Journalbericht für die Revision.
           SELECT JOURNAL-REPORT-FILE
               ASSIGN DYNAMIC WS-JOURNAL-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-REPORT-STATUS.

       DATA DIVISION.
      *==============
      *
       FILE SECTION.
      *-------------
      *
      *Satzaufbau des Änderungsjournals wie in CVMAINT.
       FD JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JN-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 JN-TIME              PIC X(6).
           05 FILLER               PIC X(1).
           05 JN-PROGRAM           PIC X(8).
           05 FILLER               PIC X(1).
           05 JN-USER              PIC X(8).
           05 FILLER               PIC X(1).
           05 JN-ACTION            PIC X(10).
           05 FILLER               PIC X(1).
           05 JN-CANDIDATE-ID      PIC X(6).
           05 FILLER               PIC X(1).
           05 JN-OTHER-ID          PIC X(6).
           05 FILLER               PIC X(1).
           05 JN-BEFORE-IMAGE      PIC X(114).
           05 FILLER               PIC X(1).
           05 JN-AFTER-IMAGE       PIC X(114).

       FD JOURNAL-REPORT-FILE.
       01  JOURNAL-REPORT-RECORD   PIC X(250).

       WORKING-STORAGE SECTION.
      *------------------------
      *
      *Pfade des Journals und des Berichts sowie die dazugehörigen
      *FILE-STATUS-Felder.
       01 WS-FILE-PATHS.
           05 WS-JOURNAL-PATH
                           PIC X(60) VALUE "data/master-journal.dat".
           05 WS-JOURNAL-STATUS PIC X(2).
           05 WS-JOURNAL-REPORT-PATH
                           PIC X(60) VALUE "data/journal-report.txt".
           05 WS-JOURNAL-REPORT-STATUS PIC X(2).

      *Auswahl: Kandidaten-ID (Modus 1) oder Zeitraum (Modus 2).
       01 WS-COMMAND-LINE      PIC X(80) VALUE SPACES.
       01 WS-INPUT-1           PIC X(10) VALUE SPACES.
       01 WS-INPUT-2           PIC X(10) VALUE SPACES.
       01 WS-SELECT-MODE       PIC 9 VALUE 0.
       01 WS-SELECT-ID         PIC X(6) VALUE SPACES.
       01 WS-DATE-FROM         PIC X(8) VALUE SPACES.
       01 WS-DATE-TO           PIC X(8) VALUE SPACES.

      *Kandidaten-IDs der gewählten Historie: die gewählte ID und
      *alle IDs, die laut Journal in sie (oder in eine bereits
      *erfasste ID) zusammengeführt wurden.
       01 WS-ID-COUNT          PIC 9(3) VALUE 0.
       01 WS-ID-TABLE.
           05 WS-ID-ENTRY OCCURS 100 TIMES
                          INDEXED BY WS-ID-IDX.
              10 WS-ID-T           PIC X(6).
       01 WS-ID-FOUND          PIC 9 VALUE 0.
       01 WS-ID-ADDED          PIC 9 VALUE 0.
       01 WS-ID-OVERFLOW       PIC 9 VALUE 0.
       01 WS-SEARCH-ID         PIC X(6).

      *Aufbereitung eines Eintrags.
       01 WS-ACTION-LABEL      PIC X(24).
       01 WS-IMAGE             PIC X(114).
       01 WS-IMAGE-LABEL       PIC X(10).
       01 WS-ENTRY-COUNT       PIC 9(6) VALUE 0.
       01 WS-ENTRY-COUNT-EDIT  PIC ZZZZZ9.

      *Arbeitsfelder.
       01 WS-READ-DONE         PIC 9 VALUE 0.
       01 WS-ABBRUCH           PIC 9 VALUE 0.
       01 WS-REPORT-LINE       PIC X(250) VALUE SPACES.
       01 WS-RULE-LINE         PIC X(72) VALUE ALL "=".

      *
      ******************************************************************
       PROCEDURE DIVISION.
      *===================

      ******************************************************************
       JOURNALBERICHT SECTION.
      *----------------
      *Ablauf: Auswahl lesen und prüfen, bei Auswahl nach
      *Kandidaten-ID die zusammengeführten IDs ermitteln, Bericht
      *schreiben.
           PERFORM PARAMETER-LESEN-para
           IF WS-ABBRUCH = 1
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "Hinweis: Änderungsjournal "
                      FUNCTION TRIM(WS-JOURNAL-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-JOURNAL-STATUS ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE JOURNAL-FILE

           OPEN OUTPUT JOURNAL-REPORT-FILE
           IF WS-JOURNAL-REPORT-STATUS NOT = "00"
              DISPLAY "Hinweis: Berichtsdatei "
                      FUNCTION TRIM(WS-JOURNAL-REPORT-PATH)
              DISPLAY "konnte nicht angelegt werden (Status "
                      WS-JOURNAL-REPORT-STATUS ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-SELECT-MODE = 1
              MOVE 1 TO WS-ID-COUNT
              MOVE WS-SELECT-ID TO WS-ID-T (1)
              MOVE 1 TO WS-ID-ADDED
              PERFORM UNTIL WS-ID-ADDED = 0
                 PERFORM ZUSAMMENFUEHRUNGEN-SAMMELN-para
              END-PERFORM
           END-IF

           PERFORM KOPF-SCHREIBEN-para
           PERFORM EINTRAEGE-LISTEN-para

           MOVE WS-ENTRY-COUNT TO WS-ENTRY-COUNT-EDIT
           PERFORM ZEILE-SCHREIBEN-para
           IF WS-ENTRY-COUNT = 0
              MOVE "Keine Journaleinträge zur Auswahl gefunden."
                   TO WS-REPORT-LINE
           ELSE
              STRING "Anzahl Journaleinträge: "
                 FUNCTION TRIM(WS-ENTRY-COUNT-EDIT)
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           PERFORM ZEILE-SCHREIBEN-para
           CLOSE JOURNAL-REPORT-FILE
           DISPLAY "Der Journalbericht steht in "
                   FUNCTION TRIM(WS-JOURNAL-REPORT-PATH) "."
           STOP RUN.

      ******************************************************************
       PARAMETER-LESEN-para.
      *----------------
      *Liest die Auswahl von der Kommandozeile: ein Parameter ist
      *die Kandidaten-ID, zwei Parameter sind Von- und Bis-Datum.
      *Ohne Parameter wird die Auswahl im Dialog abgefragt.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
              INTO WS-INPUT-1 WS-INPUT-2
           END-UNSTRING

           IF WS-INPUT-1 = SPACES
              DISPLAY "Auswertung des Änderungsjournals"
              DISPLAY "(1) Historie einer Kandidaten-ID"
              DISPLAY "(2) Einträge eines Zeitraums"
              ACCEPT WS-SELECT-MODE
              EVALUATE WS-SELECT-MODE
                 WHEN 1
                    DISPLAY "Kandidaten-ID:"
                    ACCEPT WS-INPUT-1
                 WHEN 2
                    DISPLAY "Von-Datum (JJJJMMTT):"
                    ACCEPT WS-INPUT-1
                    DISPLAY "Bis-Datum (JJJJMMTT):"
                    ACCEPT WS-INPUT-2
                 WHEN OTHER
                    DISPLAY "Hinweis: Bitte 1 oder 2 wählen."
                    MOVE 1 TO WS-ABBRUCH
                    EXIT PARAGRAPH
              END-EVALUATE
           ELSE
              IF WS-INPUT-2 = SPACES
                 MOVE 1 TO WS-SELECT-MODE
              ELSE
                 MOVE 2 TO WS-SELECT-MODE
              END-IF
           END-IF

           IF WS-SELECT-MODE = 1
              MOVE FUNCTION UPPER-CASE (WS-INPUT-1) TO WS-SELECT-ID
              IF WS-SELECT-ID = SPACES
                 DISPLAY "Hinweis: Es wurde keine Kandidaten-ID "
                         "angegeben."
                 MOVE 1 TO WS-ABBRUCH
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE WS-INPUT-1 TO WS-DATE-FROM
           MOVE WS-INPUT-2 TO WS-DATE-TO
           IF WS-DATE-FROM IS NOT NUMERIC
              OR WS-DATE-TO IS NOT NUMERIC
              DISPLAY "Hinweis: Von- und Bis-Datum müssen im Format "
                      "JJJJMMTT angegeben werden."
              MOVE 1 TO WS-ABBRUCH
              EXIT PARAGRAPH
           END-IF
           IF WS-DATE-FROM > WS-DATE-TO
              DISPLAY "Hinweis: Das Von-Datum liegt nach dem "
                      "Bis-Datum."
              MOVE 1 TO WS-ABBRUCH
           END-IF.

      ******************************************************************
       ZUSAMMENFUEHRUNGEN-SAMMELN-para.
      *----------------
      *Ein Durchgang durch das Journal: jede stillgelegte ID, die
      *in eine bereits erfasste ID zusammengeführt wurde (Eintrag
      *ZUSAMMEN ohne Satzbild danach), wird in die WS-ID-TABLE
      *aufgenommen. Der Aufrufer wiederholt den Durchgang, solange
      *neue IDs hinzukommen, damit auch mehrstufige
      *Zusammenführungen vollständig erfasst werden.
           MOVE 0 TO WS-ID-ADDED
           OPEN INPUT JOURNAL-FILE
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ JOURNAL-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    IF JN-ACTION = "ZUSAMMEN"
                       AND JN-AFTER-IMAGE = SPACES
                       MOVE JN-OTHER-ID TO WS-SEARCH-ID
                       PERFORM ID-SUCHEN-para
                       IF WS-ID-FOUND = 1
                          MOVE JN-CANDIDATE-ID TO WS-SEARCH-ID
                          PERFORM ID-SUCHEN-para
                          IF WS-ID-FOUND = 0
                             PERFORM ID-AUFNEHMEN-para
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

      ******************************************************************
       ID-SUCHEN-para.
      *----------------
      *Prüft, ob WS-SEARCH-ID in der WS-ID-TABLE steht.
           MOVE 0 TO WS-ID-FOUND
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
              IF WS-ID-T (WS-ID-IDX) = WS-SEARCH-ID
                 MOVE 1 TO WS-ID-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      ******************************************************************
       ID-AUFNEHMEN-para.
      *----------------
      *Nimmt WS-SEARCH-ID in die WS-ID-TABLE auf; ein Überlauf wird
      *einmalig gemeldet.
           IF WS-ID-COUNT < 100
              ADD 1 TO WS-ID-COUNT
              MOVE WS-SEARCH-ID TO WS-ID-T (WS-ID-COUNT)
              MOVE 1 TO WS-ID-ADDED
           ELSE
              IF WS-ID-OVERFLOW = 0
                 DISPLAY "Hinweis: mehr als 100 zusammengeführte IDs,"
                         " die Historie ist unvollständig."
                 MOVE 1 TO WS-ID-OVERFLOW
              END-IF
           END-IF.

      ******************************************************************
       KOPF-SCHREIBEN-para.
      *----------------
      *Schreibt die Überschrift mit der gewählten Auswahl.
           MOVE "Änderungsjournal der Kandidaten-Stammdatei"
                TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE WS-RULE-LINE TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           IF WS-SELECT-MODE = 1
              STRING "Historie der Kandidaten-ID " WS-SELECT-ID
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              IF WS-ID-COUNT > 1
                 MOVE "einschließlich der zusammengeführten IDs:"
                      TO WS-REPORT-LINE
                 PERFORM ZEILE-SCHREIBEN-para
                 PERFORM VARYING WS-ID-IDX FROM 2 BY 1
                         UNTIL WS-ID-IDX > WS-ID-COUNT
                    STRING "   " WS-ID-T (WS-ID-IDX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                    PERFORM ZEILE-SCHREIBEN-para
                 END-PERFORM
              END-IF
           ELSE
              STRING "Einträge vom " WS-DATE-FROM " bis "
                 WS-DATE-TO DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-IF
           PERFORM ZEILE-SCHREIBEN-para
           STRING "Datum    Zeit   Programm Benutzer "
              "Aktion                   Kandidat"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE WS-RULE-LINE TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para.

      ******************************************************************
       EINTRAEGE-LISTEN-para.
      *----------------
      *Liest das Journal in Schreibreihenfolge (also chronologisch)
      *und gibt jeden Eintrag aus, der zur Auswahl passt.
           OPEN INPUT JOURNAL-FILE
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ JOURNAL-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    IF WS-SELECT-MODE = 1
                       MOVE JN-CANDIDATE-ID TO WS-SEARCH-ID
                       PERFORM ID-SUCHEN-para
                       IF WS-ID-FOUND = 1
                          PERFORM EINTRAG-SCHREIBEN-para
                       END-IF
                    ELSE
                       IF JN-DATE >= WS-DATE-FROM
                          AND JN-DATE <= WS-DATE-TO
                          PERFORM EINTRAG-SCHREIBEN-para
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

      ******************************************************************
       EINTRAG-SCHREIBEN-para.
      *----------------
      *Gibt einen Journaleintrag aus: Kopfzeile mit Zeitstempel,
      *Programm, Benutzer, Aktion und Kandidaten-ID, danach die
      *Satzbilder vor und nach der Änderung.
           ADD 1 TO WS-ENTRY-COUNT
           EVALUATE JN-ACTION
              WHEN "ANLEGEN"    MOVE "Anlage" TO WS-ACTION-LABEL
              WHEN "AENDERN"    MOVE "Änderung" TO WS-ACTION-LABEL
              WHEN "LOESCHEN"   MOVE "Löschung" TO WS-ACTION-LABEL
              WHEN "ZUSAMMEN"   MOVE "Zusammenführung"
                                     TO WS-ACTION-LABEL
              WHEN "UEBERNAHME" MOVE "Übernahme Altbestand"
                                     TO WS-ACTION-LABEL
              WHEN "ANONYM"     MOVE "Anonymisierung"
                                     TO WS-ACTION-LABEL
              WHEN OTHER        MOVE JN-ACTION TO WS-ACTION-LABEL
           END-EVALUATE

           STRING JN-DATE " " JN-TIME " " JN-PROGRAM " " JN-USER " "
              DELIMITED BY SIZE
              WS-ACTION-LABEL DELIMITED BY SIZE
              " " JN-CANDIDATE-ID DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           IF JN-ACTION = "ZUSAMMEN"
              IF JN-AFTER-IMAGE = SPACES
                 STRING "          stillgelegt, zusammengeführt in "
                    JN-OTHER-ID DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 STRING "          übernimmt die stillgelegte ID "
                    JN-OTHER-ID DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
              PERFORM ZEILE-SCHREIBEN-para
           END-IF

           MOVE "vorher:" TO WS-IMAGE-LABEL
           MOVE JN-BEFORE-IMAGE TO WS-IMAGE
           PERFORM SATZBILD-SCHREIBEN-para
           MOVE "nachher:" TO WS-IMAGE-LABEL
           MOVE JN-AFTER-IMAGE TO WS-IMAGE
           PERFORM SATZBILD-SCHREIBEN-para.

      ******************************************************************
       SATZBILD-SCHREIBEN-para.
      *----------------
      *Gibt ein Satzbild (CANDIDATE-MASTER-RECORD) feldweise aus:
      *Kandidaten-ID, Name, Rolle und Nutzungsdatum.
           IF WS-IMAGE = SPACES
              STRING "          " WS-IMAGE-LABEL " (kein Satz)"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING "          " WS-IMAGE-LABEL " "
                 DELIMITED BY SIZE
                 WS-IMAGE (1:6) " | " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-IMAGE (7:40)) DELIMITED BY SIZE
                 " | " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-IMAGE (47:60)) DELIMITED BY SIZE
                 " | " DELIMITED BY SIZE
                 WS-IMAGE (107:8) DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
           END-IF
           PERFORM ZEILE-SCHREIBEN-para.

      ******************************************************************
       ZEILE-SCHREIBEN-para.
      *----------------
      *Schreibt WS-REPORT-LINE in den Bericht und leert sie.
           MOVE WS-REPORT-LINE TO JOURNAL-REPORT-RECORD
           WRITE JOURNAL-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

      ******************************************************************
      ******************************************************************
