      *geschrieben (was, wann, nach welcher Regel), damit sich die
      *Bereinigung gegenüber dem Datenschutzbeauftragten nachweisen
      *lässt.
      *Jede Löschung bzw. Anonymisierung steht zusätzlich im
      *Änderungsjournal data/master-journal.dat (wie bei CVMAINT).
      *Damit das Journal die bereinigten Daten nicht weiterträgt,
      *werden Name und Rolle in allen Journaleinträgen eines
      *bereinigten Kandidaten bis einschließlich seines
      *Bereinigungseintrags durch "*ANONYMISIERT*" ersetzt; Aktion,
      *Zeitpunkt, Benutzer und Nutzungsdatum bleiben als Nachweis
      *erhalten (siehe JOURNAL-ANONYMISIEREN-para).

      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETENTION-PROTOCOL-STATUS.

      *Änderungsjournal der Kandidaten-Stammdatei (Satzaufbau wie
      *in CVMAINT) samt Arbeitsdatei für das Anonymisieren der
      *Einträge bereinigter Kandidaten (gleiches Umkopier-Muster
      *wie beim Nutzungsprotokoll).
           SELECT JOURNAL-FILE
               ASSIGN DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-WORK-FILE
               ASSIGN DYNAMIC WS-JOURNAL-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-WORK-STATUS.

      *Laufsteuerungsdatei der nächtlichen Kette (CVCHECK, Dialog-
      *programm im Batch-Modus, CVSTATS, CVCLEAN): jedes Programm
      *schreibt Beginn und Ende seines Schrittes samt RETURN-CODE
       FD RETENTION-PROTOCOL-FILE.
       01  RETENTION-PROTOCOL-RECORD PIC X(120).

      *Satzaufbau des Änderungsjournals wie in CVMAINT; die
      *Satzbilder entsprechen dem CANDIDATE-MASTER-RECORD (Name ab
      *Stelle 7, Rolle ab Stelle 47).
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

       FD JOURNAL-WORK-FILE.
       01  JOURNAL-WORK-RECORD     PIC X(288).

      *Satzaufbau der Laufsteuerungsdatei: Datum, Uhrzeit, Schritt-
      *name, Ereignis (START/ENDE) und RETURN-CODE in festen
      *Spalten; in allen Programmen der Kette identisch deklariert.
           05 WS-RUN-CONTROL-PATH
                           PIC X(60) VALUE "data/run-control.dat".
           05 WS-RUN-CONTROL-STATUS PIC X(2).
           05 WS-JOURNAL-PATH
                           PIC X(60) VALUE "data/master-journal.dat".
           05 WS-JOURNAL-STATUS PIC X(2).
           05 WS-JOURNAL-WORK-PATH
                           PIC X(60) VALUE "data/master-journal.tmp".
           05 WS-JOURNAL-WORK-STATUS PIC X(2).

      *Felder der Laufsteuerung: Schrittname dieses Programms,
      *Tagesdatum/Uhrzeit, Wiederanlauf-Modus (Kommandozeilen-
      *Aufbaufeld für eine Zeile des Löschprotokolls.
       01 WS-PROTOCOL-LINE     PIC X(120).

      *Felder des Änderungsjournals: Benutzerkürzel des Laufs und
      *die Satzbilder vor und nach der Bereinigung.
       01 WS-JN-USER           PIC X(8) VALUE SPACES.
       01 WS-JN-BEFORE         PIC X(114) VALUE SPACES.
       01 WS-JN-AFTER          PIC X(114) VALUE SPACES.
       01 WS-JN-MASK           PIC X(14) VALUE "*ANONYMISIERT*".

      *Kandidaten, die laut Journal von CVCLEAN bereinigt wurden,
      *mit der Nummer ihres (jüngsten) Bereinigungseintrags; alle
      *Einträge bis dahin werden anonymisiert. Eine später unter
      *derselben ID neu angelegte Person bleibt so unberührt.
       01 WS-JC-COUNT          PIC 9(4) VALUE 0.
       01 WS-JC-TABLE.
           05 WS-JC-ENTRY OCCURS 5000 TIMES
                          INDEXED BY WS-JC-IDX.
              10 WS-JC-ID-T        PIC X(6).
              10 WS-JC-ENTRY-NO-T  PIC 9(7).
       01 WS-JC-FOUND          PIC 9 VALUE 0.
       01 WS-JC-OVERFLOW       PIC 9 VALUE 0.
       01 WS-JC-ADDED          PIC 9 VALUE 0.
       01 WS-JC-MERGE-NO       PIC 9(7) VALUE 0.
       01 WS-JN-ENTRY-NO       PIC 9(7) VALUE 0.
       01 WS-JN-MASKED         PIC 9(5) VALUE 0.
       01 WS-JN-MASKED-EDIT    PIC ZZZZ9.
       01 WS-JN-CHANGED        PIC 9 VALUE 0.

      *
      ******************************************************************
       PROCEDURE DIVISION.
              STOP RUN
           END-IF

           PERFORM BENUTZER-ERFASSEN-para

           PERFORM LAUF-BESTAETIGUNG-para
           IF WS-FALSE-ANSWER
              DISPLAY "Der Lauf wurde abgebrochen, es wurde nichts verä
              STOP RUN
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "Hinweis: Änderungsjournal "
                      FUNCTION TRIM(WS-JOURNAL-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-JOURNAL-STATUS ")."
              DISPLAY "Ohne Nachweis wird nichts bereinigt."
              CLOSE RETENTION-PROTOCOL-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM LAUFSTEUERUNG-ENDE-para
              STOP RUN
           END-IF

           PERFORM KANDIDATEN-BEREINIGEN-para
           CLOSE JOURNAL-FILE
           PERFORM JOURNAL-ANONYMISIEREN-para
           PERFORM PROTOKOLL-AUSSTREICHEN-para

           CLOSE RETENTION-PROTOCOL-FILE
           DISPLAY "Geprüfte Kandidatensätze:  " WS-CAND-CHECKED
           DISPLAY "Bereinigte Kandidatensätze: " WS-CAND-REMOVED
           DISPLAY "Entfernte Protokolleinträge: " WS-LOG-REMOVED
           DISPLAY "Anonymisierte Journaleinträge: " WS-JN-MASKED
           DISPLAY "Der Nachweis steht in "
                   FUNCTION TRIM(WS-RETENTION-PROTOCOL-PATH) "."
           DISPLAY "*********************************************"
              GO TO LAUF-BESTAETIGUNG-para
           END-IF.

      ******************************************************************
       BENUTZER-ERFASSEN-para.
      *----------------
      *Erfasst das Benutzerkürzel, unter dem die Bereinigungen im
      *Änderungsjournal stehen (wie in CVMAINT); ein leeres Kürzel
      *wird nicht angenommen.
           MOVE SPACES TO WS-JN-USER
           DISPLAY "Ihr Benutzerkürzel (für den Prüfpfad):"
           ACCEPT WS-JN-USER
           IF WS-JN-USER = SPACES
              DISPLAY "Bitte geben Sie Ihr Benutzerkürzel ein."
              GO TO BENUTZER-ERFASSEN-para
           END-IF.

      ******************************************************************
       KANDIDATEN-BEREINIGEN-para.
      *----------------
      *Massnahme tatsächlich durchgeführt wurde; andernfalls würde
      *der Nachweis eine Bereinigung dokumentieren, die nie
      *stattgefunden hat.
      *Das Satzbild vor der Bereinigung geht bereits ohne Name und
      *Rolle ins Journal; nachgewiesen werden ID und Nutzungsdatum.
           IF WS-RECORD-EXPIRED = 1
              MOVE CANDIDATE-MASTER-RECORD TO WS-JN-BEFORE
              MOVE WS-JN-MASK TO WS-JN-BEFORE (7:40)
              MOVE WS-JN-MASK TO WS-JN-BEFORE (47:60)
              IF WS-CLEAN-MODE = 1
                 DELETE CANDIDATE-MASTER
                    INVALID KEY
                    NOT INVALID KEY
                       ADD 1 TO WS-CAND-REMOVED
                       PERFORM KANDIDAT-PROTOKOLL-para
                       MOVE SPACES TO WS-JN-AFTER
                       PERFORM JOURNAL-SCHREIBEN-para
                 END-DELETE
              ELSE
                 MOVE "*ANONYMISIERT*" TO CM-CANDIDATE-NAME
                    NOT INVALID KEY
                       ADD 1 TO WS-CAND-REMOVED
                       PERFORM KANDIDAT-PROTOKOLL-para
                       MOVE CANDIDATE-MASTER-RECORD TO WS-JN-AFTER
                       PERFORM JOURNAL-SCHREIBEN-para
                 END-REWRITE
              END-IF
           END-IF.
           MOVE WS-PROTOCOL-LINE TO RETENTION-PROTOCOL-RECORD
           WRITE RETENTION-PROTOCOL-RECORD.

      ******************************************************************
       JOURNAL-SCHREIBEN-para.
      *----------------
      *Schreibt den Journaleintrag einer Einzelmaßnahme (Satzbilder
      *in WS-JN-BEFORE/WS-JN-AFTER) in das offene Änderungsjournal.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-TODAY TO JN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO JN-TIME
           MOVE "CVCLEAN" TO JN-PROGRAM
           MOVE WS-JN-USER TO JN-USER
           IF WS-CLEAN-MODE = 1
              MOVE "LOESCHEN" TO JN-ACTION
           ELSE
              MOVE "ANONYM" TO JN-ACTION
           END-IF
           MOVE CM-CANDIDATE-ID TO JN-CANDIDATE-ID
           MOVE WS-JN-BEFORE TO JN-BEFORE-IMAGE
           MOVE WS-JN-AFTER TO JN-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "Hinweis: Journaleintrag für Kandidat "
                      CM-CANDIDATE-ID " konnte nicht geschrieben"
                      " werden (Status " WS-JOURNAL-STATUS ")."
           END-IF.

      ******************************************************************
       JOURNAL-ANONYMISIEREN-para.
      *----------------
      *Ersetzt Name und Rolle in den Journaleinträgen bereinigter
      *Kandidaten. Erster Durchgang: alle Bereinigungseinträge von
      *CVCLEAN (auch früherer Läufe) werden mit ihrer Eintragsnummer
      *gesammelt. Zweiter Durchgang: das Journal wird in die
      *Arbeitsdatei kopiert, wobei jeder Eintrag eines gesammelten
      *Kandidaten bis zu dessen Bereinigungseintrag anonymisiert
      *wird; danach wird das Journal aus der Arbeitsdatei neu
      *aufgebaut (gleiches Verfahren wie PROTOKOLL-AUSSTREICHEN-para).
      *Da frühere Bereinigungen mit erfasst werden, holt ein
      *späterer Lauf ein hier gescheitertes Anonymisieren nach.
      *IDs, die vor der Bereinigung in einen bereinigten Kandidaten
      *zusammengeführt wurden, gehören zur selben Person; ihre
      *Einträge werden bis zur Zusammenführung mit anonymisiert.
           MOVE 0 TO WS-JN-MASKED
           MOVE 0 TO WS-JC-COUNT
           MOVE 0 TO WS-JC-OVERFLOW

           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "Hinweis: Änderungsjournal "
                      FUNCTION TRIM(WS-JOURNAL-PATH)
              DISPLAY "konnte nicht gelesen werden (Status "
                      WS-JOURNAL-STATUS "), es wird nicht anonymisiert."
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-JN-ENTRY-NO
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ JOURNAL-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    ADD 1 TO WS-JN-ENTRY-NO
                    IF JN-PROGRAM = "CVCLEAN"
                       PERFORM BEREINIGTEN-MERKEN-para
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE

           IF WS-JC-COUNT > 0
              MOVE 1 TO WS-JC-ADDED
              PERFORM ZUSAMMENFUEHRUNGEN-FOLGEN-para
                 UNTIL WS-JC-ADDED = 0
           END-IF

           IF WS-JC-OVERFLOW = 1
              DISPLAY "Hinweis: mehr als 5000 bereinigte Kandidaten im"
                      " Journal, die weiteren werden nicht"
                      " anonymisiert."
           END-IF
           IF WS-JC-COUNT = 0
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "Hinweis: Änderungsjournal "
                      FUNCTION TRIM(WS-JOURNAL-PATH)
              DISPLAY "konnte nicht gelesen werden (Status "
                      WS-JOURNAL-STATUS "), das Journal bleibt"
                      " unverändert."
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOURNAL-WORK-FILE
           IF WS-JOURNAL-WORK-STATUS NOT = "00"
              DISPLAY "Hinweis: Arbeitsdatei "
                      FUNCTION TRIM(WS-JOURNAL-WORK-PATH)
              DISPLAY "konnte nicht angelegt werden (Status "
                      WS-JOURNAL-WORK-STATUS "), das Journal bleibt"
                      " unverändert."
              CLOSE JOURNAL-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-JN-ENTRY-NO
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ JOURNAL-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    ADD 1 TO WS-JN-ENTRY-NO
                    PERFORM JOURNALEINTRAG-MASKIEREN-para
                    MOVE JOURNAL-RECORD TO JOURNAL-WORK-RECORD
                    WRITE JOURNAL-WORK-RECORD
              END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           CLOSE JOURNAL-WORK-FILE

           IF WS-JN-MASKED = 0
              OPEN OUTPUT JOURNAL-WORK-FILE
              CLOSE JOURNAL-WORK-FILE
              EXIT PARAGRAPH
           END-IF

      *Neuaufbau des Journals aus der Arbeitsdatei; bei einem
      *Fehler bleibt die Arbeitsdatei vollständig stehen.
           OPEN INPUT JOURNAL-WORK-FILE
           IF WS-JOURNAL-WORK-STATUS NOT = "00"
              DISPLAY "Hinweis: Arbeitsdatei "
                      FUNCTION TRIM(WS-JOURNAL-WORK-PATH)
              DISPLAY "konnte nicht wieder gelesen werden (Status "
                      WS-JOURNAL-WORK-STATUS "), das Journal wurde"
                      " nicht neu aufgebaut."
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "Hinweis: Änderungsjournal "
                      FUNCTION TRIM(WS-JOURNAL-PATH)
              DISPLAY "konnte nicht neu aufgebaut werden (Status "
                      WS-JOURNAL-STATUS ")."
              DISPLAY "Das vollständige Journal steht in der Arbeitsd"
                      "atei."
              CLOSE JOURNAL-WORK-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-REBUILD-OK
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ JOURNAL-WORK-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    MOVE JOURNAL-WORK-RECORD TO JOURNAL-RECORD
                    WRITE JOURNAL-RECORD
                    IF WS-JOURNAL-STATUS NOT = "00"
                       MOVE 0 TO WS-REBUILD-OK
                       MOVE 1 TO WS-READ-DONE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOURNAL-WORK-FILE
           CLOSE JOURNAL-FILE

           IF WS-REBUILD-OK = 0
              DISPLAY "Hinweis: Beim Neuaufbau des Änderungsjournals"
                      " ist ein Schreibfehler aufgetreten."
              DISPLAY "Das vollständige Journal steht in der Arbeitsd"
                      "atei."
              EXIT PARAGRAPH
           END-IF

      *Arbeitsdatei erst nach erfolgreichem Neuaufbau leeren.
           OPEN OUTPUT JOURNAL-WORK-FILE
           CLOSE JOURNAL-WORK-FILE

           MOVE WS-JN-MASKED TO WS-JN-MASKED-EDIT
           MOVE SPACES TO WS-PROTOCOL-LINE
           STRING WS-TODAY DELIMITED BY SIZE
              " Änderungsjournal:" DELIMITED BY SIZE
              WS-JN-MASKED-EDIT DELIMITED BY SIZE
              " Einträge anonymisiert (Regel: Einträge bereinigter"
                  DELIMITED BY SIZE
              " Kandidaten)." DELIMITED BY SIZE
              INTO WS-PROTOCOL-LINE
           MOVE WS-PROTOCOL-LINE TO RETENTION-PROTOCOL-RECORD
           WRITE RETENTION-PROTOCOL-RECORD.

      ******************************************************************
       BEREINIGTEN-MERKEN-para.
      *----------------
      *Merkt den gelesenen Bereinigungseintrag (Kandidaten-ID und
      *Eintragsnummer); ein jüngerer Eintrag derselben ID ersetzt
      *die gemerkte Nummer.
           MOVE 0 TO WS-JC-FOUND
           PERFORM VARYING WS-JC-IDX FROM 1 BY 1
                   UNTIL WS-JC-IDX > WS-JC-COUNT
              IF WS-JC-ID-T (WS-JC-IDX) = JN-CANDIDATE-ID
                 MOVE WS-JN-ENTRY-NO TO WS-JC-ENTRY-NO-T (WS-JC-IDX)
                 MOVE 1 TO WS-JC-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-JC-FOUND = 0
              IF WS-JC-COUNT < 5000
                 ADD 1 TO WS-JC-COUNT
                 SET WS-JC-IDX TO WS-JC-COUNT
                 MOVE JN-CANDIDATE-ID TO WS-JC-ID-T (WS-JC-IDX)
                 MOVE WS-JN-ENTRY-NO TO WS-JC-ENTRY-NO-T (WS-JC-IDX)
              ELSE
                 MOVE 1 TO WS-JC-OVERFLOW
              END-IF
           END-IF.

      ******************************************************************
       ZUSAMMENFUEHRUNGEN-FOLGEN-para.
      *----------------
      *Ein Durchgang über das Journal: jede stillgelegte ID, die vor
      *der Bereinigung in einen gemerkten Kandidaten zusammengeführt
      *wurde, wird mit der Nummer ihres Zusammenführungseintrags
      *gemerkt. Wiederholt, bis keine ID mehr hinzukommt, damit auch
      *Ketten von Zusammenführungen erfasst werden.
           MOVE 0 TO WS-JC-ADDED
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-JN-ENTRY-NO
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ JOURNAL-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    ADD 1 TO WS-JN-ENTRY-NO
                    IF JN-ACTION = "ZUSAMMEN"
                       AND JN-AFTER-IMAGE = SPACES
                       PERFORM ZUSAMMENFUEHRUNG-MERKEN-para
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

      ******************************************************************
       ZUSAMMENFUEHRUNG-MERKEN-para.
      *----------------
      *Prüft einen Zusammenführungseintrag der stillgelegten ID: ist
      *die übernehmende ID gemerkt und liegt die Zusammenführung vor
      *deren Bereinigung, wird die stillgelegte ID gemerkt.
           MOVE 0 TO WS-JC-MERGE-NO
           PERFORM VARYING WS-JC-IDX FROM 1 BY 1
                   UNTIL WS-JC-IDX > WS-JC-COUNT
              IF WS-JC-ID-T (WS-JC-IDX) = JN-OTHER-ID
                 AND WS-JC-ENTRY-NO-T (WS-JC-IDX) > WS-JN-ENTRY-NO
                 MOVE WS-JN-ENTRY-NO TO WS-JC-MERGE-NO
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-JC-MERGE-NO = 0
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-JC-FOUND
           PERFORM VARYING WS-JC-IDX FROM 1 BY 1
                   UNTIL WS-JC-IDX > WS-JC-COUNT
              IF WS-JC-ID-T (WS-JC-IDX) = JN-CANDIDATE-ID
                 MOVE 1 TO WS-JC-FOUND
                 IF WS-JC-ENTRY-NO-T (WS-JC-IDX) < WS-JC-MERGE-NO
                    MOVE WS-JC-MERGE-NO
                      TO WS-JC-ENTRY-NO-T (WS-JC-IDX)
                    MOVE 1 TO WS-JC-ADDED
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-JC-FOUND = 0
              IF WS-JC-COUNT < 5000
                 ADD 1 TO WS-JC-COUNT
                 SET WS-JC-IDX TO WS-JC-COUNT
                 MOVE JN-CANDIDATE-ID TO WS-JC-ID-T (WS-JC-IDX)
                 MOVE WS-JC-MERGE-NO TO WS-JC-ENTRY-NO-T (WS-JC-IDX)
                 MOVE 1 TO WS-JC-ADDED
              ELSE
                 MOVE 1 TO WS-JC-OVERFLOW
              END-IF
           END-IF.

      ******************************************************************
       JOURNALEINTRAG-MASKIEREN-para.
      *----------------
      *Anonymisiert den gelesenen Journaleintrag, wenn er zu einem
      *bereinigten Kandidaten gehört und nicht nach dessen
      *Bereinigungseintrag steht. Bereits anonymisierte Einträge
      *werden nicht erneut gezählt.
           MOVE 0 TO WS-JN-CHANGED
           PERFORM VARYING WS-JC-IDX FROM 1 BY 1
                   UNTIL WS-JC-IDX > WS-JC-COUNT
              IF WS-JC-ID-T (WS-JC-IDX) = JN-CANDIDATE-ID
                 IF WS-JN-ENTRY-NO
                    NOT > WS-JC-ENTRY-NO-T (WS-JC-IDX)
                    IF JN-BEFORE-IMAGE NOT = SPACES
                       AND (JN-BEFORE-IMAGE (7:40) NOT = WS-JN-MASK
                        OR JN-BEFORE-IMAGE (47:60) NOT = WS-JN-MASK)
                       MOVE WS-JN-MASK TO JN-BEFORE-IMAGE (7:40)
                       MOVE WS-JN-MASK TO JN-BEFORE-IMAGE (47:60)
                       MOVE 1 TO WS-JN-CHANGED
                    END-IF
                    IF JN-AFTER-IMAGE NOT = SPACES
                       AND (JN-AFTER-IMAGE (7:40) NOT = WS-JN-MASK
                        OR JN-AFTER-IMAGE (47:60) NOT = WS-JN-MASK)
                       MOVE WS-JN-MASK TO JN-AFTER-IMAGE (7:40)
                       MOVE WS-JN-MASK TO JN-AFTER-IMAGE (47:60)
                       MOVE 1 TO WS-JN-CHANGED
                    END-IF
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-JN-CHANGED = 1
              ADD 1 TO WS-JN-MASKED
           END-IF.

      ******************************************************************
       PROTOKOLL-AUSSTREICHEN-para.
      *----------------
