      *Teil-ID durch die Datei geblättert werden (siehe
      *BLAETTERN-para). Beim Anlegen schützt die INVALID-KEY-Prüfung
      *vor doppelten Kandidaten-IDs.
      *Jede Anlage, Änderung, Löschung, Übernahme und
      *Zusammenführung wird mit Zeitstempel, Programm,
      *Benutzerkürzel, Aktion sowie dem Satz vor und nach der
      *Änderung in das Änderungsjournal data/master-journal.dat
      *geschrieben (siehe JOURNAL-SCHREIBEN-para), damit sich die
      *Historie jedes Stammsatzes lückenlos nachweisen lässt; die
      *Auswertung übernimmt CVJOURNL.

      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CO-CANDIDATE-ID
               FILE STATUS IS WS-CANDIDATE-OLD-STATUS.

      *Statusdatei der Bewerbungen (indiziert, Schlüssel wie im
      *Dialogprogramm): beim Zusammenführen zweier Kandidaten werden
      *alle Statussätze der stillgelegten Kandidaten-ID auf die
      *verbleibende ID umgeschlüsselt, damit die Pipeline-Historie
      *dem überlebenden Satz folgt.
           SELECT APPLICATION-STATUS-FILE
               ASSIGN DYNAMIC WS-APPLICATION-STATUS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               ALTERNATE RECORD KEY IS AS-REQ-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AS-ENTRY-STAMP
               FILE STATUS IS WS-APPLICATION-STATUS-STATUS.

      *Interview-Terminplan (indiziert wie die Statusdatei): beim
      *Zusammenführen werden auch die Interview-Sätze der
      *stillgelegten Kandidaten-ID auf die verbleibende ID
      *umgeschlüsselt, damit gebuchte Termine nicht unter einer ID
      *weiterlaufen, die es in der Stammdatei nicht mehr gibt.
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

      *Altbestand der Statusdatei und des Terminplans aus der Zeit,
      *als beide zeilensequentiell fortgeschrieben wurden. Die alten
      *Dateien werden einmalig auf diese Namen umbenannt und über
      *die Menüfunktion (8) in die indizierten Dateien übernommen
      *(siehe STATUS-UEBERNAHME-para, INTERVIEW-UEBERNAHME-para).
           SELECT STATUS-OLD-FILE
               ASSIGN DYNAMIC WS-STATUS-OLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-OLD-STATUS.

           SELECT INTERVIEW-OLD-FILE
               ASSIGN DYNAMIC WS-INTERVIEW-OLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INTERVIEW-OLD-STATUS.

      *Generischer Leser für die kandidaten-gekeyten Inhalts-Dateien
      *(Werdegang, Verantwortlichkeiten, Ausbildung, Kenntnisse,
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTENT-STATUS.

      *Änderungsjournal der Kandidaten-Stammdatei; wird je Eintrag
      *fortgeschrieben, nie geleert (gleiches Muster wie das
      *Nutzungsprotokoll des Dialogprogramms).
           SELECT JOURNAL-FILE
               ASSIGN DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
      *==============
      *
           05 CO-CANDIDATE-ROLE    PIC X(60).

      *Satzaufbau wie im Dialogprogramm (FD APPLICATION-STATUS-FILE);
      *beim Umschlüsseln wird nur die Kandidaten-ID ersetzt, der
      *Rest des Satzes einschließlich Erfassungsstempel und
      *Storno-Feldern bleibt unverändert.
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

      *Satzaufbau wie im Dialogprogramm (FD INTERVIEW-FILE); beim
      *Umschlüsseln wird nur die Kandidaten-ID ersetzt, der Rest des
      *Satzes (Ausschreibung, Termin, Interviewer, Kennzeichen,
      *Erfassungsstempel) bleibt unverändert.
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

      *Satzaufbau der früheren zeilensequentiellen Statusdatei.
       FD STATUS-OLD-FILE.
       01  STATUS-OLD-RECORD.
           05 SO-CANDIDATE-ID      PIC X(6).
           05 FILLER               PIC X(1).
           05 SO-REQUISITION-ID    PIC X(8).
           05 FILLER               PIC X(1).
           05 SO-STATUS-CODE       PIC X(1).
           05 FILLER               PIC X(1).
           05 SO-STATUS-DATE       PIC X(8).
           05 FILLER               PIC X(1).
           05 SO-ORIG-CODE         PIC X(1).
           05 FILLER               PIC X(1).
           05 SO-ORIG-DATE         PIC X(8).
           05 FILLER               PIC X(1).
           05 SO-REVERSED-BY       PIC X(8).
           05 FILLER               PIC X(1).
           05 SO-REVERSE-REASON    PIC X(30).

      *Satzaufbau des früheren zeilensequentiellen Terminplans.
       FD INTERVIEW-OLD-FILE.
       01  INTERVIEW-OLD-RECORD.
           05 IO-CANDIDATE-ID      PIC X(6).
           05 FILLER               PIC X(1).
           05 IO-REQUISITION-ID    PIC X(8).
           05 FILLER               PIC X(1).
           05 IO-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 IO-TIME              PIC X(4).
           05 FILLER               PIC X(1).
           05 IO-INTERVIEWER       PIC X(20).
           05 FILLER               PIC X(1).
           05 IO-LOCATION          PIC X(20).
           05 FILLER               PIC X(1).
           05 IO-RECORD-FLAG       PIC X(1).

      *Generischer Satzaufbau der Inhalts-Dateien: Kandidaten-ID in
      *den Stellen 1-6, der Rest interessiert hier nicht.
           05 FILLER               PIC X(1).
           05 CT-REST              PIC X(493).

      *Satzaufbau des Änderungsjournals: Zeitstempel, Programm,
      *Benutzerkürzel, Aktion (ANLEGEN, AENDERN, LOESCHEN,
      *ZUSAMMEN, UEBERNAHME, ANONYM), Kandidaten-ID, beim
      *Zusammenführen die jeweils andere Kandidaten-ID sowie der
      *CANDIDATE-MASTER-RECORD vor und nach der Änderung (leer,
      *wenn es den Satz vorher bzw. nachher nicht gibt). In allen
      *schreibenden Programmen und in CVJOURNL identisch
      *deklariert.
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

       WORKING-STORAGE SECTION.
      *------------------------
      *
           05 WS-APPLICATION-STATUS-PATH
                         PIC X(60) VALUE "data/application-status.dat".
           05 WS-APPLICATION-STATUS-STATUS PIC X(2).
           05 WS-STATUS-OLD-PATH
                         PIC X(60) VALUE "data/application-status.old".
           05 WS-STATUS-OLD-STATUS PIC X(2).
           05 WS-INTERVIEW-PATH
                         PIC X(60) VALUE "data/interview-schedule.dat".
           05 WS-INTERVIEW-STATUS PIC X(2).
           05 WS-INTERVIEW-OLD-PATH
                         PIC X(60) VALUE "data/interview-schedule.old".
           05 WS-INTERVIEW-OLD-STATUS PIC X(2).
           05 WS-CONTENT-PATH   PIC X(60) VALUE SPACES.
           05 WS-CONTENT-STATUS PIC X(2).
           05 WS-JOURNAL-PATH
                           PIC X(60) VALUE "data/master-journal.dat".
           05 WS-JOURNAL-STATUS PIC X(2).

      *Felder des Änderungsjournals: Benutzerkürzel (einmal je
      *Sitzung erfasst), Aktion, Kandidaten-IDs und die Satzbilder
      *vor und nach der Änderung für JOURNAL-SCHREIBEN-para.
       01 WS-JN-USER           PIC X(8) VALUE SPACES.
       01 WS-JN-ACTION         PIC X(10) VALUE SPACES.
       01 WS-JN-CANDIDATE-ID   PIC X(6) VALUE SPACES.
       01 WS-JN-OTHER-ID       PIC X(6) VALUE SPACES.
       01 WS-JN-BEFORE         PIC X(114) VALUE SPACES.
       01 WS-JN-AFTER          PIC X(114) VALUE SPACES.
      *Status des Öffnens bzw. Schreibens eines Journaleintrags; er
      *wird vor dem CLOSE gesichert, das den Dateistatus
      *überschreibt.
       01 WS-JN-STATUS         PIC X(2) VALUE SPACES.

      *Zähler der einmaligen Altbestands-Übernahme.
       01 WS-CONV-READ         PIC 9(4) VALUE 0.
       01 WS-CONV-WRITTEN      PIC 9(4) VALUE 0.
       01 WS-CONV-SKIPPED      PIC 9(4) VALUE 0.

      *Zähler der einmaligen Übernahme von Statusdatei und
      *Terminplan; WS-HIST-READ ist zugleich die Satznummer des
      *Altsatzes, die als Erfassungsstempel übernommen wird.
       01 WS-HIST-READ         PIC 9(6) VALUE 0.
       01 WS-HIST-WRITTEN      PIC 9(6) VALUE 0.
       01 WS-HIST-SKIPPED      PIC 9(6) VALUE 0.
       01 WS-HIST-FAILED       PIC 9(6) VALUE 0.
       01 WS-HIST-FILE-STATUS  PIC X(2) VALUE SPACES.

      *Eingabefelder für die Pflegefunktionen. Die Felder werden vor
      *jeder Erfassung geleert, damit keine Reste einer vorherigen
      *Eingabe stehenbleiben.
       01 WS-NORM-LEN-MIN      PIC 9(2) VALUE 0.

      *Felder des Zusammenführens: verbleibende und stillgelegte
      *Kandidaten-ID, Zähler der umgeschlüsselten Status- und
      *Interview-Sätze sowie das Satzbild des gerade
      *umgeschlüsselten Satzes.
       01 WS-KEEP-ID           PIC X(6).
       01 WS-DROP-ID           PIC X(6).
       01 WS-MERGE-REWRITTEN   PIC 9(4) VALUE 0.
       01 WS-MERGE-OK          PIC 9 VALUE 0.
       01 WS-UMSCHREIBEN-OK    PIC 9 VALUE 0.
       01 WS-MERGE-IV-REWRITTEN PIC 9(4) VALUE 0.
       01 WS-IV-UMSCHREIBEN-OK PIC 9 VALUE 0.
       01 WS-MERGE-RECORD      PIC X(98).

      *Felder der Inhaltszeilen-Zählung nach dem Zusammenführen:
      *Laufvariable über die sechs Inhalts-Dateien, Zähler je Datei
                      WS-CANDIDATE-MASTER-STATUS ")."
              DISPLAY "Das Programm wird beendet."
              STOP RUN
           END-IF

      *Ohne beschreibbares Änderungsjournal wird die Stammdatei
      *nicht gepflegt, damit keine Änderung ohne Nachweis bleibt.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "Hinweis: Änderungsjournal "
                      FUNCTION TRIM(WS-JOURNAL-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-JOURNAL-STATUS ")."
              DISPLAY "Das Programm wird beendet."
              CLOSE CANDIDATE-MASTER
              STOP RUN
           END-IF
           CLOSE JOURNAL-FILE.

      ******************************************************************
       BENUTZER-ERFASSEN-para.
      *----------------
      *Erfasst einmal je Sitzung das Benutzerkürzel, unter dem alle
      *Änderungen im Journal stehen (wie die Abfrage beim Storno im
      *Dialogprogramm); ein leeres Kürzel wird nicht angenommen. Der
      *Ablauf erreicht diesen Abschnitt direkt aus der
      *INITIALISIERUNG und geht danach ins Wartungsmenü über.
           MOVE SPACES TO WS-JN-USER
           DISPLAY "Ihr Benutzerkürzel (für den Prüfpfad):"
           ACCEPT WS-JN-USER
           IF WS-JN-USER = SPACES
              DISPLAY "Bitte geben Sie Ihr Benutzerkürzel ein."
              GO TO BENUTZER-ERFASSEN-para
           END-IF.

      ******************************************************************
           DISPLAY "(5) Ab Teil-ID blättern"
           DISPLAY "(6) Altbestand (candidate-master.old) übernehmen"
           DISPLAY "(7) Dubletten suchen und zusammenführen"
           DISPLAY "(8) Status- und Interview-Altbestand übernehmen"
           DISPLAY "(9) Programm beenden"
           DISPLAY X'0A' "Geben Sie bitte eine Nummer von 1 bis 9 ein un
      -            "d bestätigen Sie mit ENTER."
                 PERFORM KONVERTIEREN-para
              WHEN 7
                 PERFORM DUBLETTEN-para
              WHEN 8
                 PERFORM STATUS-UEBERNAHME-para
                 PERFORM INTERVIEW-UEBERNAHME-para
              WHEN 9
                 CLOSE CANDIDATE-MASTER
                 DISPLAY "*********************************************"
                 NOT INVALID KEY
                    DISPLAY "Der Kandidat " WS-INPUT-ID " wurde angelegt
      -                     "."
                    MOVE "ANLEGEN" TO WS-JN-ACTION
                    MOVE CM-CANDIDATE-ID TO WS-JN-CANDIDATE-ID
                    MOVE SPACES TO WS-JN-OTHER-ID
                    MOVE SPACES TO WS-JN-BEFORE
                    MOVE CANDIDATE-MASTER-RECORD TO WS-JN-AFTER
                    PERFORM JOURNAL-SCHREIBEN-para
              END-WRITE
           END-IF.

              NOT INVALID KEY
                 DISPLAY "Bisheriger Name:  " CM-CANDIDATE-NAME
                 DISPLAY "Bisherige Rolle:  " CM-CANDIDATE-ROLE
                 MOVE CANDIDATE-MASTER-RECORD TO WS-JN-BEFORE
                 MOVE SPACES TO WS-INPUT-NAME
                 MOVE SPACES TO WS-INPUT-ROLE
                 DISPLAY "Neuen Namen eingeben (leer = unverändert):"
                    NOT INVALID KEY
                       DISPLAY "Der Kandidat " WS-INPUT-ID " wurde geän
      -                        "dert."
                       MOVE "AENDERN" TO WS-JN-ACTION
                       MOVE CM-CANDIDATE-ID TO WS-JN-CANDIDATE-ID
                       MOVE SPACES TO WS-JN-OTHER-ID
                       MOVE CANDIDATE-MASTER-RECORD TO WS-JN-AFTER
                       PERFORM JOURNAL-SCHREIBEN-para
                 END-REWRITE
           END-READ.

                 DISPLAY "Gefundener Satz:"
                 DISPLAY CM-CANDIDATE-ID " " CM-CANDIDATE-NAME
                 DISPLAY CM-CANDIDATE-ROLE
                 MOVE CANDIDATE-MASTER-RECORD TO WS-JN-BEFORE
                 PERFORM LOESCH-BESTAETIGUNG-para
                 IF WS-TRUE-ANSWER
                    DELETE CANDIDATE-MASTER
                       NOT INVALID KEY
                          DISPLAY "Der Kandidat " WS-INPUT-ID " wurde ge
      -                           "löscht."
                          MOVE "LOESCHEN" TO WS-JN-ACTION
                          MOVE WS-INPUT-ID TO WS-JN-CANDIDATE-ID
                          MOVE SPACES TO WS-JN-OTHER-ID
                          MOVE SPACES TO WS-JN-AFTER
                          PERFORM JOURNAL-SCHREIBEN-para
                    END-DELETE
                 ELSE
                    DISPLAY "Es wurde nichts gelöscht."
      -                           "bernommen."
                       NOT INVALID KEY
                          ADD 1 TO WS-CONV-WRITTEN
                          MOVE "UEBERNAHME" TO WS-JN-ACTION
                          MOVE CM-CANDIDATE-ID TO WS-JN-CANDIDATE-ID
                          MOVE SPACES TO WS-JN-OTHER-ID
                          MOVE CANDIDATE-MASTER-OLD-RECORD
                               TO WS-JN-BEFORE
                          MOVE CANDIDATE-MASTER-RECORD TO WS-JN-AFTER
                          PERFORM JOURNAL-SCHREIBEN-para
                    END-WRITE
              END-READ
           END-PERFORM

      *Anders als frühere Tabellen dieses Systems wird der
      *Überlauf nur einmal nach dem Einlesen gemeldet statt je
      *übergangenem Satz.
           IF WS-DUP-OVERFLOW = 1
              DISPLAY "Hinweis: mehr als 100 Kandidaten, die weiteren bl
      -              "eiben bei der Dublettensuche außen vor."
      *----------------
      *Führt die beiden Kandidaten zusammen: zuerst werden alle
      *Statussätze und alle Interview-Sätze der stillgelegten ID
      *auf die verbleibende ID umgeschlüsselt, erst danach wird der
      *Satz der stillgelegten ID gelöscht und der verbleibende
      *Satz mit dem heutigen Nutzungsdatum versehen. Die
      *Reihenfolge ist bewusst gewählt: schlägt das Umschreiben
              INVALID KEY
                 CONTINUE
           END-READ
           MOVE CANDIDATE-MASTER-RECORD TO WS-JN-BEFORE
           DELETE CANDIDATE-MASTER
              INVALID KEY
                 DISPLAY "Hinweis: Der Satz " WS-DROP-ID
      -                  "."
                 EXIT PARAGRAPH
           END-DELETE
           MOVE "ZUSAMMEN" TO WS-JN-ACTION
           MOVE WS-DROP-ID TO WS-JN-CANDIDATE-ID
           MOVE WS-KEEP-ID TO WS-JN-OTHER-ID
           MOVE SPACES TO WS-JN-AFTER
           PERFORM JOURNAL-SCHREIBEN-para

           MOVE WS-KEEP-ID TO CM-CANDIDATE-ID
           READ CANDIDATE-MASTER KEY IS CM-CANDIDATE-ID
                         " wurde nicht gefunden; das Nutzungsdatum konnt
      -                  "e nicht fortgeschrieben werden."
              NOT INVALID KEY
                 MOVE CANDIDATE-MASTER-RECORD TO WS-JN-BEFORE
                 MOVE FUNCTION CURRENT-DATE (1:8)
                      TO CM-LAST-ACTION-DATE
                 REWRITE CANDIDATE-MASTER-RECORD
                    INVALID KEY
                       DISPLAY "Hinweis: Der Satz " WS-KEEP-ID
                               " konnte nicht zurückgeschrieben werden 
      -                        "(Status " WS-CANDIDATE-MASTER-STATUS
                               ");"
                       DISPLAY "das Nutzungsdatum wurde nicht fortgeschr
      -                        "ieben, der Journaleintrag der verbleiben
      -                        "den ID fehlt."
                    NOT INVALID KEY
                       MOVE "ZUSAMMEN" TO WS-JN-ACTION
                       MOVE WS-KEEP-ID TO WS-JN-CANDIDATE-ID
                       MOVE WS-DROP-ID TO WS-JN-OTHER-ID
                       MOVE CANDIDATE-MASTER-RECORD TO WS-JN-AFTER
                       PERFORM JOURNAL-SCHREIBEN-para
                 END-REWRITE
           END-READ

      ******************************************************************
       STATUS-UMSCHREIBEN-para.
      *----------------
      *Schlüsselt alle Statussätze der stillgelegten Kandidaten-ID
      *auf die verbleibende ID um: der erste Satz der stillgelegten
      *ID wird per START gesucht, gelöscht und mit der neuen ID und
      *unverändertem Erfassungsstempel wieder geschrieben, bis unter
      *der stillgelegten ID kein Satz mehr steht. Da jeder Satz
      *einzeln umgeschlüsselt wird, kann ein abgebrochener Vorgang
      *einfach wiederholt werden. WS-UMSCHREIBEN-OK wird nur
      *gesetzt, wenn das Umschlüsseln vollständig gelungen ist
      *(oder es keine Statusdatei gibt); der Aufrufer entscheidet
      *daran, ob der Stammsatz gelöscht werden darf.
           MOVE 0 TO WS-UMSCHREIBEN-OK
           MOVE 0 TO WS-MERGE-REWRITTEN

           OPEN I-O APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS = "35"
              DISPLAY "Hinweis: Statusdatei "
                      FUNCTION TRIM(WS-APPLICATION-STATUS-PATH)
              DISPLAY "ist nicht vorhanden, es gibt keine Statussätze u
              MOVE 1 TO WS-UMSCHREIBEN-OK
              EXIT PARAGRAPH
           END-IF
           IF WS-APPLICATION-STATUS-STATUS NOT = "00"
              DISPLAY "Hinweis: Statusdatei "
                      FUNCTION TRIM(WS-APPLICATION-STATUS-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-APPLICATION-STATUS-STATUS "), die Statusdatei b
      -              "leibt unverändert."
              EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-UMSCHREIBEN-OK
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              MOVE WS-DROP-ID TO AS-CANDIDATE-ID
              MOVE LOW-VALUES TO AS-REQ-KEY
              MOVE 0 TO AS-ENTRY-STAMP
              START APPLICATION-STATUS-FILE
                    KEY IS NOT LESS THAN AS-KEY
                 INVALID KEY
                    MOVE 1 TO WS-READ-DONE
              END-START
              IF WS-READ-DONE = 0
                 READ APPLICATION-STATUS-FILE NEXT RECORD
                    AT END
                       MOVE 1 TO WS-READ-DONE
                    NOT AT END
                       IF AS-CANDIDATE-ID NOT = WS-DROP-ID
                          MOVE 1 TO WS-READ-DONE
                       ELSE
                          PERFORM STATUSSATZ-UMSCHLUESSELN-para
                       END-IF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE APPLICATION-STATUS-FILE

           IF WS-UMSCHREIBEN-OK = 0
              DISPLAY "Hinweis: Beim Umschlüsseln der Statusdatei ist"
                      " ein Schreibfehler aufgetreten (Status "
                      WS-APPLICATION-STATUS-STATUS ")."
           END-IF.

      ******************************************************************
       STATUSSATZ-UMSCHLUESSELN-para.
      *----------------
      *Löscht den gerade gelesenen Statussatz und schreibt ihn unter
      *der verbleibenden Kandidaten-ID neu. Der Erfassungsstempel ist
      *eindeutig und bleibt erhalten, deshalb muss der alte Satz
      *vor dem Schreiben gelöscht sein. Schlägt das Schreiben fehl,
      *wird der alte Satz zurückgeschrieben und das Umschlüsseln
      *abgebrochen.
           MOVE APPLICATION-STATUS-RECORD TO WS-MERGE-RECORD
           DELETE APPLICATION-STATUS-FILE
              INVALID KEY
                 MOVE 0 TO WS-UMSCHREIBEN-OK
                 MOVE 1 TO WS-READ-DONE
                 EXIT PARAGRAPH
           END-DELETE
           MOVE WS-KEEP-ID TO AS-CANDIDATE-ID
           WRITE APPLICATION-STATUS-RECORD
              INVALID KEY
                 MOVE 0 TO WS-UMSCHREIBEN-OK
                 MOVE 1 TO WS-READ-DONE
                 MOVE WS-MERGE-RECORD TO APPLICATION-STATUS-RECORD
                 WRITE APPLICATION-STATUS-RECORD
                    INVALID KEY
                       DISPLAY "Hinweis: Der Statussatz "
                               WS-MERGE-RECORD
                       DISPLAY "konnte nicht zurückgeschrieben werden"
                               "; bitte den Satz melden."
                 END-WRITE
              NOT INVALID KEY
                 ADD 1 TO WS-MERGE-REWRITTEN
           END-WRITE.

      ******************************************************************
       INTERVIEW-UMSCHREIBEN-para.
      *----------------
      *Schlüsselt alle Interview-Sätze der stillgelegten
      *Kandidaten-ID auf die verbleibende ID um (gleiches Verfahren
      *wie STATUS-UMSCHREIBEN-para), damit gebuchte Termine,
      *Stornierungen und der Tagesplan dem überlebenden Kandidaten
      *folgen. WS-IV-UMSCHREIBEN-OK wird nur gesetzt, wenn das
      *Umschlüsseln vollständig gelungen ist (oder es keine
      *Interview-Datei gibt, weil noch nie ein Termin gebucht
      *wurde).
           MOVE 0 TO WS-IV-UMSCHREIBEN-OK
           MOVE 0 TO WS-MERGE-IV-REWRITTEN

           OPEN I-O INTERVIEW-FILE
           IF WS-INTERVIEW-STATUS = "35"
              MOVE 1 TO WS-IV-UMSCHREIBEN-OK
              EXIT PARAGRAPH
           END-IF
           IF WS-INTERVIEW-STATUS NOT = "00"
              DISPLAY "Hinweis: Interview-Datei "
                      FUNCTION TRIM(WS-INTERVIEW-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-INTERVIEW-STATUS "), die Interview-Datei"
                      " bleibt unverändert."
              EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-IV-UMSCHREIBEN-OK
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              MOVE WS-DROP-ID TO IV-CANDIDATE-ID
              MOVE LOW-VALUES TO IV-REQ-KEY
              MOVE 0 TO IV-ENTRY-STAMP
              START INTERVIEW-FILE
                    KEY IS NOT LESS THAN IV-KEY
                 INVALID KEY
                    MOVE 1 TO WS-READ-DONE
              END-START
              IF WS-READ-DONE = 0
                 READ INTERVIEW-FILE NEXT RECORD
                    AT END
                       MOVE 1 TO WS-READ-DONE
                    NOT AT END
                       IF IV-CANDIDATE-ID NOT = WS-DROP-ID
                          MOVE 1 TO WS-READ-DONE
                       ELSE
                          PERFORM INTERVIEWSATZ-UMSCHLUESSELN-para
                       END-IF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE INTERVIEW-FILE

           IF WS-IV-UMSCHREIBEN-OK = 0
              DISPLAY "Hinweis: Beim Umschlüsseln der Interview-Datei"
                      " ist ein Schreibfehler aufgetreten (Status "
                      WS-INTERVIEW-STATUS ")."
           END-IF.

      ******************************************************************
       INTERVIEWSATZ-UMSCHLUESSELN-para.
      *----------------
      *Löscht den gerade gelesenen Interviewsatz und schreibt ihn
      *unter der verbleibenden Kandidaten-ID neu (wie
      *STATUSSATZ-UMSCHLUESSELN-para).
           MOVE INTERVIEW-RECORD TO WS-MERGE-RECORD
           DELETE INTERVIEW-FILE
              INVALID KEY
                 MOVE 0 TO WS-IV-UMSCHREIBEN-OK
                 MOVE 1 TO WS-READ-DONE
                 EXIT PARAGRAPH
           END-DELETE
           MOVE WS-KEEP-ID TO IV-CANDIDATE-ID
           WRITE INTERVIEW-RECORD
              INVALID KEY
                 MOVE 0 TO WS-IV-UMSCHREIBEN-OK
                 MOVE 1 TO WS-READ-DONE
                 MOVE WS-MERGE-RECORD TO INTERVIEW-RECORD
                 WRITE INTERVIEW-RECORD
                    INVALID KEY
                       DISPLAY "Hinweis: Der Interviewsatz "
                               WS-MERGE-RECORD
                       DISPLAY "konnte nicht zurückgeschrieben werden"
                               "; bitte den Satz melden."
                 END-WRITE
              NOT INVALID KEY
                 ADD 1 TO WS-MERGE-IV-REWRITTEN
           END-WRITE.

      ******************************************************************
       STATUS-UEBERNAHME-para.
      *----------------
      *Einmalige Übernahme der früheren zeilensequentiellen
      *Statusdatei in die indizierte Datei. Vorgehen wie bei der
      *Stammdatei (KONVERTIEREN-para): die alte Datei vor dem
      *Programmstart auf data/application-status.old umbenennen; die
      *indizierte Datei wird bei Bedarf leer angelegt. Jeder Altsatz
      *erhält seine Satznummer als Erfassungsstempel, so dass die
      *bisherige Reihenfolge innerhalb eines Tages erhalten bleibt.
      *Ein bereits übernommener Satz (gleicher Schlüssel, Status 22)
      *wird nicht überschrieben, sondern gezählt; die Übernahme kann
      *daher gefahrlos wiederholt werden. Jeder andere Schreibfehler
      *wird angezeigt und gezählt, die Übernahme gilt dann als
      *unvollständig.
           MOVE 0 TO WS-HIST-READ
           MOVE 0 TO WS-HIST-WRITTEN
           MOVE 0 TO WS-HIST-SKIPPED
           MOVE 0 TO WS-HIST-FAILED

           OPEN INPUT STATUS-OLD-FILE
           IF WS-STATUS-OLD-STATUS NOT = "00"
              DISPLAY "Hinweis: Altdatei "
                      FUNCTION TRIM(WS-STATUS-OLD-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-STATUS-OLD-STATUS ")."
              DISPLAY "Zum Übernehmen die alte Statusdatei vor dem Prog
      -              "rammstart auf diesen Namen umbenennen."
              EXIT PARAGRAPH
           END-IF
           OPEN I-O APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS = "35"
              OPEN OUTPUT APPLICATION-STATUS-FILE
              CLOSE APPLICATION-STATUS-FILE
              OPEN I-O APPLICATION-STATUS-FILE
           END-IF
           IF WS-APPLICATION-STATUS-STATUS NOT = "00"
              DISPLAY "Hinweis: Statusdatei "
                      FUNCTION TRIM(WS-APPLICATION-STATUS-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-APPLICATION-STATUS-STATUS ")."
              CLOSE STATUS-OLD-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ STATUS-OLD-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    ADD 1 TO WS-HIST-READ
                    MOVE SPACES TO APPLICATION-STATUS-RECORD
                    MOVE SO-CANDIDATE-ID   TO AS-CANDIDATE-ID
                    MOVE SO-REQUISITION-ID TO AS-REQUISITION-ID
                    MOVE SO-STATUS-DATE    TO AS-STATUS-DATE
                    MOVE WS-HIST-READ      TO AS-ENTRY-STAMP
                    MOVE SO-STATUS-CODE    TO AS-STATUS-CODE
                    MOVE SO-ORIG-CODE      TO AS-ORIG-CODE
                    MOVE SO-ORIG-DATE      TO AS-ORIG-DATE
                    MOVE SO-REVERSED-BY    TO AS-REVERSED-BY
                    MOVE SO-REVERSE-REASON TO AS-REVERSE-REASON
                    WRITE APPLICATION-STATUS-RECORD
                       INVALID KEY
                          MOVE WS-APPLICATION-STATUS-STATUS
                               TO WS-HIST-FILE-STATUS
                          PERFORM UEBERNAHME-FEHLER-para
                       NOT INVALID KEY
                          ADD 1 TO WS-HIST-WRITTEN
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE STATUS-OLD-FILE
           CLOSE APPLICATION-STATUS-FILE

           DISPLAY "Statusdatei übernommen: " WS-HIST-READ
                   " Altsätze gelesen, " WS-HIST-WRITTEN
                   " übernommen, " WS-HIST-SKIPPED
                   " bereits vorhanden."
           PERFORM UEBERNAHME-ABSCHLUSS-para.

      ******************************************************************
       INTERVIEW-UEBERNAHME-para.
      *----------------
      *Einmalige Übernahme des früheren zeilensequentiellen
      *Interview-Terminplans (data/interview-schedule.old) in die
      *indizierte Datei, wie STATUS-UEBERNAHME-para. Datum und
      *Uhrzeit des Termins werden zusätzlich in IV-SLOT-DATE und
      *IV-SLOT-TIME für den Interviewer-Schlüssel übernommen.
           MOVE 0 TO WS-HIST-READ
           MOVE 0 TO WS-HIST-WRITTEN
           MOVE 0 TO WS-HIST-SKIPPED
           MOVE 0 TO WS-HIST-FAILED

           OPEN INPUT INTERVIEW-OLD-FILE
           IF WS-INTERVIEW-OLD-STATUS NOT = "00"
              DISPLAY "Hinweis: Altdatei "
                      FUNCTION TRIM(WS-INTERVIEW-OLD-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-INTERVIEW-OLD-STATUS ")."
              DISPLAY "Zum Übernehmen den alten Terminplan vor dem Prog
      -              "rammstart auf diesen Namen umbenennen."
              EXIT PARAGRAPH
           END-IF
           OPEN I-O INTERVIEW-FILE
           IF WS-INTERVIEW-STATUS = "35"
              OPEN OUTPUT INTERVIEW-FILE
              CLOSE INTERVIEW-FILE
              OPEN I-O INTERVIEW-FILE
           END-IF
           IF WS-INTERVIEW-STATUS NOT = "00"
              DISPLAY "Hinweis: Interview-Datei "
                      FUNCTION TRIM(WS-INTERVIEW-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-INTERVIEW-STATUS ")."
              CLOSE INTERVIEW-OLD-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ INTERVIEW-OLD-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    ADD 1 TO WS-HIST-READ
                    MOVE SPACES TO INTERVIEW-RECORD
                    MOVE IO-CANDIDATE-ID   TO IV-CANDIDATE-ID
                    MOVE IO-REQUISITION-ID TO IV-REQUISITION-ID
                    MOVE IO-DATE           TO IV-DATE
                    MOVE IO-TIME           TO IV-TIME
                    MOVE WS-HIST-READ      TO IV-ENTRY-STAMP
                    MOVE IO-INTERVIEWER    TO IV-INTERVIEWER
                    MOVE IO-DATE           TO IV-SLOT-DATE
                    MOVE IO-TIME           TO IV-SLOT-TIME
                    MOVE IO-LOCATION       TO IV-LOCATION
                    MOVE IO-RECORD-FLAG    TO IV-RECORD-FLAG
                    WRITE INTERVIEW-RECORD
                       INVALID KEY
                          MOVE WS-INTERVIEW-STATUS
                               TO WS-HIST-FILE-STATUS
                          PERFORM UEBERNAHME-FEHLER-para
                       NOT INVALID KEY
                          ADD 1 TO WS-HIST-WRITTEN
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE INTERVIEW-OLD-FILE
           CLOSE INTERVIEW-FILE

           DISPLAY "Terminplan übernommen: " WS-HIST-READ
                   " Altsätze gelesen, " WS-HIST-WRITTEN
                   " übernommen, " WS-HIST-SKIPPED
                   " bereits vorhanden."
           PERFORM UEBERNAHME-ABSCHLUSS-para.

      ******************************************************************
       UEBERNAHME-FEHLER-para.
      *----------------
      *Wertet ein INVALID KEY beim Übernehmen eines Altsatzes aus:
      *Status 22 heißt bereits übernommen, jeder andere Status ist
      *ein Schreibfehler. WS-HIST-FILE-STATUS trägt den Status der
      *gerade beschriebenen Datei.
           IF WS-HIST-FILE-STATUS = "22"
              ADD 1 TO WS-HIST-SKIPPED
           ELSE
              ADD 1 TO WS-HIST-FAILED
              DISPLAY "Hinweis: Altsatz " WS-HIST-READ
                      " konnte nicht übernommen werden (Status "
                      WS-HIST-FILE-STATUS ")."
           END-IF.

      ******************************************************************
       UEBERNAHME-ABSCHLUSS-para.
      *----------------
      *Meldet nach einer Übernahme die Schreibfehler oder, wenn alle
      *Altsätze übernommen sind, dass die Altdatei gelöscht werden
      *kann.
           IF WS-HIST-FAILED > 0
              DISPLAY "Übernahme unvollständig: " WS-HIST-FAILED
                      " Altsätze nicht geschrieben."
              DISPLAY "Die Altdatei nicht löschen; nach Behebung der Ur
      -              "sache die Übernahme wiederholen."
              EXIT PARAGRAPH
           END-IF
           IF WS-HIST-READ > 0
              DISPLAY "Die Altdatei kann nach erfolgreicher Übernahme g
      -              "elöscht werden."
           END-IF.

      ******************************************************************
       INHALTE-ZAEHLEN-para.
              ADD WS-CONTENT-COUNT TO WS-CONTENT-TOTAL
           END-IF.

      ******************************************************************
       JOURNAL-SCHREIBEN-para.
      *----------------
      *Hängt einen Eintrag (WS-JN-ACTION, WS-JN-CANDIDATE-ID,
      *WS-JN-OTHER-ID, WS-JN-BEFORE, WS-JN-AFTER) mit Zeitstempel,
      *Programm und Benutzerkürzel an das Änderungsjournal an. Die
      *Änderung an der Stammdatei ist zu diesem Zeitpunkt bereits
      *geschehen; ein Schreibfehler wird deshalb deutlich gemeldet,
      *damit der fehlende Nachweis von Hand nachgetragen werden
      *kann.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE WS-JOURNAL-STATUS TO WS-JN-STATUS
           IF WS-JN-STATUS = "00"
              MOVE SPACES TO JOURNAL-RECORD
              MOVE FUNCTION CURRENT-DATE (1:8) TO JN-DATE
              MOVE FUNCTION CURRENT-DATE (9:6) TO JN-TIME
              MOVE "CVMAINT" TO JN-PROGRAM
              MOVE WS-JN-USER TO JN-USER
              MOVE WS-JN-ACTION TO JN-ACTION
              MOVE WS-JN-CANDIDATE-ID TO JN-CANDIDATE-ID
              MOVE WS-JN-OTHER-ID TO JN-OTHER-ID
              MOVE WS-JN-BEFORE TO JN-BEFORE-IMAGE
              MOVE WS-JN-AFTER TO JN-AFTER-IMAGE
              WRITE JOURNAL-RECORD
              MOVE WS-JOURNAL-STATUS TO WS-JN-STATUS
              CLOSE JOURNAL-FILE
           END-IF
           IF WS-JN-STATUS NOT = "00"
              DISPLAY "Hinweis: Der Journaleintrag ("
                      FUNCTION TRIM(WS-JN-ACTION) " "
                      WS-JN-CANDIDATE-ID ") konnte nicht in "
                      FUNCTION TRIM(WS-JOURNAL-PATH)
              DISPLAY "geschrieben werden (Status " WS-JN-STATUS
                      "); bitte die Änderung melden."
           END-IF.

      ******************************************************************
       NEXT-STEP-para.
      *-----------------
