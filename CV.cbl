               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUISITION-STATUS.

      *Statusdatei der Bewerbungen: je Statuswechsel ein Satz mit
      *Kandidaten-ID, Ausschreibungs-ID, Statuscode und Datum. Die
      *Datei wird nur fortgeschrieben, nie geändert; der jüngste
      *Satz je Kandidat/Ausschreibung ist der aktuelle Stand (siehe
      *RECORD-STATUS-para und PIPELINE-para). Ersetzt die bisher
      *neben dem Terminal gepflegte Tabellenkalkulation.
      *Die Datei ist indiziert: Primärschlüssel Kandidat/
      *Ausschreibung/Datum plus Erfassungsstempel, sodass alle
      *Sätze eines Paares in zeitlicher Folge beieinander stehen;
      *Alternativschlüssel Ausschreibung/Datum (mit Duplikaten) für
      *Auswertungen je Ausschreibung und der Erfassungsstempel
      *allein für das Lesen in Erfassungsreihenfolge (CVLETTER).
           SELECT APPLICATION-STATUS-FILE
               ASSIGN DYNAMIC WS-APPLICATION-STATUS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               ALTERNATE RECORD KEY IS AS-REQ-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AS-ENTRY-STAMP
               FILE STATUS IS WS-APPLICATION-STATUS-STATUS.

      *Terminplan der Interviews, über Kandidaten-ID und
      *Buchung ist ein Satz mit Kennzeichen A (aktiv), eine
      *Stornierung ein späterer Satz mit Kennzeichen S zum selben
      *Termin; der jüngste Satz je Kandidat/Ausschreibung/Datum/
      *Uhrzeit ist der aktuelle Stand (siehe INTERVIEW-STAND-para).
      *Indiziert wie die Statusdatei: Primärschlüssel Kandidat/
      *Ausschreibung/Datum/Uhrzeit plus Erfassungsstempel;
      *Alternativschlüssel Ausschreibung/Datum/Uhrzeit und
      *Interviewer/Datum/Uhrzeit (beide mit Duplikaten, letzterer
      *für die Doppelbuchungs-Prüfung) sowie der Erfassungsstempel.
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

      *Tagesplan-Datei mit den Interviews des folgenden Tages (siehe
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INTERVIEW-PLAN-STATUS.

      *Rückmeldungen der Interviewer zu einem Interview-Termin,
      *verknüpft über Kandidat/Ausschreibung/Datum/Uhrzeit mit dem
      *Terminplan. Je Interviewer und Termin ein Satz mit Bewertung
      *je Kriterium, Empfehlung und Kommentar; die Datei wird wie
      *der Terminplan nur fortgeschrieben (siehe
      *FEEDBACK-ERFASSEN-para und SCORECARD-para).
           SELECT FEEDBACK-FILE
               ASSIGN DYNAMIC WS-FEEDBACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEEDBACK-STATUS.

      *Fehlerzusammenfassung für den Betrieb: PROGRAM-EXIT-para
      *schreibt hierhin alle während des Laufs über
      *REPORT-ERROR-para gemeldeten Befunde, damit ein
      *fest, wer wann aus welchem Grund storniert hat. Die Datei
      *bleibt dabei wie bisher rein fortgeschrieben; bei normalen
      *Statussätzen bleiben die Storno-Felder leer.
      *AS-ENTRY-STAMP ist der Erfassungsstempel (JJJJMMTTHHMMSShh
      *beim Schreiben, siehe STATUS-SCHREIBEN-para); er macht den
      *Schlüssel eindeutig. Sätze aus der Übernahme der früheren
      *zeilensequentiellen Datei tragen dort stattdessen ihre
      *bisherige Satznummer (siehe CVMAINT, STATUS-UEBERNAHME-para).
      *Satzaufbau in allen Programmen identisch.
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
           05 AS-REVERSE-REASON    PIC X(30).

      *Satzaufbau des Terminplans. IV-SLOT-DATE und IV-SLOT-TIME
      *wiederholen Datum und Uhrzeit des Termins, damit sie mit dem
      *Interviewer einen zusammenhängenden Alternativschlüssel
      *bilden; jedes schreibende Programm füllt beide Paare gleich.
      *IV-ENTRY-STAMP wie AS-ENTRY-STAMP in der Statusdatei.
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
       FD INTERVIEW-PLAN-FILE.
       01  INTERVIEW-PLAN-RECORD   PIC X(100).

      *Satzaufbau der Interview-Rückmeldung: Schlüssel des Termins,
      *Interviewer, Bewertungen 1 (schwach) bis 5 (sehr gut) für
      *Fachkompetenz, Kommunikation und Motivation, Empfehlung
      *(J = einstellen, N = nicht einstellen), Erfassungsdatum und
      *Kommentar.
       FD FEEDBACK-FILE.
       01  FEEDBACK-RECORD.
           05 FB-CANDIDATE-ID      PIC X(6).
           05 FILLER               PIC X(1).
           05 FB-REQUISITION-ID    PIC X(8).
           05 FILLER               PIC X(1).
           05 FB-IV-DATE           PIC X(8).
           05 FILLER               PIC X(1).
           05 FB-IV-TIME           PIC X(4).
           05 FILLER               PIC X(1).
           05 FB-INTERVIEWER       PIC X(20).
           05 FILLER               PIC X(1).
           05 FB-RATING-TECH       PIC 9(1).
           05 FILLER               PIC X(1).
           05 FB-RATING-COMM       PIC 9(1).
           05 FILLER               PIC X(1).
           05 FB-RATING-MOTIV      PIC 9(1).
           05 FILLER               PIC X(1).
           05 FB-RECOMMENDATION    PIC X(1).
           05 FILLER               PIC X(1).
           05 FB-ENTRY-DATE        PIC X(8).
           05 FILLER               PIC X(1).
           05 FB-COMMENT           PIC X(80).

       FD BATCH-CONTROL-FILE.
       01  BATCH-CONTROL-RECORD    PIC X(80).

           05 WS-INTERVIEW-PLAN-PATH
                           PIC X(60) VALUE "data/interview-plan.txt".
           05 WS-INTERVIEW-PLAN-STATUS PIC X(2).
           05 WS-FEEDBACK-PATH
                        PIC X(60) VALUE "data/interview-feedback.dat".
           05 WS-FEEDBACK-STATUS PIC X(2).
           05 WS-BATCH-CONTROL-PATH
                           PIC X(60) VALUE "data/batch-mode.ctl".
           05 WS-BATCH-CONTROL-STATUS PIC X(2).
       01 WS-STATUS-INPUT-REQ  PIC X(8).
       01 WS-STATUS-INPUT-CODE PIC X(1).
       01 WS-STATUS-LABEL      PIC X(12).
       01 WS-PIPELINE-OPEN     PIC 9(5) VALUE 0.

      *Aktueller Stand des gerade gelesenen Paares Kandidat/
      *Ausschreibung in PIPELINE-para: die Statusdatei wird in
      *Schlüsselfolge gelesen, die Sätze eines Paares stehen also
      *beieinander, und beim Paarwechsel wird der Stand ausgegeben
      *(siehe PIPELINE-MERKEN-para). Anders als die frühere
      *Tabelle kennt das keine Obergrenze für die Zahl der Paare.
       01 WS-PIPE-CURRENT.
           05 WS-PIPE-CAND         PIC X(6).
           05 WS-PIPE-REQ          PIC X(8).
           05 WS-PIPE-STATUS       PIC X(1).
           05 WS-PIPE-DATE         PIC X(8).
       01 WS-PIPE-READ-DONE    PIC 9 VALUE 0.

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

      *Eingabefelder der Storno-Erfassung und Zähler der
      *Verlaufsanzeige (siehe STATUS-STORNO-para und

      *Eingabe- und Arbeitsfelder der Interview-Terminverwaltung
      *(siehe INTERVIEW-BUCHEN-para, INTERVIEW-STORNO-para und
      *INTERVIEW-TAGESPLAN-para). WS-IV-SLOT nimmt den aktuellen
      *Stand eines Termins auf, d.h. den jüngsten Satz je
      *Kandidat/Ausschreibung/Datum/Uhrzeit; Kennzeichen A = aktiv,
      *S = storniert.
       01 WS-IV-INPUT-REQ      PIC X(8).
       01 WS-IV-INPUT-DATE     PIC X(8).
       01 WS-IV-INPUT-TIME     PIC X(4).
       01 WS-IV-INPUT-PERSON   PIC X(20).
       01 WS-IV-INPUT-LOCATION PIC X(20).
       01 WS-IV-SLOT.
           05 WS-IV-SLOT-KEY.
              10 WS-IV-SLOT-CAND   PIC X(6).
              10 WS-IV-SLOT-REQ    PIC X(8).
              10 WS-IV-SLOT-DATE   PIC X(8).
              10 WS-IV-SLOT-TIME   PIC X(4).
           05 WS-IV-SLOT-PERSON    PIC X(20).
           05 WS-IV-SLOT-LOCATION  PIC X(20).
           05 WS-IV-SLOT-FLAG      PIC X(1).

      *Steuerung des Durchlaufs über den Terminplan
      *(INTERVIEW-DURCHLAUF-para): Auswertung je Termin (K = aktive
      *Termine des Kandidaten anzeigen, P = Tagesplan, F = offene
      *Rückmeldungen) und optional die Kandidaten-ID, auf die der
      *Durchlauf beschränkt ist. WS-IV-HIT-COUNT zählt bei der
      *Doppelbuchungs-Prüfung die bereits geprüften Sätze des
      *Interviewers.
       01 WS-IV-SCAN-MODE      PIC X(1) VALUE SPACE.
       01 WS-IV-SCAN-CAND      PIC X(6) VALUE SPACES.
       01 WS-IV-STAND-DONE     PIC 9 VALUE 0.
       01 WS-IV-HIT-COUNT      PIC 9(5) VALUE 0.
       01 WS-IV-SKIP           PIC 9(5) VALUE 0.
       01 WS-IV-FOUND          PIC 9 VALUE 0.
       01 WS-IV-READ-DONE      PIC 9 VALUE 0.
       01 WS-IV-CONFLICT       PIC 9 VALUE 0.
       01 WS-IV-WRITE-FLAG     PIC X(1) VALUE "A".
       01 WS-IV-PLAN-COUNT     PIC 9(5) VALUE 0.
       01 WS-IV-WRITE-ERROR    PIC 9 VALUE 0.
       01 WS-STATUS-WRITTEN    PIC 9 VALUE 0.
       01 WS-IV-TOMORROW-INT   PIC 9(7) VALUE 0.
       01 WS-IV-TOMORROW       PIC 9(8) VALUE 0.
       01 WS-IV-TOMORROW-X     PIC X(8).

      *Eingabe- und Arbeitsfelder der Interview-Rückmeldungen (siehe
      *FEEDBACK-ERFASSEN-para, SCORECARD-para und
      *FEEDBACK-OFFEN-para). WS-FB-GRACE-DAYS ist die Frist in
      *Tagen nach dem Interview, nach der eine fehlende Rückmeldung
      *als überfällig gelistet wird.
       01 WS-FB-INPUT-PERSON   PIC X(20).
       01 WS-FB-INPUT-TECH     PIC X(1).
       01 WS-FB-INPUT-COMM     PIC X(1).
       01 WS-FB-INPUT-MOTIV    PIC X(1).
       01 WS-FB-INPUT-REC      PIC X(1).
       01 WS-FB-INPUT-COMMENT  PIC X(80).
       01 WS-FB-FOUND          PIC 9 VALUE 0.
       01 WS-FB-READ-DONE      PIC 9 VALUE 0.
       01 WS-FB-VALID          PIC 9 VALUE 0.
       01 WS-FB-COUNT          PIC 9(3) VALUE 0.
       01 WS-FB-HIRE-COUNT     PIC 9(3) VALUE 0.
       01 WS-FB-NOHIRE-COUNT   PIC 9(3) VALUE 0.
       01 WS-FB-SUM-TECH       PIC 9(5) VALUE 0.
       01 WS-FB-SUM-COMM       PIC 9(5) VALUE 0.
       01 WS-FB-SUM-MOTIV      PIC 9(5) VALUE 0.
       01 WS-FB-AVG-TECH       PIC 9V99 VALUE 0.
       01 WS-FB-AVG-COMM       PIC 9V99 VALUE 0.
       01 WS-FB-AVG-MOTIV      PIC 9V99 VALUE 0.
       01 WS-FB-AVG-TOTAL      PIC 9V99 VALUE 0.
       01 WS-FB-AVG-EDIT-1     PIC 9.99.
       01 WS-FB-AVG-EDIT-2     PIC 9.99.
       01 WS-FB-AVG-EDIT-3     PIC 9.99.
       01 WS-FB-AVG-EDIT-4     PIC 9.99.
       01 WS-FB-GRACE-DAYS     PIC 9(3) VALUE 3.
       01 WS-FB-TODAY-INT      PIC 9(7) VALUE 0.
       01 WS-FB-IV-INT         PIC 9(7) VALUE 0.
       01 WS-FB-OPEN-COUNT     PIC 9(3) VALUE 0.
       01 WS-FB-TODAY          PIC X(8).
       01 WS-FB-KEY-CAND       PIC X(6).
       01 WS-FB-KEY-REQ        PIC X(8).
       01 WS-FB-KEY-DATE       PIC X(8).
       01 WS-FB-KEY-TIME       PIC X(4).
       01 WS-FB-KEY-PERSON     PIC X(20).

      *Zentrale Fehlerbehandlung (siehe REPORT-ERROR-para und
      *PROGRAM-EXIT-para): Jede FILE-STATUS-Verzweigung meldet ihren
      *Befund mit Schweregrad an REPORT-ERROR-para (1 = Warnung, der
              DISPLAY "(18) Interview schedule for tomorrow"
              DISPLAY "(19) Reverse an application status entry"
              DISPLAY "(20) Application status history"
              DISPLAY "(21) Enter interview feedback"
              DISPLAY "(22) Interview scorecard"
              DISPLAY "(23) Interviews with overdue feedback"
              DISPLAY X'0A' "Please enter a number from 0 to 23 and conf
      -               "irm with ENTER."
           ELSE
              DISPLAY "Welche Informationen möchten Sie erhalten?"
              DISPLAY "(18) Interviewplan für morgen"
              DISPLAY "(19) Bewerbungsstatus stornieren"
              DISPLAY "(20) Statusverlauf anzeigen"
              DISPLAY "(21) Interview-Feedback erfassen"
              DISPLAY "(22) Interview-Scorecard anzeigen"
              DISPLAY "(23) Interviews mit fehlendem Feedback"
              DISPLAY X'0A' "Geben Sie bitte eine Nummer von 0 bis 23 ei
      -               "n und bestätigen Sie mit ENTER."
           END-IF.
           ACCEPT WS-USER-INPUT-NO.
                 PERFORM STATUS-STORNO-para
              WHEN 20
                 PERFORM STATUS-VERLAUF-para
              WHEN 21
                 PERFORM FEEDBACK-ERFASSEN-para
              WHEN 22
                 PERFORM SCORECARD-para
              WHEN 23
                 PERFORM FEEDBACK-OFFEN-para
              WHEN 9
      *       Das Programm wird nach Ausgabe einer kurzen Nachricht
      *       beendet.
                 STOP RUN
              WHEN OTHER
                 IF WS-ENGLISH-MODE
                    DISPLAY "Please enter a number from 0 to 23."
                 ELSE
                    DISPLAY "Bitte geben Sie eine Nummer von 0 bis 23 ei
      -                     "n."
                 END-IF
           END-EVALUATE
      ******************************************************************
       LOG-SELECTION-para.
      *----------------
      *Hängt jede Menüauswahl (0-23, auch ungültige Eingaben)
      *mit Zeitstempel an WS-AUDIT-LOG-PATH an, damit sich im
      *Nachhinein auswerten lässt, welche Abschnitte Reviewer
      *tatsächlich ansehen.
                           WS-AUDIT-MENU-LABEL
              WHEN 20 MOVE "20 - Statusverlauf"                 TO
                           WS-AUDIT-MENU-LABEL
              WHEN 21 MOVE "21 - Interview-Feedback erfassen"   TO
                           WS-AUDIT-MENU-LABEL
              WHEN 22 MOVE "22 - Interview-Scorecard"           TO
                           WS-AUDIT-MENU-LABEL
              WHEN 23 MOVE "23 - Fehlendes Interview-Feedback"  TO
                           WS-AUDIT-MENU-LABEL
              WHEN OTHER MOVE "ungültige Eingabe"            TO
                           WS-AUDIT-MENU-LABEL
           END-EVALUATE
              EXIT PARAGRAPH
           END-IF

           PERFORM STATUS-OEFFNEN-para
           IF WS-APPLICATION-STATUS-STATUS = "00"
              MOVE SPACES TO APPLICATION-STATUS-RECORD
              MOVE WS-CANDIDATE-ID TO AS-CANDIDATE-ID
              MOVE WS-STATUS-INPUT-REQ TO AS-REQUISITION-ID
              MOVE WS-STATUS-INPUT-CODE TO AS-STATUS-CODE
              MOVE FUNCTION CURRENT-DATE (1:8) TO AS-STATUS-DATE
              PERFORM STATUS-SCHREIBEN-para
              CLOSE APPLICATION-STATUS-FILE
              IF WS-STATUS-WRITTEN = 1
                 PERFORM STATUS-LABEL-para
                 IF WS-ENGLISH-MODE
                    DISPLAY "Status '"
                            FUNCTION TRIM(WS-STATUS-LABEL)
                            "' was recorded for requisition "
                            FUNCTION TRIM(WS-STATUS-INPUT-REQ) "."
                 ELSE
                    DISPLAY "Der Status '"
                            FUNCTION TRIM(WS-STATUS-LABEL)
                            "' wurde für die Ausschreibung "
                            FUNCTION TRIM(WS-STATUS-INPUT-REQ)
                            " erfasst."
                 END-IF
              END-IF
           ELSE
              IF WS-ENGLISH-MODE
              PERFORM REPORT-ERROR-para
           END-IF.

      ******************************************************************
       STATUS-OEFFNEN-para.
      *-----------------
      *Öffnet die indizierte Statusdatei zum Fortschreiben (I-O).
      *Gibt es sie noch nicht (Status 35), wird sie einmalig leer
      *angelegt und erneut im I-O-Modus geöffnet (gleiches Muster
      *wie bei der Kandidaten-Stammdatei in CVMAINT). Der Aufrufer
      *prüft WS-APPLICATION-STATUS-STATUS.
           OPEN I-O APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS = "35"
              OPEN OUTPUT APPLICATION-STATUS-FILE
              CLOSE APPLICATION-STATUS-FILE
              OPEN I-O APPLICATION-STATUS-FILE
           END-IF.

      ******************************************************************
       STATUS-SCHREIBEN-para.
      *-----------------
      *Schreibt den vorbereiteten APPLICATION-STATUS-RECORD. Der
      *Erfassungsstempel (Tagesdatum und Uhrzeit bis auf die
      *Hundertstelsekunde) macht den Schlüssel eindeutig und hält
      *die Reihenfolge der Erfassung fest. Ist er ausnahmsweise
      *schon vergeben (Status 22), wird er hochgezählt und der
      *Satz erneut geschrieben. Jeder andere Fehler wird gemeldet;
      *WS-STATUS-WRITTEN = 1 zeigt dem Aufrufer den geschriebenen
      *Satz an.
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
              EXIT PARAGRAPH
           END-IF
           IF WS-ENGLISH-MODE
              DISPLAY "Note: status entry could not be written to "
                      FUNCTION TRIM(WS-APPLICATION-STATUS-PATH)
                      " (status " WS-APPLICATION-STATUS-STATUS ")."
           ELSE
              DISPLAY "Hinweis: Statussatz konnte nicht in "
                      FUNCTION TRIM(WS-APPLICATION-STATUS-PATH)
                      " geschrieben werden (Status "
                      WS-APPLICATION-STATUS-STATUS ")."
           END-IF
           MOVE 2 TO WS-ERROR-SEVERITY
           MOVE SPACES TO WS-ERROR-TEXT
           STRING "Statusdatei " DELIMITED BY SIZE
              FUNCTION TRIM(WS-APPLICATION-STATUS-PATH)
                  DELIMITED BY SIZE
              " nicht zu schreiben (Status " DELIMITED BY SIZE
              WS-APPLICATION-STATUS-STATUS DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO WS-ERROR-TEXT
           PERFORM REPORT-ERROR-para.

      ******************************************************************
       STATUS-LABEL-para.
      *-----------------
      ******************************************************************
       PIPELINE-para.
      *-----------------
      *Liest die Statusdatei in Schlüsselfolge (Kandidat,
      *Ausschreibung, Datum, Erfassung) und zeigt je Kandidat/
      *Ausschreibung den aktuellen Stand an, sofern er nicht
      *"Absage" ist. Die Sätze eines Paares stehen in der
      *indizierten Datei unmittelbar hintereinander, der letzte ist
      *also der aktuelle; ausgegeben wird beim Paarwechsel (siehe
      *PIPELINE-MERKEN-para). Stornierte Statussätze werden
      *übersprungen: STORNO-PRUEFEN-para sucht zu jedem Statussatz
      *über den Schlüssel einen passenden Storno seines Paares - so
      *verschwinden zurückgenommene Einträge aus der Übersicht,
      *ohne dass die Datei verändert wird. Eine Tabelle mit
      *Obergrenze wird dafür nicht mehr gebraucht.
           MOVE 0 TO WS-PIPELINE-OPEN
           OPEN INPUT APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS NOT = "00"
              IF WS-ENGLISH-MODE
              EXIT PARAGRAPH
           END-IF

           DISPLAY "***************************************************"
           IF WS-ENGLISH-MODE
              DISPLAY "Open applications:"
           ELSE
              DISPLAY "Offene Bewerbungen:"
           END-IF
           DISPLAY SPACE

           MOVE SPACES TO WS-PIPE-CURRENT
           MOVE 0 TO WS-PIPE-READ-DONE
           MOVE LOW-VALUES TO AS-KEY
           START APPLICATION-STATUS-FILE
                 KEY IS NOT LESS THAN AS-KEY
              INVALID KEY
                 MOVE 1 TO WS-PIPE-READ-DONE
           END-START
           PERFORM UNTIL WS-PIPE-READ-DONE = 1
              READ APPLICATION-STATUS-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-PIPE-READ-DONE
                 NOT AT END
                    PERFORM PIPELINE-MERKEN-para
              END-READ
           END-PERFORM
           PERFORM PIPELINE-ZEILE-para
           CLOSE APPLICATION-STATUS-FILE

           IF WS-PIPELINE-OPEN = 0
              IF WS-ENGLISH-MODE
                 DISPLAY "(No open applications.)"
      ******************************************************************
       PIPELINE-MERKEN-para.
      *-----------------
      *Verarbeitet den gelesenen Statussatz: beginnt mit ihm ein
      *neues Paar Kandidat/Ausschreibung, wird zuerst der Stand des
      *bisherigen Paares ausgegeben. Stornosätze selbst und
      *stornierte Statussätze bleiben außen vor; jeder andere Satz
      *wird zum aktuellen Stand des Paares (der spätere Satz
      *gewinnt). Steht der jüngste Satz eines Paares im Storno,
      *bleibt dadurch automatisch der davorliegende Satz der
      *aktuelle Stand.
           IF AS-CANDIDATE-ID NOT = WS-PIPE-CAND
              OR AS-REQUISITION-ID NOT = WS-PIPE-REQ
              PERFORM PIPELINE-ZEILE-para
              MOVE AS-CANDIDATE-ID TO WS-PIPE-CAND
              MOVE AS-REQUISITION-ID TO WS-PIPE-REQ
              MOVE SPACES TO WS-PIPE-STATUS
              MOVE SPACES TO WS-PIPE-DATE
           END-IF

           IF AS-STATUS-CODE = "S"
              EXIT PARAGRAPH
           END-IF
           PERFORM STORNO-PRUEFEN-para
           IF WS-STORNO-EOF = 1
              MOVE 1 TO WS-PIPE-READ-DONE
           END-IF
           IF WS-STORNO-HIT = 1
              EXIT PARAGRAPH
           END-IF

           MOVE AS-STATUS-CODE TO WS-PIPE-STATUS
           MOVE AS-STATUS-DATE TO WS-PIPE-DATE.

      ******************************************************************
       PIPELINE-ZEILE-para.
      *-----------------
      *Gibt den Stand des zuletzt gelesenen Paares aus, wenn es
      *einen nicht stornierten Statussatz hat und der Status nicht
      *"Absage" ist.
           IF WS-PIPE-STATUS = SPACE
              OR WS-PIPE-STATUS = "5"
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PIPELINE-OPEN
           MOVE WS-PIPE-STATUS TO WS-STATUS-INPUT-CODE
           PERFORM STATUS-LABEL-para
           DISPLAY WS-PIPE-CAND " "
                   WS-PIPE-REQ " "
                   WS-STATUS-LABEL " "
                   WS-PIPE-DATE.

      ******************************************************************
       STORNO-PRUEFEN-para.
      *-----------------
      *Setzt WS-STORNO-HIT auf 1, wenn auf den gerade gelesenen
      *Statussatz (APPLICATION-STATUS-RECORD) ein Storno passt
      *(gleicher Kandidat, gleiche Ausschreibung, Original-Code und
      *Original-Datum wie der Satz). Die Stornosätze eines Paares
      *stehen im Schlüssel beim Paar; sie werden ab dessen Anfang
      *per START gelesen. Danach wird der geprüfte Satz
      *zurückgeholt und die Datei hinter ihm neu positioniert,
      *damit ein laufendes READ NEXT beim Folgesatz weitermacht;
      *gibt es keinen Folgesatz mehr, steht WS-STORNO-EOF auf 1.
      *Passen mehrere identische Statussätze auf denselben Storno,
      *gelten sie alle als zurückgenommen.
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
       STATUS-STORNO-para.

      *Der zu stornierende Satz muss existieren und darf nicht
      *bereits storniert sein; sonst entstünden Stornosätze ins
      *Leere, die bei einer Prüfung nur Fragen aufwerfen. Gelesen
      *werden nur die Sätze zu Kandidat/Ausschreibung/Datum, auf
      *die der Schlüssel direkt aufsetzt.
           MOVE 0 TO WS-STORNO-TARGET
           OPEN INPUT APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS = "00"
              MOVE 0 TO WS-PIPE-READ-DONE
              MOVE WS-CANDIDATE-ID TO AS-CANDIDATE-ID
              MOVE WS-STATUS-INPUT-REQ TO AS-REQUISITION-ID
              MOVE WS-STORNO-INPUT-DATE TO AS-STATUS-DATE
              MOVE 0 TO AS-ENTRY-STAMP
              START APPLICATION-STATUS-FILE
                    KEY IS NOT LESS THAN AS-KEY
                 INVALID KEY
                    MOVE 1 TO WS-PIPE-READ-DONE
              END-START
              PERFORM UNTIL WS-PIPE-READ-DONE = 1
                        OR WS-STORNO-TARGET = 1
                 READ APPLICATION-STATUS-FILE NEXT RECORD
                    AT END
                       MOVE 1 TO WS-PIPE-READ-DONE
                    NOT AT END
                       IF AS-CANDIDATE-ID NOT = WS-CANDIDATE-ID
                          OR AS-REQUISITION-ID NOT = WS-STATUS-INPUT-REQ
                          OR AS-STATUS-DATE NOT = WS-STORNO-INPUT-DATE
                          MOVE 1 TO WS-PIPE-READ-DONE
                       ELSE
                          IF AS-STATUS-CODE = WS-STORNO-INPUT-CODE
                             PERFORM STORNO-PRUEFEN-para
                             IF WS-STORNO-HIT = 0
                                MOVE 1 TO WS-STORNO-TARGET
                             END-IF
                             IF WS-STORNO-EOF = 1
                                MOVE 1 TO WS-PIPE-READ-DONE
                             END-IF
                          END-IF
                       END-IF
                 END-READ
           END-IF
           ACCEPT WS-STORNO-INPUT-REASON

           PERFORM STATUS-OEFFNEN-para
           IF WS-APPLICATION-STATUS-STATUS = "00"
              MOVE SPACES TO APPLICATION-STATUS-RECORD
              MOVE WS-CANDIDATE-ID TO AS-CANDIDATE-ID
              MOVE WS-STORNO-INPUT-DATE TO AS-ORIG-DATE
              MOVE WS-STORNO-INPUT-USER TO AS-REVERSED-BY
              MOVE WS-STORNO-INPUT-REASON TO AS-REVERSE-REASON
              PERFORM STATUS-SCHREIBEN-para
              CLOSE APPLICATION-STATUS-FILE
              IF WS-STATUS-WRITTEN = 1
                 IF WS-ENGLISH-MODE
                    DISPLAY "The status entry was reversed; the pipeline
      -                     " overview will no longer show it."
                 ELSE
                    DISPLAY "Der Statussatz wurde storniert;"
                            " die Pipeline-Übersicht zeigt ihn nicht"
                            " mehr an."
                 END-IF
              END-IF
           ELSE
              IF WS-ENGLISH-MODE
       STATUS-VERLAUF-para.
      *-----------------
      *Zeigt den vollständigen Statusverlauf der aktuell geladenen
      *Kandidaten-ID zu einer Ausschreibung in Schlüsselfolge
      *(Statusdatum, bei gleichem Datum Erfassungsreihenfolge) an,
      *einschließlich der Stornosätze und der von ihnen
      *zurückgenommenen Einträge (beide entsprechend
      *gekennzeichnet). Die Pipeline-Übersicht zeigt nur den
              EXIT PARAGRAPH
           END-IF

           DISPLAY "***************************************************"
           IF WS-ENGLISH-MODE
              DISPLAY "Status history " FUNCTION TRIM(WS-CANDIDATE-ID)
           OPEN INPUT APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS = "00"
              MOVE 0 TO WS-PIPE-READ-DONE
              MOVE WS-CANDIDATE-ID TO AS-CANDIDATE-ID
              MOVE WS-STATUS-INPUT-REQ TO AS-REQUISITION-ID
              MOVE LOW-VALUES TO AS-STATUS-DATE
              MOVE 0 TO AS-ENTRY-STAMP
              START APPLICATION-STATUS-FILE
                    KEY IS NOT LESS THAN AS-KEY
                 INVALID KEY
                    MOVE 1 TO WS-PIPE-READ-DONE
              END-START
              PERFORM UNTIL WS-PIPE-READ-DONE = 1
                 READ APPLICATION-STATUS-FILE NEXT RECORD
                    AT END
                       MOVE 1 TO WS-PIPE-READ-DONE
                    NOT AT END
                       IF AS-CANDIDATE-ID NOT = WS-CANDIDATE-ID
                          OR AS-REQUISITION-ID NOT = WS-STATUS-INPUT-REQ
                          MOVE 1 TO WS-PIPE-READ-DONE
                       ELSE
                          ADD 1 TO WS-VERLAUF-COUNT
                          PERFORM VERLAUF-ZEILE-para
                       END-IF
              MOVE AS-STATUS-CODE TO WS-STATUS-INPUT-CODE
              PERFORM STATUS-LABEL-para
              PERFORM STORNO-PRUEFEN-para
              IF WS-STORNO-EOF = 1
                 MOVE 1 TO WS-PIPE-READ-DONE
              END-IF
              IF WS-STORNO-HIT = 1
                 IF WS-ENGLISH-MODE
                    DISPLAY AS-STATUS-DATE " " WS-STATUS-LABEL
           END-IF.

      ******************************************************************
       INTERVIEW-STAND-para.
      *-----------------
      *Ermittelt den aktuellen Stand des Termins WS-IV-SLOT-KEY
      *(Kandidat/Ausschreibung/Datum/Uhrzeit) bei geöffneter
      *Interview-Datei: START auf den Termin, danach wird gelesen,
      *solange der Termin gleich bleibt. Der zuletzt gelesene Satz
      *ist der jüngste; eine Stornierung (Kennzeichen S)
      *überschreibt so die frühere Buchung desselben Termins.
      *Interviewer, Ort und Kennzeichen stehen danach in
      *WS-IV-SLOT; WS-IV-FOUND = 1, wenn es den Termin gibt.
           MOVE 0 TO WS-IV-FOUND
           MOVE SPACES TO WS-IV-SLOT-PERSON
           MOVE SPACES TO WS-IV-SLOT-LOCATION
           MOVE SPACES TO WS-IV-SLOT-FLAG
           MOVE WS-IV-SLOT-KEY TO IV-SLOT-KEY
           MOVE 0 TO IV-ENTRY-STAMP
           MOVE 0 TO WS-IV-STAND-DONE
           START INTERVIEW-FILE
                 KEY IS NOT LESS THAN IV-KEY
              INVALID KEY
                 MOVE 1 TO WS-IV-STAND-DONE
           END-START
           PERFORM UNTIL WS-IV-STAND-DONE = 1
              READ INTERVIEW-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-IV-STAND-DONE
                 NOT AT END
                    IF IV-SLOT-KEY = WS-IV-SLOT-KEY
                       MOVE 1 TO WS-IV-FOUND
                       MOVE IV-INTERVIEWER TO WS-IV-SLOT-PERSON
                       MOVE IV-LOCATION TO WS-IV-SLOT-LOCATION
                       MOVE IV-RECORD-FLAG TO WS-IV-SLOT-FLAG
                    ELSE
                       MOVE 1 TO WS-IV-STAND-DONE
                    END-IF
              END-READ
           END-PERFORM.

      ******************************************************************
       INTERVIEW-DURCHLAUF-para.
      *-----------------
      *Liest den Terminplan in Schlüsselfolge, bei gesetzter
      *WS-IV-SCAN-CAND nur die Termine dieses Kandidaten (START auf
      *die Kandidaten-ID). Die Sätze eines Termins stehen dadurch
      *unmittelbar hintereinander, der letzte ist der aktuelle
      *Stand; er wird je Termin in WS-IV-SLOT übernommen und an
      *INTERVIEW-TERMIN-para übergeben. So genügt ein
      *Lesedurchgang ohne Tabelle, gleich wie viele Termine die
      *Datei enthält. Eine fehlende Datei ist kein Fehler: dann
      *wurden schlicht noch keine Interviews gebucht.
           MOVE SPACES TO WS-IV-SLOT
           OPEN INPUT INTERVIEW-FILE
           IF WS-INTERVIEW-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-IV-READ-DONE
           MOVE LOW-VALUES TO IV-KEY
           IF WS-IV-SCAN-CAND NOT = SPACES
              MOVE WS-IV-SCAN-CAND TO IV-CANDIDATE-ID
           END-IF
           START INTERVIEW-FILE
                 KEY IS NOT LESS THAN IV-KEY
              INVALID KEY
                 MOVE 1 TO WS-IV-READ-DONE
           END-START
           PERFORM UNTIL WS-IV-READ-DONE = 1
              READ INTERVIEW-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-IV-READ-DONE
                 NOT AT END
                    IF WS-IV-SCAN-CAND NOT = SPACES
                       AND IV-CANDIDATE-ID NOT = WS-IV-SCAN-CAND
                       MOVE 1 TO WS-IV-READ-DONE
                    ELSE
                       IF IV-SLOT-KEY NOT = WS-IV-SLOT-KEY
                          AND WS-IV-SLOT-KEY NOT = SPACES
                          PERFORM INTERVIEW-TERMIN-para
                       END-IF
                       MOVE IV-SLOT-KEY TO WS-IV-SLOT-KEY
                       MOVE IV-INTERVIEWER TO WS-IV-SLOT-PERSON
                       MOVE IV-LOCATION TO WS-IV-SLOT-LOCATION
                       MOVE IV-RECORD-FLAG TO WS-IV-SLOT-FLAG
                    END-IF
              END-READ
           END-PERFORM
           IF WS-IV-SLOT-KEY NOT = SPACES
              PERFORM INTERVIEW-TERMIN-para
           END-IF
           CLOSE INTERVIEW-FILE.

      ******************************************************************
       INTERVIEW-TERMIN-para.
      *-----------------
      *Wertet den aktuellen Stand eines Termins aus
      *INTERVIEW-DURCHLAUF-para aus; stornierte Termine bleiben
      *außen vor. Je nach WS-IV-SCAN-MODE wird der Termin in der
      *Liste der aktiven Interviews des Kandidaten angezeigt (K),
      *in den Tagesplan übernommen (P) oder auf eine fehlende
      *Rückmeldung geprüft (F).
           IF WS-IV-SLOT-FLAG NOT = "A"
              EXIT PARAGRAPH
           END-IF

           EVALUATE WS-IV-SCAN-MODE
              WHEN "K"
                 MOVE 1 TO WS-IV-FOUND
                 DISPLAY WS-IV-SLOT-REQ " "
                         WS-IV-SLOT-DATE " "
                         WS-IV-SLOT-TIME " "
                         WS-IV-SLOT-PERSON
              WHEN "P"
                 PERFORM TAGESPLAN-ZEILE-para
              WHEN "F"
                 PERFORM FEEDBACK-OFFEN-ZEILE-para
           END-EVALUATE.

      ******************************************************************
       INTERVIEW-BUCHEN-para.
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-IV-INPUT-REQ
           IF WS-ENGLISH-MODE
              DISPLAY X'0A' "Requisition ID for the interview of candida
           END-IF
           ACCEPT WS-IV-INPUT-LOCATION

      *Doppelbuchungs-Prüfung über den Alternativschlüssel
      *Interviewer/Datum/Uhrzeit: es werden nur die Sätze gelesen,
      *die den Interviewer zu diesem Zeitpunkt nennen, und für
      *jeden wird geprüft, ob sein Termin aktuell noch aktiv und mit
      *diesem Interviewer gebucht ist (siehe
      *INTERVIEWER-TREFFER-para).
           MOVE 0 TO WS-IV-CONFLICT
           MOVE 0 TO WS-IV-HIT-COUNT
           OPEN INPUT INTERVIEW-FILE
           IF WS-INTERVIEW-STATUS = "00"
              MOVE 0 TO WS-IV-READ-DONE
              PERFORM UNTIL WS-IV-READ-DONE = 1
                        OR WS-IV-CONFLICT = 1
                 PERFORM INTERVIEWER-TREFFER-para
              END-PERFORM
              CLOSE INTERVIEW-FILE
           END-IF
           IF WS-IV-CONFLICT = 1
              IF WS-ENGLISH-MODE
                 DISPLAY "Note: "
                         FUNCTION TRIM(WS-IV-INPUT-PERSON)
                         " is already booked at that time"
                 DISPLAY "(candidate " WS-IV-SLOT-CAND
                         ", requisition " WS-IV-SLOT-REQ
                         "); nothing was booked."
              ELSE
                 DISPLAY "Hinweis: "
                         FUNCTION TRIM(WS-IV-INPUT-PERSON)
                         " ist zu diesem Zeitpunkt bereits gebucht"
                 DISPLAY "(Kandidat " WS-IV-SLOT-CAND
                         ", Ausschreibung "
                         WS-IV-SLOT-REQ
                         "); es wurde nichts gebucht."
              END-IF
              EXIT PARAGRAPH
           END-IF

              END-IF
           END-IF.

      ******************************************************************
       INTERVIEWER-TREFFER-para.
      *-----------------
      *Liest über den Alternativschlüssel den nächsten noch nicht
      *geprüften Satz, der den Interviewer WS-IV-INPUT-PERSON am
      *WS-IV-INPUT-DATE um WS-IV-INPUT-TIME nennt, und ermittelt
      *den aktuellen Stand seines Termins (INTERVIEW-STAND-para).
      *Ein Konflikt liegt nur vor, wenn der Termin noch aktiv ist
      *und noch diesen Interviewer trägt; ein umgebuchter oder
      *stornierter Termin blockiert nicht. Weil INTERVIEW-STAND-
      *para die Datei über den Primärschlüssel neu positioniert,
      *setzt jeder Aufruf wieder am Anfang des Interviewers auf und
      *überliest die WS-IV-HIT-COUNT bereits geprüften Sätze.
           MOVE WS-IV-INPUT-PERSON TO IV-INTERVIEWER
           MOVE WS-IV-INPUT-DATE TO IV-SLOT-DATE
           MOVE WS-IV-INPUT-TIME TO IV-SLOT-TIME
           START INTERVIEW-FILE
                 KEY IS EQUAL TO IV-INTERVIEWER-KEY
              INVALID KEY
                 MOVE 1 TO WS-IV-READ-DONE
                 EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-IV-SKIP
           PERFORM UNTIL WS-IV-SKIP > WS-IV-HIT-COUNT
                     OR WS-IV-READ-DONE = 1
              READ INTERVIEW-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-IV-READ-DONE
                 NOT AT END
                    IF IV-INTERVIEWER NOT = WS-IV-INPUT-PERSON
                       OR IV-SLOT-DATE NOT = WS-IV-INPUT-DATE
                       OR IV-SLOT-TIME NOT = WS-IV-INPUT-TIME
                       MOVE 1 TO WS-IV-READ-DONE
                    ELSE
                       ADD 1 TO WS-IV-SKIP
                    END-IF
              END-READ
           END-PERFORM
           IF WS-IV-READ-DONE = 1
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IV-HIT-COUNT
           MOVE IV-SLOT-KEY TO WS-IV-SLOT-KEY
           PERFORM INTERVIEW-STAND-para
           IF WS-IV-SLOT-FLAG = "A"
              AND WS-IV-SLOT-PERSON = WS-IV-INPUT-PERSON
              MOVE 1 TO WS-IV-CONFLICT
           END-IF.

      ******************************************************************
       INTERVIEW-STORNO-para.
      *-----------------
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-IV-INPUT-REQ
           IF WS-ENGLISH-MODE
              DISPLAY X'0A' "Requisition ID of the interview to"
           END-IF
           ACCEPT WS-IV-INPUT-TIME

      *Aktuellen Stand des Termins direkt über den Schlüssel
      *ermitteln; nur ein aktiver Termin kann storniert werden.
           MOVE WS-CANDIDATE-ID TO WS-IV-SLOT-CAND
           MOVE WS-IV-INPUT-REQ TO WS-IV-SLOT-REQ
           MOVE WS-IV-INPUT-DATE TO WS-IV-SLOT-DATE
           MOVE WS-IV-INPUT-TIME TO WS-IV-SLOT-TIME
           MOVE 0 TO WS-IV-FOUND
           OPEN INPUT INTERVIEW-FILE
           IF WS-INTERVIEW-STATUS = "00"
              PERFORM INTERVIEW-STAND-para
              CLOSE INTERVIEW-FILE
           END-IF
           IF WS-IV-SLOT-FLAG NOT = "A"
              MOVE 0 TO WS-IV-FOUND
           END-IF
           IF WS-IV-FOUND = 1
              MOVE WS-IV-SLOT-PERSON TO WS-IV-INPUT-PERSON
              MOVE WS-IV-SLOT-LOCATION TO WS-IV-INPUT-LOCATION
           END-IF

           IF WS-IV-FOUND = 0
              IF WS-ENGLISH-MODE
      ******************************************************************
       INTERVIEW-ANHAENGEN-para.
      *-----------------
      *Schreibt einen Interview-Satz mit den aktuellen
      *Eingabefeldern und dem Kennzeichen WS-IV-WRITE-FLAG in die
      *Interview-Datei (gleiches Muster wie STATUS-OEFFNEN-para und
      *STATUS-SCHREIBEN-para bei der Statusdatei: Anlegen bei
      *Status 35, Erfassungsstempel als eindeutiger Schlüsselteil).
           MOVE 0 TO WS-IV-WRITE-ERROR
           OPEN I-O INTERVIEW-FILE
           IF WS-INTERVIEW-STATUS = "35"
              OPEN OUTPUT INTERVIEW-FILE
              CLOSE INTERVIEW-FILE
              OPEN I-O INTERVIEW-FILE
           END-IF
           IF WS-INTERVIEW-STATUS = "00"
              MOVE SPACES TO INTERVIEW-RECORD
              MOVE WS-IV-INPUT-DATE TO IV-DATE
              MOVE WS-IV-INPUT-TIME TO IV-TIME
              MOVE WS-IV-INPUT-PERSON TO IV-INTERVIEWER
              MOVE WS-IV-INPUT-DATE TO IV-SLOT-DATE
              MOVE WS-IV-INPUT-TIME TO IV-SLOT-TIME
              MOVE WS-IV-INPUT-LOCATION TO IV-LOCATION
              MOVE WS-IV-WRITE-FLAG TO IV-RECORD-FLAG
              MOVE FUNCTION CURRENT-DATE (1:16) TO IV-ENTRY-STAMP
              WRITE INTERVIEW-RECORD
                 INVALID KEY
                    CONTINUE
              END-WRITE
              PERFORM UNTIL WS-INTERVIEW-STATUS NOT = "22"
                 ADD 1 TO IV-ENTRY-STAMP
                 WRITE INTERVIEW-RECORD
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-PERFORM
              IF WS-INTERVIEW-STATUS NOT = "00"
                 MOVE 1 TO WS-IV-WRITE-ERROR
                 IF WS-ENGLISH-MODE
                    DISPLAY "Note: interview could not be written to "
                            FUNCTION TRIM(WS-INTERVIEW-PATH)
                            " (status " WS-INTERVIEW-STATUS ")."
                 ELSE
                    DISPLAY "Hinweis: Interview konnte nicht in "
                            FUNCTION TRIM(WS-INTERVIEW-PATH)
                            " geschrieben werden (Status "
                            WS-INTERVIEW-STATUS ")."
                 END-IF
                 MOVE 2 TO WS-ERROR-SEVERITY
                 MOVE SPACES TO WS-ERROR-TEXT
                 STRING "Interview-Datei " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-INTERVIEW-PATH) DELIMITED BY SIZE
                    " nicht zu schreiben (Status " DELIMITED BY SIZE
                    WS-INTERVIEW-STATUS DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                    INTO WS-ERROR-TEXT
                 PERFORM REPORT-ERROR-para
              END-IF
              CLOSE INTERVIEW-FILE
           ELSE
              MOVE 1 TO WS-IV-WRITE-ERROR
      *Zeigt alle aktiven Interviews des folgenden Tages an und
      *schreibt sie zusätzlich als Tagesplan-Datei, damit der Plan
      *morgens verteilt werden kann.
           MOVE FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:8)))
                TO WS-IV-TOMORROW-INT
           END-IF

           MOVE 0 TO WS-IV-PLAN-COUNT
           MOVE "P" TO WS-IV-SCAN-MODE
           MOVE SPACES TO WS-IV-SCAN-CAND
           PERFORM INTERVIEW-DURCHLAUF-para

           IF WS-IV-PLAN-COUNT = 0
              IF WS-ENGLISH-MODE
           DISPLAY "***************************************************"
           DISPLAY SPACE.

      ******************************************************************
       TAGESPLAN-ZEILE-para.
      *-----------------
      *Übernimmt einen aktiven Termin aus INTERVIEW-DURCHLAUF-para in
      *den Tagesplan, wenn er auf den folgenden Tag fällt.
           IF WS-IV-SLOT-DATE NOT = WS-IV-TOMORROW-X
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IV-PLAN-COUNT
           DISPLAY WS-IV-SLOT-TIME " "
                   WS-IV-SLOT-CAND " "
                   WS-IV-SLOT-REQ " "
                   WS-IV-SLOT-PERSON " "
                   WS-IV-SLOT-LOCATION
           IF WS-INTERVIEW-PLAN-STATUS = "00"
              MOVE SPACES TO INTERVIEW-PLAN-RECORD
              STRING WS-IV-SLOT-TIME " "
                 WS-IV-SLOT-CAND " "
                 WS-IV-SLOT-REQ " "
                 WS-IV-SLOT-PERSON " "
                 WS-IV-SLOT-LOCATION
                 DELIMITED BY SIZE
                 INTO INTERVIEW-PLAN-RECORD
              WRITE INTERVIEW-PLAN-RECORD
           END-IF.

      ******************************************************************
       FEEDBACK-ERFASSEN-para.
      *-----------------
      *Erfasst die Rückmeldung eines Interviewers zu einem aktiven
      *Interview-Termin der aktuell geladenen Kandidaten-ID. Der
      *Termin muss im Terminplan aktiv (Kennzeichen A) sein und darf
      *nicht in der Zukunft liegen. Je Interviewer und Termin wird
      *nur eine Rückmeldung angenommen; bei einem Panel erfasst
      *jeder Interviewer seine eigene.
           IF WS-CANDIDATE-ID = SPACES
              IF WS-ENGLISH-MODE
                 DISPLAY "Note: no candidate ID is loaded. Please restar
      -                  "t and enter a candidate ID first."
              ELSE
                 DISPLAY "Hinweis: Es ist keine Kandidaten-ID geladen. B
      -                  "itte starten Sie neu und geben Sie zuerst eine
      -                  " Kandidaten-ID ein."
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FB-TODAY

      *Aktive Termine des Kandidaten zur Orientierung anzeigen.
           IF WS-ENGLISH-MODE
              DISPLAY X'0A' "Active interviews of candidate "
                      FUNCTION TRIM(WS-CANDIDATE-ID) ":"
           ELSE
              DISPLAY X'0A' "Aktive Interviews von Kandidat "
                      FUNCTION TRIM(WS-CANDIDATE-ID) ":"
           END-IF
           MOVE 0 TO WS-IV-FOUND
           MOVE "K" TO WS-IV-SCAN-MODE
           MOVE WS-CANDIDATE-ID TO WS-IV-SCAN-CAND
           PERFORM INTERVIEW-DURCHLAUF-para
           IF WS-IV-FOUND = 0
              IF WS-ENGLISH-MODE
                 DISPLAY "Note: no active interview is booked for this c
      -                  "andidate."
              ELSE
                 DISPLAY "Hinweis: Für diesen Kandidaten ist kein "
                         "aktives Interview gebucht."
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-IV-INPUT-REQ
           IF WS-ENGLISH-MODE
              DISPLAY X'0A' "Requisition ID of the interview:"
           ELSE
              DISPLAY X'0A' "Ausschreibungs-ID des Interviews:"
           END-IF
           ACCEPT WS-IV-INPUT-REQ
           IF WS-ENGLISH-MODE
              DISPLAY "Interview date (YYYYMMDD):"
           ELSE
              DISPLAY "Datum des Interviews (JJJJMMTT):"
           END-IF
           ACCEPT WS-IV-INPUT-DATE
           IF WS-ENGLISH-MODE
              DISPLAY "Time (HHMM):"
           ELSE
              DISPLAY "Uhrzeit (HHMM):"
           END-IF
           ACCEPT WS-IV-INPUT-TIME

           MOVE WS-CANDIDATE-ID TO WS-IV-SLOT-CAND
           MOVE WS-IV-INPUT-REQ TO WS-IV-SLOT-REQ
           MOVE WS-IV-INPUT-DATE TO WS-IV-SLOT-DATE
           MOVE WS-IV-INPUT-TIME TO WS-IV-SLOT-TIME
           MOVE 0 TO WS-IV-FOUND
           OPEN INPUT INTERVIEW-FILE
           IF WS-INTERVIEW-STATUS = "00"
              PERFORM INTERVIEW-STAND-para
              CLOSE INTERVIEW-FILE
           END-IF
           IF WS-IV-SLOT-FLAG NOT = "A"
              MOVE 0 TO WS-IV-FOUND
           END-IF
           IF WS-IV-FOUND = 1
              MOVE WS-IV-SLOT-PERSON TO WS-IV-INPUT-PERSON
           END-IF

           IF WS-IV-FOUND = 0
              IF WS-ENGLISH-MODE
                 DISPLAY "Note: no active interview found for this requi
      -                  "sition, date and time."
              ELSE
                 DISPLAY "Hinweis: Zu dieser Ausschreibung, diesem Datum
      -                  " und dieser Uhrzeit ist kein aktives Interview
      -                  " gebucht."
              END-IF
              EXIT PARAGRAPH
           END-IF

           IF WS-IV-INPUT-DATE > WS-FB-TODAY
              IF WS-ENGLISH-MODE
                 DISPLAY "Note: this interview has not taken place "
                         "yet; feedback can be entered from "
                         WS-IV-INPUT-DATE "."
              ELSE
                 DISPLAY "Hinweis: Das Interview hat noch nicht "
                         "stattgefunden; Feedback kann ab dem "
                         WS-IV-INPUT-DATE " erfasst werden."
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-FB-INPUT-PERSON
           IF WS-ENGLISH-MODE
              DISPLAY "Interviewer (ENTER = "
                      FUNCTION TRIM(WS-IV-INPUT-PERSON) "):"
           ELSE
              DISPLAY "Interviewer/in (ENTER = "
                      FUNCTION TRIM(WS-IV-INPUT-PERSON) "):"
           END-IF
           ACCEPT WS-FB-INPUT-PERSON
           IF WS-FB-INPUT-PERSON = SPACES
              MOVE WS-IV-INPUT-PERSON TO WS-FB-INPUT-PERSON
           END-IF

      *Je Interviewer und Termin nur eine Rückmeldung.
           MOVE WS-CANDIDATE-ID TO WS-FB-KEY-CAND
           MOVE WS-IV-INPUT-REQ TO WS-FB-KEY-REQ
           MOVE WS-IV-INPUT-DATE TO WS-FB-KEY-DATE
           MOVE WS-IV-INPUT-TIME TO WS-FB-KEY-TIME
           MOVE WS-FB-INPUT-PERSON TO WS-FB-KEY-PERSON
           PERFORM FEEDBACK-SUCHEN-para
           IF WS-FB-FOUND = 1
              IF WS-ENGLISH-MODE
                 DISPLAY "Note: "
                         FUNCTION TRIM(WS-FB-INPUT-PERSON)
                         " has already given feedback on this interview"
                         "; nothing was recorded."
              ELSE
                 DISPLAY "Hinweis: "
                         FUNCTION TRIM(WS-FB-INPUT-PERSON)
                         " hat zu diesem Interview bereits Feedback "
                         "erfasst; es wurde nichts gespeichert."
              END-IF
              EXIT PARAGRAPH
           END-IF

           IF WS-ENGLISH-MODE
              DISPLAY "Ratings from 1 (weak) to 5 (very good)."
              DISPLAY "Technical skills:"
           ELSE
              DISPLAY "Bewertung von 1 (schwach) bis 5 (sehr gut)."
              DISPLAY "Fachkompetenz:"
           END-IF
           MOVE SPACES TO WS-FB-INPUT-TECH
           ACCEPT WS-FB-INPUT-TECH
           IF WS-ENGLISH-MODE
              DISPLAY "Communication:"
           ELSE
              DISPLAY "Kommunikation:"
           END-IF
           MOVE SPACES TO WS-FB-INPUT-COMM
           ACCEPT WS-FB-INPUT-COMM
           IF WS-ENGLISH-MODE
              DISPLAY "Motivation:"
           ELSE
              DISPLAY "Motivation:"
           END-IF
           MOVE SPACES TO WS-FB-INPUT-MOTIV
           ACCEPT WS-FB-INPUT-MOTIV
           IF WS-FB-INPUT-TECH < "1" OR WS-FB-INPUT-TECH > "5"
              OR WS-FB-INPUT-COMM < "1" OR WS-FB-INPUT-COMM > "5"
              OR WS-FB-INPUT-MOTIV < "1" OR WS-FB-INPUT-MOTIV > "5"
              IF WS-ENGLISH-MODE
                 DISPLAY "Please rate each criterion from 1 to 5; nothin
      -                  "g was recorded."
              ELSE
                 DISPLAY "Bitte jedes Kriterium mit 1 bis 5 bewerten; es
      -                  " wurde nichts gespeichert."
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-FB-INPUT-REC
           IF WS-ENGLISH-MODE
              DISPLAY "Recommendation (Y = hire, N = no hire):"
           ELSE
              DISPLAY "Empfehlung (J = einstellen, "
                      "N = nicht einstellen):"
           END-IF
           ACCEPT WS-FB-INPUT-REC
           MOVE FUNCTION UPPER-CASE(WS-FB-INPUT-REC) TO WS-FB-INPUT-REC
           IF WS-FB-INPUT-REC = "Y"
              MOVE "J" TO WS-FB-INPUT-REC
           END-IF
           IF WS-FB-INPUT-REC NOT = "J" AND WS-FB-INPUT-REC NOT = "N"
              IF WS-ENGLISH-MODE
                 DISPLAY "Please answer Y or N; nothing was recorded."
              ELSE
                 DISPLAY "Bitte mit J oder N antworten; es wurde "
                         "nichts gespeichert."
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-FB-INPUT-COMMENT
           IF WS-ENGLISH-MODE
              DISPLAY "Comment (max. 80 characters):"
           ELSE
              DISPLAY "Kommentar (max. 80 Zeichen):"
           END-IF
           ACCEPT WS-FB-INPUT-COMMENT

           PERFORM FEEDBACK-ANHAENGEN-para
           IF WS-FB-VALID = 1
              IF WS-ENGLISH-MODE
                 DISPLAY "The feedback of "
                         FUNCTION TRIM(WS-FB-INPUT-PERSON)
                         " was recorded."
              ELSE
                 DISPLAY "Das Feedback von "
                         FUNCTION TRIM(WS-FB-INPUT-PERSON)
                         " wurde gespeichert."
              END-IF
           END-IF.

      ******************************************************************
       FEEDBACK-SUCHEN-para.
      *-----------------
      *Sucht in der Rückmeldungs-Datei einen Satz zum Termin
      *WS-FB-KEY-CAND/-REQ/-DATE/-TIME; ist WS-FB-KEY-PERSON gefüllt,
      *muss zusätzlich der Interviewer übereinstimmen. Ergebnis in
      *WS-FB-FOUND. Eine fehlende Datei heißt schlicht: noch keine
      *Rückmeldungen erfasst.
           MOVE 0 TO WS-FB-FOUND
           OPEN INPUT FEEDBACK-FILE
           IF WS-FEEDBACK-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FB-READ-DONE
           PERFORM UNTIL WS-FB-READ-DONE = 1 OR WS-FB-FOUND = 1
              READ FEEDBACK-FILE
                 AT END
                    MOVE 1 TO WS-FB-READ-DONE
                 NOT AT END
                    IF FB-CANDIDATE-ID = WS-FB-KEY-CAND
                       AND FB-REQUISITION-ID = WS-FB-KEY-REQ
                       AND FB-IV-DATE = WS-FB-KEY-DATE
                       AND FB-IV-TIME = WS-FB-KEY-TIME
                       AND (WS-FB-KEY-PERSON = SPACES
                            OR FB-INTERVIEWER = WS-FB-KEY-PERSON)
                       MOVE 1 TO WS-FB-FOUND
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FEEDBACK-FILE.

      ******************************************************************
       FEEDBACK-ANHAENGEN-para.
      *-----------------
      *Hängt die erfasste Rückmeldung an die Rückmeldungs-Datei an
      *(gleiches OPEN-EXTEND-Muster wie bei der Interview-Datei).
      *WS-FB-VALID = 1 meldet dem Aufrufer den Erfolg.
           MOVE 0 TO WS-FB-VALID
           OPEN EXTEND FEEDBACK-FILE
           IF WS-FEEDBACK-STATUS NOT = "00"
              OPEN OUTPUT FEEDBACK-FILE
           END-IF
           IF WS-FEEDBACK-STATUS = "00"
              MOVE SPACES TO FEEDBACK-RECORD
              MOVE WS-CANDIDATE-ID TO FB-CANDIDATE-ID
              MOVE WS-IV-INPUT-REQ TO FB-REQUISITION-ID
              MOVE WS-IV-INPUT-DATE TO FB-IV-DATE
              MOVE WS-IV-INPUT-TIME TO FB-IV-TIME
              MOVE WS-FB-INPUT-PERSON TO FB-INTERVIEWER
              MOVE WS-FB-INPUT-TECH TO FB-RATING-TECH
              MOVE WS-FB-INPUT-COMM TO FB-RATING-COMM
              MOVE WS-FB-INPUT-MOTIV TO FB-RATING-MOTIV
              MOVE WS-FB-INPUT-REC TO FB-RECOMMENDATION
              MOVE WS-FB-TODAY TO FB-ENTRY-DATE
              MOVE WS-FB-INPUT-COMMENT TO FB-COMMENT
              WRITE FEEDBACK-RECORD
              IF WS-FEEDBACK-STATUS = "00"
                 MOVE 1 TO WS-FB-VALID
              ELSE
                 IF WS-ENGLISH-MODE
                    DISPLAY "Note: feedback could not be written to "
                            FUNCTION TRIM(WS-FEEDBACK-PATH)
                            " (status " WS-FEEDBACK-STATUS ")."
                 ELSE
                    DISPLAY "Hinweis: Rückmeldung konnte nicht in "
                            FUNCTION TRIM(WS-FEEDBACK-PATH)
                            " geschrieben werden (Status "
                            WS-FEEDBACK-STATUS ")."
                 END-IF
                 MOVE 2 TO WS-ERROR-SEVERITY
                 MOVE SPACES TO WS-ERROR-TEXT
                 STRING "Feedback-Datei " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-FEEDBACK-PATH) DELIMITED BY SIZE
                    " nicht zu schreiben (Status " DELIMITED BY SIZE
                    WS-FEEDBACK-STATUS DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                    INTO WS-ERROR-TEXT
                 PERFORM REPORT-ERROR-para
              END-IF
              CLOSE FEEDBACK-FILE
           ELSE
              IF WS-ENGLISH-MODE
                 DISPLAY "Note: feedback file "
                         FUNCTION TRIM(WS-FEEDBACK-PATH)
                         " could not be opened (status "
                         WS-FEEDBACK-STATUS ")."
              ELSE
                 DISPLAY "Hinweis: Feedback-Datei "
                         FUNCTION TRIM(WS-FEEDBACK-PATH)
                         " konnte nicht geöffnet werden (Status "
                         WS-FEEDBACK-STATUS ")."
              END-IF
              MOVE 2 TO WS-ERROR-SEVERITY
              MOVE SPACES TO WS-ERROR-TEXT
              STRING "Feedback-Datei " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-FEEDBACK-PATH) DELIMITED BY SIZE
                 " nicht zu öffnen (Status " DELIMITED BY SIZE
                 WS-FEEDBACK-STATUS DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO WS-ERROR-TEXT
              PERFORM REPORT-ERROR-para
           END-IF.

      ******************************************************************
       SCORECARD-para.
      *-----------------
      *Konsolidierte Scorecard der aktuell geladenen Kandidaten-ID
      *zu einer Ausschreibung: listet alle Rückmeldungen sämtlicher
      *Interviews und Interviewer und bildet je Kriterium sowie
      *insgesamt den Durchschnitt über alle Rückmeldungen, dazu die
      *Anzahl der Einstellungs-Empfehlungen.
           IF WS-CANDIDATE-ID = SPACES
              IF WS-ENGLISH-MODE
                 DISPLAY "Note: no candidate ID is loaded. Please restar
      -                  "t and enter a candidate ID first."
              ELSE
                 DISPLAY "Hinweis: Es ist keine Kandidaten-ID geladen. B
      -                  "itte starten Sie neu und geben Sie zuerst eine
      -                  " Kandidaten-ID ein."
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-IV-INPUT-REQ
           IF WS-ENGLISH-MODE
              DISPLAY X'0A' "Requisition ID for the scorecard:"
           ELSE
              DISPLAY X'0A' "Ausschreibungs-ID für die Scorecard:"
           END-IF
           ACCEPT WS-IV-INPUT-REQ
           IF WS-IV-INPUT-REQ = SPACES
              IF WS-ENGLISH-MODE
                 DISPLAY "Note: without a requisition ID no scorecard ca
      -                  "n be shown."
              ELSE
                 DISPLAY "Hinweis: Ohne Ausschreibungs-ID kann keine Sco
      -                  "recard angezeigt werden."
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FB-COUNT
           MOVE 0 TO WS-FB-HIRE-COUNT
           MOVE 0 TO WS-FB-NOHIRE-COUNT
           MOVE 0 TO WS-FB-SUM-TECH
           MOVE 0 TO WS-FB-SUM-COMM
           MOVE 0 TO WS-FB-SUM-MOTIV

           DISPLAY "***************************************************"
           IF WS-ENGLISH-MODE
              DISPLAY "Scorecard of candidate "
                      FUNCTION TRIM(WS-CANDIDATE-ID)
                      ", requisition " FUNCTION TRIM(WS-IV-INPUT-REQ)
              DISPLAY "Date     Time Interviewer          T C M Rec"
           ELSE
              DISPLAY "Scorecard von Kandidat "
                      FUNCTION TRIM(WS-CANDIDATE-ID)
                      ", Ausschreibung " FUNCTION TRIM(WS-IV-INPUT-REQ)
              DISPLAY "Datum    Zeit Interviewer/in       F K M Empf"
           END-IF
           DISPLAY SPACE

           OPEN INPUT FEEDBACK-FILE
           IF WS-FEEDBACK-STATUS = "00"
              MOVE 0 TO WS-FB-READ-DONE
              PERFORM UNTIL WS-FB-READ-DONE = 1
                 READ FEEDBACK-FILE
                    AT END
                       MOVE 1 TO WS-FB-READ-DONE
                    NOT AT END
                       IF FB-CANDIDATE-ID = WS-CANDIDATE-ID
                          AND FB-REQUISITION-ID = WS-IV-INPUT-REQ
                          PERFORM SCORECARD-ZEILE-para
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FEEDBACK-FILE
           END-IF

           IF WS-FB-COUNT = 0
              IF WS-ENGLISH-MODE
                 DISPLAY "(No feedback recorded for this requisition.)"
              ELSE
                 DISPLAY "(Zu dieser Ausschreibung liegt kein "
                         "Feedback vor.)"
              END-IF
              DISPLAY "************************************************"
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-FB-AVG-TECH ROUNDED =
                   WS-FB-SUM-TECH / WS-FB-COUNT
           COMPUTE WS-FB-AVG-COMM ROUNDED =
                   WS-FB-SUM-COMM / WS-FB-COUNT
           COMPUTE WS-FB-AVG-MOTIV ROUNDED =
                   WS-FB-SUM-MOTIV / WS-FB-COUNT
           COMPUTE WS-FB-AVG-TOTAL ROUNDED =
                   (WS-FB-SUM-TECH + WS-FB-SUM-COMM + WS-FB-SUM-MOTIV)
                   / (WS-FB-COUNT * 3)
           MOVE WS-FB-AVG-TECH TO WS-FB-AVG-EDIT-1
           MOVE WS-FB-AVG-COMM TO WS-FB-AVG-EDIT-2
           MOVE WS-FB-AVG-MOTIV TO WS-FB-AVG-EDIT-3
           MOVE WS-FB-AVG-TOTAL TO WS-FB-AVG-EDIT-4

           DISPLAY SPACE
           IF WS-ENGLISH-MODE
              DISPLAY "Average of " WS-FB-COUNT " feedback entries:"
              DISPLAY "  Technical skills: " WS-FB-AVG-EDIT-1
              DISPLAY "  Communication:    " WS-FB-AVG-EDIT-2
              DISPLAY "  Motivation:       " WS-FB-AVG-EDIT-3
              DISPLAY "  Overall:          " WS-FB-AVG-EDIT-4
              DISPLAY "Recommendations: " WS-FB-HIRE-COUNT " hire, "
                      WS-FB-NOHIRE-COUNT " no hire"
           ELSE
              DISPLAY "Durchschnitt aus " WS-FB-COUNT
                      " Rückmeldungen:"
              DISPLAY "  Fachkompetenz:    " WS-FB-AVG-EDIT-1
              DISPLAY "  Kommunikation:    " WS-FB-AVG-EDIT-2
              DISPLAY "  Motivation:       " WS-FB-AVG-EDIT-3
              DISPLAY "  Gesamt:           " WS-FB-AVG-EDIT-4
              DISPLAY "Empfehlungen: " WS-FB-HIRE-COUNT " einstellen, "
                      WS-FB-NOHIRE-COUNT " nicht einstellen"
           END-IF
           DISPLAY "************************************************".

      ******************************************************************
       SCORECARD-ZEILE-para.
      *-----------------
      *Zeigt eine Rückmeldung der Scorecard an und nimmt sie in die
      *Summen auf. Sätze mit nicht numerischer Bewertung werden
      *angezeigt, aber nicht in den Durchschnitt übernommen.
           DISPLAY FB-IV-DATE " " FB-IV-TIME " " FB-INTERVIEWER " "
                   FB-RATING-TECH " " FB-RATING-COMM " "
                   FB-RATING-MOTIV " " FB-RECOMMENDATION
           IF FB-COMMENT NOT = SPACES
              DISPLAY "              " FUNCTION TRIM(FB-COMMENT)
           END-IF
           IF FB-RATING-TECH IS NUMERIC
              AND FB-RATING-COMM IS NUMERIC
              AND FB-RATING-MOTIV IS NUMERIC
              ADD 1 TO WS-FB-COUNT
              ADD FB-RATING-TECH TO WS-FB-SUM-TECH
              ADD FB-RATING-COMM TO WS-FB-SUM-COMM
              ADD FB-RATING-MOTIV TO WS-FB-SUM-MOTIV
              IF FB-RECOMMENDATION = "J"
                 ADD 1 TO WS-FB-HIRE-COUNT
              ELSE
                 ADD 1 TO WS-FB-NOHIRE-COUNT
              END-IF
           END-IF.

      ******************************************************************
       FEEDBACK-OFFEN-para.
      *-----------------
      *Listet alle aktiven Interviews, die mindestens
      *WS-FB-GRACE-DAYS Tage zurückliegen und zu denen noch keine
      *einzige Rückmeldung erfasst wurde, damit das Recruiting bei
      *den Interviewern nachfassen kann. Die Liste umfasst alle
      *Kandidaten, unabhängig von der geladenen Kandidaten-ID.
           MOVE FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:8)))
                TO WS-FB-TODAY-INT

           DISPLAY "***************************************************"
           IF WS-ENGLISH-MODE
              DISPLAY "Interviews without feedback after "
                      WS-FB-GRACE-DAYS " days:"
           ELSE
              DISPLAY "Interviews ohne Feedback nach "
                      WS-FB-GRACE-DAYS " Tagen:"
           END-IF
           DISPLAY SPACE

           MOVE 0 TO WS-FB-OPEN-COUNT
           MOVE "F" TO WS-IV-SCAN-MODE
           MOVE SPACES TO WS-IV-SCAN-CAND
           PERFORM INTERVIEW-DURCHLAUF-para

           IF WS-FB-OPEN-COUNT = 0
              IF WS-ENGLISH-MODE
                 DISPLAY "(No feedback is overdue.)"
              ELSE
                 DISPLAY "(Es steht kein Feedback aus.)"
              END-IF
           END-IF
           DISPLAY "***************************************************"
           DISPLAY SPACE.

      ******************************************************************
       FEEDBACK-OFFEN-ZEILE-para.
      *-----------------
      *Prüft einen aktiven Termin aus INTERVIEW-DURCHLAUF-para: liegt
      *er mindestens WS-FB-GRACE-DAYS Tage zurück und gibt es noch
      *keine einzige Rückmeldung dazu (FEEDBACK-SUCHEN-para), wird
      *er gelistet.
           MOVE 0 TO WS-FB-IV-INT
           IF WS-IV-SLOT-DATE IS NUMERIC
              MOVE FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-IV-SLOT-DATE))
                   TO WS-FB-IV-INT
           END-IF
           IF WS-FB-IV-INT > 0
              AND WS-FB-IV-INT + WS-FB-GRACE-DAYS
                  NOT > WS-FB-TODAY-INT
              MOVE WS-IV-SLOT-CAND TO WS-FB-KEY-CAND
              MOVE WS-IV-SLOT-REQ TO WS-FB-KEY-REQ
              MOVE WS-IV-SLOT-DATE TO WS-FB-KEY-DATE
              MOVE WS-IV-SLOT-TIME TO WS-FB-KEY-TIME
              MOVE SPACES TO WS-FB-KEY-PERSON
              PERFORM FEEDBACK-SUCHEN-para
              IF WS-FB-FOUND = 0
                 ADD 1 TO WS-FB-OPEN-COUNT
                 DISPLAY WS-IV-SLOT-DATE " "
                         WS-IV-SLOT-TIME " "
                         WS-IV-SLOT-CAND " "
                         WS-IV-SLOT-REQ " "
                         WS-IV-SLOT-PERSON
              END-IF
           END-IF.

      ******************************************************************
       ATS-FEED-para.
      *-----------------
