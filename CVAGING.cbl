      *Status, aber nicht, wie lange eine Bewerbung schon in diesem
      *Status steht - obwohl jeder APPLICATION-STATUS-RECORD das
      *Statusdatum trägt. Dieses Programm liest die fortgeschriebene
      *Statusdatei in Schlüsselfolge, ermittelt je Kandidat/
      *Ausschreibung den jüngsten Satz (der letzte nicht stornierte
      *Satz je Paar ist der aktuelle Stand) und rechnet die Tage im
      *aktuellen Status aus. Bewerbungen, die
      *länger als der Schwellwert in "eingegangen" (1) oder
      *"gesichtet" (2) stehen, werden im Bericht markiert; eine
      *Zusammenfassung je Statusstufe schließt den Bericht ab. Der
      *-------------
      *
      *Die fortgeschriebene Statusdatei des Dialogprogramms; hier nur
      *lesend für die Auswertung. Indiziert nach Kandidat/
      *Ausschreibung/Datum, die Sätze eines Paares stehen also
      *beieinander (Schlüssel wie im Dialogprogramm).
           SELECT APPLICATION-STATUS-FILE
               ASSIGN DYNAMIC WS-APPLICATION-STATUS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               ALTERNATE RECORD KEY IS AS-REQ-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AS-ENTRY-STAMP
               FILE STATUS IS WS-APPLICATION-STATUS-STATUS.

      *Steuerdatei mit dem Schwellwert in Tagen (erste Zeile).
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
       01 WS-THRESHOLD-DAYS    PIC 9(4) VALUE 30.
       01 WS-THRESHOLD-INPUT   PIC X(4).

      *Aktueller Stand des gerade gelesenen Paares Kandidat/
      *Ausschreibung (gleiches Verfahren wie PIPELINE-MERKEN-para im
      *Dialogprogramm): die Statusdatei wird in Schlüsselfolge
      *gelesen und beim Paarwechsel ausgewertet, eine Obergrenze für
      *die Zahl der Paare gibt es dadurch nicht.
       01 WS-PIPELINE-COUNT    PIC 9(5) VALUE 0.
       01 WS-PIPE-CURRENT.
           05 WS-PIPE-CAND         PIC X(6).
           05 WS-PIPE-REQ          PIC X(8).
           05 WS-PIPE-STATUS       PIC X(1).
           05 WS-PIPE-DATE         PIC X(8).

      *Felder der Storno-Prüfung (gleiches Verfahren wie
      *STORNO-PRUEFEN-para im Dialogprogramm): ein Statussatz, auf
      *den ein Stornosatz seines Paares passt, wird bei der
      *Auswertung übersprungen.
       01 WS-STORNO-SAVE-RECORD PIC X(91).
       01 WS-STORNO-CAND       PIC X(6).
       01 WS-STORNO-REQ        PIC X(8).
       01 WS-STORNO-CODE       PIC X(1).
       01 WS-STORNO-DATE       PIC X(8).
       01 WS-STORNO-HIT        PIC 9 VALUE 0.
       01 WS-STORNO-DONE       PIC 9 VALUE 0.
       01 WS-STORNO-EOF        PIC 9 VALUE 0.

      *Zusammenfassung je Statusstufe (1-5): Anzahl Bewerbungen und
      *höchste Verweildauer.
       01 WS-STAGE-SUMMARY.
           05 WS-STAGE-ENTRY OCCURS 5 TIMES
                             INDEXED BY WS-STAGE-IDX.
              10 WS-STAGE-COUNT    PIC 9(5).
              10 WS-STAGE-MAX-DAYS PIC 9(4).

      *Arbeitsfelder der Tagesrechnung über FUNCTION INTEGER-OF-DATE.

      *Zähler und Merker des Laufs.
       01 WS-READ-DONE         PIC 9 VALUE 0.
       01 WS-STALE-COUNT       PIC 9(5) VALUE 0.
       01 WS-STALE-EDIT        PIC ZZZZ9.

      *Aufbaufeld für eine Zeile des Berichts.
       01 WS-REPORT-LINE       PIC X(120).
      ******************************************************************
       ALTERSLAUF SECTION.
      *----------------
      *Ablauf: Schwellwert lesen, Bericht anlegen, Statusdatei
      *paarweise lesen, Verweildauer rechnen und ausgeben,
      *Zusammenfassung schreiben und den RETURN-CODE setzen.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE FUNCTION INTEGER-OF-DATE (WS-TODAY) TO WS-TODAY-INT
              STOP RUN
           END-IF

           PERFORM BERICHT-SCHREIBEN-para
           PERFORM ZUSAMMENFASSUNG-para

           END-READ
           CLOSE THRESHOLD-FILE.

      ******************************************************************
       BERICHT-SCHREIBEN-para.
      *----------------
      *Schreibt den Berichtskopf und je Kandidat/Ausschreibung eine
      *Berichtszeile mit Status, Statusdatum und Tagen im Status
      *(siehe STATUSDATEI-LESEN-para und PAAR-AUSWERTEN-para).
      *Bewerbungen, die länger als der Schwellwert in "eingegangen"
      *oder "gesichtet" stehen, werden markiert und gezählt.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Altersauswertung der Bewerbungs-Pipeline zum "
                  DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              " (Schwellwert " DELIMITED BY SIZE
              WS-THRESHOLD-DAYS DELIMITED BY SIZE
              " Tage)" DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD

           PERFORM STATUSDATEI-LESEN-para

           IF WS-PIPELINE-COUNT = 0
              MOVE "(Keine Bewerbungen in der Statusdatei.)"
                   TO AGING-REPORT-RECORD
              WRITE AGING-REPORT-RECORD
           END-IF.

      ******************************************************************
       STATUSDATEI-LESEN-para.
      *----------------
      *Liest die Statusdatei in Schlüsselfolge (Kandidat,
      *Ausschreibung, Datum, Erfassung). Die Sätze eines Paares
      *stehen dadurch hintereinander, der letzte nicht stornierte
      *ist der aktuelle Stand; beim Paarwechsel und am Dateiende
      *wird das fertige Paar ausgewertet.
           OPEN INPUT APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS NOT = "00"
              DISPLAY "Hinweis: Statusdatei "
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PIPE-CURRENT
           MOVE 0 TO WS-READ-DONE
           MOVE LOW-VALUES TO AS-KEY
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
                    PERFORM PIPELINE-MERKEN-para
              END-READ
           END-PERFORM
           PERFORM PAAR-AUSWERTEN-para
           CLOSE APPLICATION-STATUS-FILE.

      ******************************************************************
       PIPELINE-MERKEN-para.
      *----------------
      *Verarbeitet den gelesenen Statussatz: beginnt ein neues Paar
      *Kandidat/Ausschreibung, wird das bisherige ausgewertet.
      *Stornosätze selbst und stornierte Statussätze bleiben außen
      *vor; jeder andere Satz wird zum aktuellen Stand des Paares
      *(gleiches Verfahren wie im Dialogprogramm).
           IF AS-CANDIDATE-ID NOT = WS-PIPE-CAND
              OR AS-REQUISITION-ID NOT = WS-PIPE-REQ
              PERFORM PAAR-AUSWERTEN-para
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
              MOVE 1 TO WS-READ-DONE
           END-IF
           IF WS-STORNO-HIT = 1
              EXIT PARAGRAPH
           END-IF

           MOVE AS-STATUS-CODE TO WS-PIPE-STATUS
           MOVE AS-STATUS-DATE TO WS-PIPE-DATE.

      ******************************************************************
       STORNO-PRUEFEN-para.
      *----------------
      *Setzt WS-STORNO-HIT auf 1, wenn auf den gerade gelesenen
      *Statussatz ein Stornosatz seines Paares passt. Die
      *Stornosätze werden ab dem Paaranfang über den Schlüssel
      *gelesen; danach wird der Satz zurückgeholt und die Datei
      *hinter ihm neu positioniert (WS-STORNO-EOF = 1, wenn kein
      *Satz mehr folgt).
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
       PAAR-AUSWERTEN-para.
      *----------------
      *Rechnet für das zuletzt gelesene Paar (WS-PIPE-CURRENT) die
      *Tage im aktuellen Status, schreibt die Berichtszeile und
      *zählt das Paar in der Stufen-Zusammenfassung mit. Paare ohne
      *nicht stornierten Statussatz entfallen; Sätze mit unlesbarem
      *Statusdatum werden gemeldet statt gerechnet.
           IF WS-PIPE-STATUS = SPACE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PIPELINE-COUNT

           IF WS-PIPE-DATE IS NOT NUMERIC
              MOVE SPACES TO WS-REPORT-LINE
              STRING WS-PIPE-CAND " "
                 WS-PIPE-REQ
                 " Statusdatum '" DELIMITED BY SIZE
                 WS-PIPE-DATE DELIMITED BY SIZE
                 "' ist nicht lesbar." DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO AGING-REPORT-RECORD
              EXIT PARAGRAPH
           END-IF

           MOVE WS-PIPE-DATE TO WS-STATUS-DATE-NUM
           MOVE FUNCTION INTEGER-OF-DATE (WS-STATUS-DATE-NUM)
                TO WS-STATUS-INT
           COMPUTE WS-DAYS-IN-STATUS = WS-TODAY-INT - WS-STATUS-INT
           END-IF
           MOVE WS-DAYS-IN-STATUS TO WS-DAYS-EDIT

           MOVE WS-PIPE-STATUS TO WS-STATUS-LABEL
           PERFORM STATUS-LABEL-para

      *Stufen-Zusammenfassung fortschreiben.
           IF WS-PIPE-STATUS >= "1"
              AND WS-PIPE-STATUS <= "5"
              MOVE WS-PIPE-STATUS TO WS-STATUS-NUM
              SET WS-STAGE-IDX TO WS-STATUS-NUM
              ADD 1 TO WS-STAGE-COUNT (WS-STAGE-IDX)
              IF WS-DAYS-IN-STATUS >
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           IF (WS-PIPE-STATUS = "1"
               OR WS-PIPE-STATUS = "2")
              AND WS-DAYS-IN-STATUS > WS-THRESHOLD-DAYS
              ADD 1 TO WS-STALE-COUNT
              STRING WS-PIPE-CAND " "
                 WS-PIPE-REQ " "
                 WS-STATUS-LABEL " seit "
                 WS-PIPE-DATE " ("
                 WS-DAYS-EDIT " Tage)  *** LIEGT FEST ***"
                 DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
           ELSE
              STRING WS-PIPE-CAND " "
                 WS-PIPE-REQ " "
                 WS-STATUS-LABEL " seit "
                 WS-PIPE-DATE " ("
                 WS-DAYS-EDIT " Tage)"
                 DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
