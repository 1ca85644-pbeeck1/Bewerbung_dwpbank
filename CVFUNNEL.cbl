      ******************************************************************
      *----------------------------------------------------------------*
      *                                                                *
      *       Copyright(c) by Patrick Beeck                            *
      *       Version: 1.0                                             *
      *                                                                *
      *----------------------------------------------------------------*

      *Recruiting-Funnel und Time-to-Hire je Ausschreibung. CVAGING
      *zeigt nur, wie lange eine Bewerbung bereits in ihrem aktuellen
      *Status steht, nicht aber, wie die Pipeline als Ganzes
      *arbeitet. Dieses Programm liest die fortgeschriebene
      *Statusdatei (Stornosätze "S" und die von ihnen
      *zurückgenommenen Statussätze bleiben außen vor) sowie die
      *Ausschreibungs-Stammdatei und wertet je Ausschreibung und
      *insgesamt aus:
      *  - wie viele Bewerbungen die Stufen eingegangen (1),
      *    gesichtet (2), interviewt (3) und Angebot (4) erreicht
      *    haben, die Konversionsrate von Stufe zu Stufe sowie die
      *    Absagequote (aktueller Status 5) je erreichter Stufe;
      *  - die durchschnittliche und die höchste Anzahl Tage
      *    zwischen den Stufen und vom ersten Eingang bis zum
      *    Angebot (Time-to-Offer).
      *Eine Bewerbung, die eine Stufe übersprungen hat (etwa direkt
      *von "eingegangen" nach "interviewt"), gilt als durch die
      *übersprungene Stufe hindurchgegangen; als deren Datum zählt
      *das der nächsthöheren erreichten Stufe. Ausgewertet werden
      *die Bewerbungen, deren erster Eingang im abgefragten
      *Zeitraum (Beginn- und Endedatum) liegt; ein leeres
      *Beginndatum wertet ab dem ersten Satz, ein leeres Endedatum
      *bis heute aus. RETURN-CODE 4, wenn Sätze unlesbar waren oder
      *eine Tabelle übergelaufen ist, 8 bei Dateifehlern.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CVFUNNEL.
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
      *Die fortgeschriebene Statusdatei des Dialogprogramms; hier nur
      *lesend für die Auswertung, in Schlüsselfolge (Kandidat/
      *Ausschreibung/Datum, siehe Dialogprogramm).
           SELECT APPLICATION-STATUS-FILE
               ASSIGN DYNAMIC WS-APPLICATION-STATUS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               ALTERNATE RECORD KEY IS AS-REQ-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AS-ENTRY-STAMP
               FILE STATUS IS WS-APPLICATION-STATUS-STATUS.

      *Stammdatei der Ausschreibungen (wie in CVMATCH und CVREQMNT)
      *für Titel und Status im Bericht.
           SELECT REQUISITION-MASTER
               ASSIGN DYNAMIC WS-REQUISITION-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUISITION-MASTER-STATUS.

      *Berichtsdatei der Funnel-Auswertung.
           SELECT FUNNEL-REPORT-FILE
               ASSIGN DYNAMIC WS-FUNNEL-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FUNNEL-REPORT-STATUS.

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

       FD FUNNEL-REPORT-FILE.
       01  FUNNEL-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
      *------------------------
      *
      *Pfade der beteiligten Dateien sowie die dazugehörigen
      *FILE-STATUS-Felder.
       01 WS-FILE-PATHS.
           05 WS-APPLICATION-STATUS-PATH
                         PIC X(60) VALUE "data/application-status.dat".
           05 WS-APPLICATION-STATUS-STATUS PIC X(2).
           05 WS-REQUISITION-MASTER-PATH
                       PIC X(60) VALUE "data/requisition-master.txt".
           05 WS-REQUISITION-MASTER-STATUS PIC X(2).
           05 WS-FUNNEL-REPORT-PATH
                           PIC X(60) VALUE "data/funnel-report.txt".
           05 WS-FUNNEL-REPORT-STATUS PIC X(2).

      *Auswertungszeitraum (Datum des ersten Eingangs).
       01 WS-PERIOD-START      PIC X(8) VALUE SPACES.
       01 WS-PERIOD-END        PIC X(8) VALUE SPACES.
       01 WS-TODAY             PIC X(8).

      *Bewerbung des gerade gelesenen Paares Kandidat/
      *Ausschreibung: je Stufe 1-4 das früheste Datum eines nicht
      *stornierten Satzes mit genau diesem Code sowie der aktuelle
      *Status (der jüngste nicht stornierte Satz gewinnt, wie in
      *PIPELINE-MERKEN-para des Dialogprogramms). Die Statusdatei
      *wird in Schlüsselfolge gelesen, die Sätze eines Paares stehen
      *also beieinander; beim Paarwechsel wird die Bewerbung
      *ausgewertet (siehe BEWERBUNG-MERKEN-para).
       01 WS-PAIR-ENTRY.
           05 WS-PAIR-CAND         PIC X(6).
           05 WS-PAIR-REQ          PIC X(8).
           05 WS-PAIR-CURRENT      PIC X(1).
           05 WS-PAIR-FIRST        PIC X(8) OCCURS 4 TIMES.

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

      *Auswertungstöpfe: Eintrag 1 ist die Gesamtsumme, ab Eintrag 2
      *folgt je Ausschreibung ein Topf (aus der Stammdatei geladen,
      *unbekannte Ausschreibungs-IDs werden hinten angefügt). Je
      *Stufe 1-4 die Anzahl erreichender und die Anzahl davon
      *abgesagter Bewerbungen; je Schritt (1 = eingegangen ->
      *gesichtet, 2 = gesichtet -> interviewt, 3 = interviewt ->
      *Angebot, 4 = eingegangen -> Angebot) Anzahl, Summe und
      *Höchstwert der Tage.
       01 WS-BUCKET-COUNT      PIC 9(3) VALUE 0.
       01 WS-BUCKET-TABLE.
           05 WS-BKT-ENTRY OCCURS 201 TIMES
                           INDEXED BY WS-BKT-IDX.
              10 WS-BKT-REQ        PIC X(8).
              10 WS-BKT-STATUS     PIC X(1).
              10 WS-BKT-TITLE      PIC X(40).
              10 WS-BKT-REACHED    PIC 9(5) OCCURS 4 TIMES.
              10 WS-BKT-REJECTED   PIC 9(5) OCCURS 4 TIMES.
              10 WS-BKT-STEP OCCURS 4 TIMES.
                 15 WS-BKT-STEP-COUNT PIC 9(5).
                 15 WS-BKT-STEP-SUM   PIC 9(7).
                 15 WS-BKT-STEP-MAX   PIC 9(5).
       01 WS-BKT-FOUND         PIC 9 VALUE 0.
       01 WS-BKT-OVERFLOW      PIC 9 VALUE 0.
       01 WS-BKT-REQ-IDX       PIC 9(3) VALUE 0.

      *Arbeitsfelder der Auswertung einer Bewerbung: Datum je Stufe
      *(einschließlich übersprungener Stufen), höchste erreichte
      *Stufe und die Tagesrechnung über FUNCTION INTEGER-OF-DATE.
       01 WS-STAGE-DATE-TABLE.
           05 WS-STAGE-DATE     PIC X(8) OCCURS 4 TIMES.
       01 WS-STAGE-NUM          PIC 9 VALUE 0.
       01 WS-STEP-NUM           PIC 9 VALUE 0.
       01 WS-TOP-STAGE          PIC 9 VALUE 0.
       01 WS-RUNNING-MIN        PIC X(8).
       01 WS-STATUS-NUM         PIC 9 VALUE 0.
       01 WS-FROM-DATE-NUM      PIC 9(8) VALUE 0.
       01 WS-TO-DATE-NUM        PIC 9(8) VALUE 0.
       01 WS-STEP-DAYS          PIC S9(7) VALUE 0.
       01 WS-FROM-STAGE         PIC 9 VALUE 0.
       01 WS-TO-STAGE           PIC 9 VALUE 0.

      *Statusbezeichnungen (Codes wie im Dialogprogramm).
       01 WS-STATUS-LABEL      PIC X(12).
       01 WS-STEP-LABEL        PIC X(30).

      *Aufbereitung der Zahlen für den Bericht.
       01 WS-PCT               PIC 9(3)V9 VALUE 0.
       01 WS-PCT-EDIT          PIC ZZ9.9.
       01 WS-PCT-EDIT-2        PIC ZZ9.9.
       01 WS-AVG-DAYS          PIC 9(5)V9 VALUE 0.
       01 WS-AVG-EDIT          PIC ZZZZ9.9.
       01 WS-COUNT-EDIT        PIC ZZZZ9.
       01 WS-COUNT-EDIT-2      PIC ZZZZ9.
       01 WS-MAX-EDIT          PIC ZZZZ9.

      *Zähler und Merker des Laufs.
       01 WS-READ-DONE         PIC 9 VALUE 0.
       01 WS-BAD-COUNT         PIC 9(5) VALUE 0.
       01 WS-FILE-ERROR        PIC 9 VALUE 0.
       01 WS-COHORT-COUNT      PIC 9(5) VALUE 0.
       01 WS-DATE-VALID        PIC 9 VALUE 0.

      *Aufbaufeld für eine Zeile des Berichts.
       01 WS-REPORT-LINE       PIC X(132).

      *
      ******************************************************************
       PROCEDURE DIVISION.
      *===================

      ******************************************************************
       FUNNEL SECTION.
      *----------------
      *Ablauf: Zeitraum erfassen, Bericht anlegen, Ausschreibungen
      *und Statusdatei laden, jede Bewerbung des Zeitraums in ihre
      *Töpfe einrechnen, Bericht schreiben und den RETURN-CODE
      *setzen.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY

           DISPLAY "Recruiting-Funnel und Time-to-Hire"
           DISPLAY "Beginn des Zeitraums (JJJJMMTT, ENTER = ab dem "
                   "ersten Satz):"
           ACCEPT WS-PERIOD-START
           DISPLAY "Ende des Zeitraums (JJJJMMTT, ENTER = bis heute):"
           ACCEPT WS-PERIOD-END
           IF WS-PERIOD-START = SPACES
              MOVE "00000000" TO WS-PERIOD-START
           END-IF
           IF WS-PERIOD-END = SPACES
              MOVE WS-TODAY TO WS-PERIOD-END
           END-IF
           IF WS-PERIOD-START IS NOT NUMERIC
              OR WS-PERIOD-END IS NOT NUMERIC
              OR WS-PERIOD-START > WS-PERIOD-END
              DISPLAY "Hinweis: Der Zeitraum muss als JJJJMMTT angegeben
      -               " werden und darf nicht rückwärts laufen. Der La
      -               "uf wird abgebrochen."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT FUNNEL-REPORT-FILE
           IF WS-FUNNEL-REPORT-STATUS NOT = "00"
              DISPLAY "Hinweis: Berichtsdatei "
                      FUNCTION TRIM(WS-FUNNEL-REPORT-PATH)
              DISPLAY "konnte nicht angelegt werden (Status "
                      WS-FUNNEL-REPORT-STATUS ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Recruiting-Funnel und Time-to-Hire zum "
                  DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              ", Eingang vom " DELIMITED BY SIZE
              WS-PERIOD-START DELIMITED BY SIZE
              " bis " DELIMITED BY SIZE
              WS-PERIOD-END DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para

           PERFORM TOEPFE-ANLEGEN-para
           PERFORM STATUSDATEI-LESEN-para

           PERFORM BERICHT-SCHREIBEN-para

           CLOSE FUNNEL-REPORT-FILE
           DISPLAY "Funnel-Auswertung abgeschlossen, der Bericht steht"
                   " in " FUNCTION TRIM(WS-FUNNEL-REPORT-PATH) "."
           IF WS-FILE-ERROR = 1
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-BAD-COUNT > 0
                 OR WS-BKT-OVERFLOW = 1
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN.

      ******************************************************************
       TOEPFE-ANLEGEN-para.
      *----------------
      *Legt den Gesamttopf und je Ausschreibung der Stammdatei einen
      *Topf an. Fehlt die Stammdatei, wird nur insgesamt und je
      *vorgefundener Ausschreibungs-ID (ohne Titel) ausgewertet.
           MOVE 1 TO WS-BUCKET-COUNT
           SET WS-BKT-IDX TO 1
           PERFORM TOPF-LEEREN-para
           MOVE "GESAMT" TO WS-BKT-REQ (WS-BKT-IDX)
           MOVE "alle Ausschreibungen" TO WS-BKT-TITLE (WS-BKT-IDX)

           OPEN INPUT REQUISITION-MASTER
           IF WS-REQUISITION-MASTER-STATUS NOT = "00"
              DISPLAY "Hinweis: Ausschreibungs-Stammdatei "
                      FUNCTION TRIM(WS-REQUISITION-MASTER-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-REQUISITION-MASTER-STATUS "), Titel fehlen im"
                      " Bericht."
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ REQUISITION-MASTER
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    IF RM-REQUISITION-ID NOT = SPACES
                       IF WS-BUCKET-COUNT < 201
                          ADD 1 TO WS-BUCKET-COUNT
                          SET WS-BKT-IDX TO WS-BUCKET-COUNT
                          PERFORM TOPF-LEEREN-para
                          MOVE RM-REQUISITION-ID
                               TO WS-BKT-REQ (WS-BKT-IDX)
                          MOVE RM-STATUS TO WS-BKT-STATUS (WS-BKT-IDX)
                          MOVE RM-TITLE TO WS-BKT-TITLE (WS-BKT-IDX)
                       ELSE
                          MOVE 1 TO WS-BKT-OVERFLOW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REQUISITION-MASTER.

      ******************************************************************
       TOPF-LEEREN-para.
      *----------------
      *Setzt alle Zähler des Topfes unter WS-BKT-IDX auf null.
           MOVE SPACES TO WS-BKT-REQ (WS-BKT-IDX)
           MOVE SPACES TO WS-BKT-STATUS (WS-BKT-IDX)
           MOVE SPACES TO WS-BKT-TITLE (WS-BKT-IDX)
           PERFORM VARYING WS-STAGE-NUM FROM 1 BY 1
                   UNTIL WS-STAGE-NUM > 4
              MOVE 0 TO WS-BKT-REACHED (WS-BKT-IDX, WS-STAGE-NUM)
              MOVE 0 TO WS-BKT-REJECTED (WS-BKT-IDX, WS-STAGE-NUM)
              MOVE 0 TO WS-BKT-STEP-COUNT (WS-BKT-IDX, WS-STAGE-NUM)
              MOVE 0 TO WS-BKT-STEP-SUM (WS-BKT-IDX, WS-STAGE-NUM)
              MOVE 0 TO WS-BKT-STEP-MAX (WS-BKT-IDX, WS-STAGE-NUM)
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
       STATUSDATEI-LESEN-para.
      *----------------
      *Liest die Statusdatei in Schlüsselfolge und verdichtet die
      *gültigen Statussätze je Kandidat/Ausschreibung in
      *WS-PAIR-ENTRY; jedes Paar wird beim Paarwechsel und das
      *letzte am Dateiende ausgewertet. Stornosätze und stornierte
      *Statussätze bleiben außen vor; Sätze mit unbekanntem Code
      *oder unlesbarem Datum werden gezählt und gemeldet.
      *Nur Status 35 heißt "keine Statusdatei"; jeder andere
      *Fehler beim Öffnen (etwa eine noch nicht übernommene
      *zeilensequentielle Datei) ist ein Dateifehler mit
      *RETURN-CODE 8.
           OPEN INPUT APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS = "35"
              DISPLAY "Hinweis: Statusdatei "
                      FUNCTION TRIM(WS-APPLICATION-STATUS-PATH)
                      " ist nicht vorhanden."
              MOVE "(Keine Statusdatei vorhanden, nichts auszuwerten.)"
                   TO FUNNEL-REPORT-RECORD
              WRITE FUNNEL-REPORT-RECORD
              EXIT PARAGRAPH
           END-IF
           IF WS-APPLICATION-STATUS-STATUS NOT = "00"
              DISPLAY "Hinweis: Statusdatei "
                      FUNCTION TRIM(WS-APPLICATION-STATUS-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-APPLICATION-STATUS-STATUS ")."
              MOVE SPACES TO WS-REPORT-LINE
              STRING "(Statusdatei nicht lesbar, Status "
                 WS-APPLICATION-STATUS-STATUS
                 "; keine Auswertung.)"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              MOVE 1 TO WS-FILE-ERROR
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PAIR-ENTRY
           MOVE LOW-VALUES TO AS-KEY
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
                    PERFORM BEWERBUNG-MERKEN-para
              END-READ
           END-PERFORM
           CLOSE APPLICATION-STATUS-FILE
           PERFORM BEWERBUNG-AUSWERTEN-para.

      ******************************************************************
       BEWERBUNG-MERKEN-para.
      *----------------
      *Trägt den gelesenen Statussatz in WS-PAIR-ENTRY ein: der
      *aktuelle Status wird überschrieben (der jüngere Satz gewinnt),
      *und für die Stufen 1-4 wird das früheste Datum festgehalten.
      *Beginnt mit dem Satz ein neues Paar, wird das bisherige
      *zuvor ausgewertet.
           IF AS-CANDIDATE-ID NOT = WS-PAIR-CAND
              OR AS-REQUISITION-ID NOT = WS-PAIR-REQ
              PERFORM BEWERBUNG-AUSWERTEN-para
              MOVE SPACES TO WS-PAIR-ENTRY
              MOVE AS-CANDIDATE-ID TO WS-PAIR-CAND
              MOVE AS-REQUISITION-ID TO WS-PAIR-REQ
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

           MOVE 1 TO WS-DATE-VALID
           IF AS-STATUS-DATE IS NOT NUMERIC
              MOVE 0 TO WS-DATE-VALID
           ELSE
              MOVE AS-STATUS-DATE TO WS-FROM-DATE-NUM
              IF FUNCTION INTEGER-OF-DATE (WS-FROM-DATE-NUM) = 0
                 MOVE 0 TO WS-DATE-VALID
              END-IF
           END-IF
           IF AS-STATUS-CODE < "1" OR AS-STATUS-CODE > "5"
              OR WS-DATE-VALID = 0
              ADD 1 TO WS-BAD-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING "Satz übergangen (Code oder Datum unlesbar): "
                     DELIMITED BY SIZE
                 AS-CANDIDATE-ID " " AS-REQUISITION-ID " "
                 AS-STATUS-CODE " " AS-STATUS-DATE
                 DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              EXIT PARAGRAPH
           END-IF

           MOVE AS-STATUS-CODE TO WS-PAIR-CURRENT
           IF AS-STATUS-CODE NOT = "5"
              MOVE AS-STATUS-CODE TO WS-STAGE-NUM
              IF WS-PAIR-FIRST (WS-STAGE-NUM) = SPACES
                 OR AS-STATUS-DATE
                    < WS-PAIR-FIRST (WS-STAGE-NUM)
                 MOVE AS-STATUS-DATE
                      TO WS-PAIR-FIRST (WS-STAGE-NUM)
              END-IF
           END-IF.

      ******************************************************************
       BEWERBUNG-AUSWERTEN-para.
      *----------------
      *Ermittelt für die Bewerbung in WS-PAIR-ENTRY das Datum je
      *Stufe (eine übersprungene Stufe erhält das Datum der
      *nächsthöheren erreichten Stufe) und rechnet sie, sofern ihr
      *erster Eingang im Zeitraum liegt, in den Topf ihrer
      *Ausschreibung und in den Gesamttopf ein.
           MOVE SPACES TO WS-RUNNING-MIN
           MOVE 0 TO WS-TOP-STAGE
           PERFORM VARYING WS-STAGE-NUM FROM 4 BY -1
                   UNTIL WS-STAGE-NUM < 1
              IF WS-PAIR-FIRST (WS-STAGE-NUM) NOT = SPACES
                 IF WS-TOP-STAGE = 0
                    MOVE WS-STAGE-NUM TO WS-TOP-STAGE
                 END-IF
                 IF WS-RUNNING-MIN = SPACES
                    OR WS-PAIR-FIRST (WS-STAGE-NUM)
                       < WS-RUNNING-MIN
                    MOVE WS-PAIR-FIRST (WS-STAGE-NUM)
                         TO WS-RUNNING-MIN
                 END-IF
              END-IF
              MOVE WS-RUNNING-MIN TO WS-STAGE-DATE (WS-STAGE-NUM)
           END-PERFORM

      *Nur Bewerbungen mit Eingang im Zeitraum; eine Bewerbung, die
      *ausschließlich eine Absage trägt, hat keinen Eingang.
           IF WS-TOP-STAGE = 0
              OR WS-STAGE-DATE (1) < WS-PERIOD-START
              OR WS-STAGE-DATE (1) > WS-PERIOD-END
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COHORT-COUNT

      *Topf der Ausschreibung suchen, unbekannte IDs hinten anfügen.
           MOVE 0 TO WS-BKT-FOUND
           PERFORM VARYING WS-BKT-IDX FROM 2 BY 1
                   UNTIL WS-BKT-IDX > WS-BUCKET-COUNT
                      OR WS-BKT-FOUND = 1
              IF WS-BKT-REQ (WS-BKT-IDX) = WS-PAIR-REQ
                 MOVE 1 TO WS-BKT-FOUND
                 SET WS-BKT-REQ-IDX TO WS-BKT-IDX
              END-IF
           END-PERFORM
           IF WS-BKT-FOUND = 0
              IF WS-BUCKET-COUNT < 201
                 ADD 1 TO WS-BUCKET-COUNT
                 SET WS-BKT-IDX TO WS-BUCKET-COUNT
                 PERFORM TOPF-LEEREN-para
                 MOVE WS-PAIR-REQ
                      TO WS-BKT-REQ (WS-BKT-IDX)
                 MOVE "?" TO WS-BKT-STATUS (WS-BKT-IDX)
                 MOVE "(nicht in der Stammdatei)"
                      TO WS-BKT-TITLE (WS-BKT-IDX)
                 MOVE WS-BUCKET-COUNT TO WS-BKT-REQ-IDX
                 MOVE 1 TO WS-BKT-FOUND
              ELSE
                 MOVE 1 TO WS-BKT-OVERFLOW
              END-IF
           END-IF

           IF WS-BKT-FOUND = 1
              SET WS-BKT-IDX TO WS-BKT-REQ-IDX
              PERFORM TOPF-FORTSCHREIBEN-para
           END-IF
           SET WS-BKT-IDX TO 1
           PERFORM TOPF-FORTSCHREIBEN-para.

      ******************************************************************
       TOPF-FORTSCHREIBEN-para.
      *----------------
      *Rechnet die Bewerbung in WS-PAIR-ENTRY (Stufendaten in
      *WS-STAGE-DATE, höchste Stufe in WS-TOP-STAGE) in den Topf
      *unter WS-BKT-IDX ein.
           PERFORM VARYING WS-STAGE-NUM FROM 1 BY 1
                   UNTIL WS-STAGE-NUM > WS-TOP-STAGE
              ADD 1 TO WS-BKT-REACHED (WS-BKT-IDX, WS-STAGE-NUM)
           END-PERFORM
           IF WS-PAIR-CURRENT = "5"
              ADD 1 TO WS-BKT-REJECTED (WS-BKT-IDX, WS-TOP-STAGE)
           END-IF

           PERFORM VARYING WS-STEP-NUM FROM 1 BY 1
                   UNTIL WS-STEP-NUM > 4
              IF WS-STEP-NUM = 4
                 MOVE 1 TO WS-FROM-STAGE
                 MOVE 4 TO WS-TO-STAGE
              ELSE
                 MOVE WS-STEP-NUM TO WS-FROM-STAGE
                 COMPUTE WS-TO-STAGE = WS-STEP-NUM + 1
              END-IF
              IF WS-TO-STAGE NOT > WS-TOP-STAGE
                 MOVE WS-STAGE-DATE (WS-FROM-STAGE) TO WS-FROM-DATE-NUM
                 MOVE WS-STAGE-DATE (WS-TO-STAGE) TO WS-TO-DATE-NUM
                 COMPUTE WS-STEP-DAYS =
                         FUNCTION INTEGER-OF-DATE (WS-TO-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE (WS-FROM-DATE-NUM)
                 IF WS-STEP-DAYS < 0
                    MOVE 0 TO WS-STEP-DAYS
                 END-IF
                 ADD 1 TO WS-BKT-STEP-COUNT (WS-BKT-IDX, WS-STEP-NUM)
                 ADD WS-STEP-DAYS
                     TO WS-BKT-STEP-SUM (WS-BKT-IDX, WS-STEP-NUM)
                 IF WS-STEP-DAYS >
                    WS-BKT-STEP-MAX (WS-BKT-IDX, WS-STEP-NUM)
                    MOVE WS-STEP-DAYS
                         TO WS-BKT-STEP-MAX (WS-BKT-IDX, WS-STEP-NUM)
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
       BERICHT-SCHREIBEN-para.
      *----------------
      *Schreibt den Berichtskopf, je Ausschreibung mit mindestens
      *einer Bewerbung im Zeitraum einen Block und zum Schluss den
      *Block der Gesamtsumme. Die Kopfzeile mit dem Zeitraum steht
      *bereits vor etwaigen Meldungen zu übergangenen Sätzen.
           MOVE WS-COHORT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Ausgewertete Bewerbungen: " DELIMITED BY SIZE
              WS-COUNT-EDIT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para

           PERFORM VARYING WS-BKT-IDX FROM 2 BY 1
                   UNTIL WS-BKT-IDX > WS-BUCKET-COUNT
              IF WS-BKT-REACHED (WS-BKT-IDX, 1) > 0
                 PERFORM TOPF-BERICHTEN-para
              END-IF
           END-PERFORM

           SET WS-BKT-IDX TO 1
           PERFORM TOPF-BERICHTEN-para
           MOVE WS-COHORT-COUNT TO WS-COUNT-EDIT
           DISPLAY "Ausgewertete Bewerbungen: " WS-COUNT-EDIT.

      ******************************************************************
       TOPF-BERICHTEN-para.
      *----------------
      *Schreibt den Block des Topfes unter WS-BKT-IDX: je Stufe
      *Anzahl, Konversionsrate von der Vorstufe, Absagen und
      *Absagequote, danach je Schritt Durchschnitt und Höchstwert
      *der Tage.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           STRING "Ausschreibung " WS-BKT-REQ (WS-BKT-IDX) " "
              WS-BKT-STATUS (WS-BKT-IDX) " "
              WS-BKT-TITLE (WS-BKT-IDX)
              DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE "  Stufe         Anzahl  Konversion  Absagen  Quote"
                TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para

           PERFORM VARYING WS-STAGE-NUM FROM 1 BY 1
                   UNTIL WS-STAGE-NUM > 4
              MOVE WS-STAGE-NUM TO WS-STATUS-LABEL
              PERFORM STATUS-LABEL-para
              MOVE WS-BKT-REACHED (WS-BKT-IDX, WS-STAGE-NUM)
                   TO WS-COUNT-EDIT
              MOVE WS-BKT-REJECTED (WS-BKT-IDX, WS-STAGE-NUM)
                   TO WS-COUNT-EDIT-2
              MOVE 0 TO WS-PCT
              IF WS-BKT-REACHED (WS-BKT-IDX, WS-STAGE-NUM) > 0
                 COMPUTE WS-PCT ROUNDED =
                    WS-BKT-REJECTED (WS-BKT-IDX, WS-STAGE-NUM) * 100
                    / WS-BKT-REACHED (WS-BKT-IDX, WS-STAGE-NUM)
              END-IF
              MOVE WS-PCT TO WS-PCT-EDIT-2
              MOVE SPACES TO WS-REPORT-LINE
              IF WS-STAGE-NUM = 1
                 STRING "  " WS-STATUS-LABEL " " WS-COUNT-EDIT
                    "            " "    " WS-COUNT-EDIT-2
                    "    " WS-PCT-EDIT-2 " %"
                    DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
              ELSE
                 MOVE 0 TO WS-PCT
                 COMPUTE WS-STATUS-NUM = WS-STAGE-NUM - 1
                 IF WS-BKT-REACHED (WS-BKT-IDX, WS-STATUS-NUM) > 0
                    COMPUTE WS-PCT ROUNDED =
                       WS-BKT-REACHED (WS-BKT-IDX, WS-STAGE-NUM) * 100
                       / WS-BKT-REACHED (WS-BKT-IDX, WS-STATUS-NUM)
                 END-IF
                 MOVE WS-PCT TO WS-PCT-EDIT
                 STRING "  " WS-STATUS-LABEL " " WS-COUNT-EDIT
                    "     " WS-PCT-EDIT " %" "    " WS-COUNT-EDIT-2
                    "    " WS-PCT-EDIT-2 " %"
                    DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
              END-IF
              PERFORM ZEILE-SCHREIBEN-para
           END-PERFORM

           PERFORM VARYING WS-STEP-NUM FROM 1 BY 1
                   UNTIL WS-STEP-NUM > 4
              EVALUATE WS-STEP-NUM
                 WHEN 1 MOVE "eingegangen -> gesichtet"
                             TO WS-STEP-LABEL
                 WHEN 2 MOVE "gesichtet -> interviewt"
                             TO WS-STEP-LABEL
                 WHEN 3 MOVE "interviewt -> Angebot"
                             TO WS-STEP-LABEL
                 WHEN 4 MOVE "Eingang -> Angebot (gesamt)"
                             TO WS-STEP-LABEL
              END-EVALUATE
              MOVE 0 TO WS-AVG-DAYS
              IF WS-BKT-STEP-COUNT (WS-BKT-IDX, WS-STEP-NUM) > 0
                 COMPUTE WS-AVG-DAYS ROUNDED =
                    WS-BKT-STEP-SUM (WS-BKT-IDX, WS-STEP-NUM)
                    / WS-BKT-STEP-COUNT (WS-BKT-IDX, WS-STEP-NUM)
              END-IF
              MOVE WS-AVG-DAYS TO WS-AVG-EDIT
              MOVE WS-BKT-STEP-MAX (WS-BKT-IDX, WS-STEP-NUM)
                   TO WS-MAX-EDIT
              MOVE WS-BKT-STEP-COUNT (WS-BKT-IDX, WS-STEP-NUM)
                   TO WS-COUNT-EDIT
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  Tage " DELIMITED BY SIZE
                 WS-STEP-LABEL DELIMITED BY "  "
                 ": Durchschnitt " WS-AVG-EDIT ", Maximum "
                 WS-MAX-EDIT " (" WS-COUNT-EDIT " Bewerbungen)"
                 DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-PERFORM.

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
              WHEN OTHER MOVE "unbekannt" TO WS-STATUS-LABEL
           END-EVALUATE.

      ******************************************************************
       ZEILE-SCHREIBEN-para.
      *----------------
      *Schreibt WS-REPORT-LINE in die Berichtsdatei und leert das
      *Aufbaufeld für die nächste Zeile.
           MOVE WS-REPORT-LINE TO FUNNEL-REPORT-RECORD
           WRITE FUNNEL-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

      ******************************************************************
      ******************************************************************
