      ******************************************************************
      *----------------------------------------------------------------*
      *                                                                *
      *       Copyright(c) by Patrick Beeck                            *
      *       Version: 1.0                                             *
      *                                                                *
      *----------------------------------------------------------------*

      *Referenzprüfung der Pipeline-Dateien. CVCHECK prüft nur die
      *Lebenslauf-Dateien; data/application-status.dat und
      *data/interview-schedule.dat wurden bisher nie gegeneinander
      *und gegen die Stammdateien abgeglichen, so dass sich
      *widersprüchliche Daten unbemerkt ansammeln konnten. Dieses
      *Programm meldet mit Erfassungsstempel (AS-/IV-ENTRY-STAMP)
      *und dem beanstandeten Satz:
      *  Fehler (RETURN-CODE 8):
      *  - Status- und Interview-Sätze zu Kandidaten-IDs, die nicht
      *    (mehr) in candidate-master.dat stehen (z. B. von CVCLEAN
      *    gelöscht);
      *  - Status- und Interview-Sätze zu Ausschreibungs-IDs, die
      *    nicht in requisition-master.txt stehen;
      *  - Stornosätze (S), zu denen es keinen passenden
      *    Originalsatz gibt;
      *  - Statussätze mit ungültigem Statuscode;
      *  - eine Status- oder Interview-Datei, die vorhanden, aber
      *    nicht lesbar ist (fehlt sie ganz, wird das nur vermerkt).
      *  Warnungen (RETURN-CODE 4):
      *  - aktive Interviews ab heute zu geschlossenen
      *    Ausschreibungen;
      *  - aktive Interviews nach dem Datum der Absage, wenn der
      *    aktuelle Status der Bewerbung 5 "Absage" ist;
      *  - Rückschritte im Statusverlauf (ein niedrigerer Status
      *    nach einem höheren) ohne Storno des höheren Satzes.
      *Ein Interview gilt wie im Dialogprogramm über seinen jüngsten
      *Satz je Kandidat/Ausschreibung/Datum/Uhrzeit als aktiv (A)
      *oder storniert (S); stornierte Statussätze zählen für den
      *aktuellen Status und die Reihenfolge nicht. Beide Dateien
      *werden in Schlüsselfolge gelesen, so dass die Sätze einer
      *Bewerbung bzw. eines Termins aufeinander folgen und ohne
      *Tabellen am Gruppenwechsel ausgewertet werden.
      *Der Bericht steht in data/refchk-report.txt. Das Programm ist
      *Schritt der nächtlichen Kette vor CVAGING und CVMATCH und
      *führt die Laufsteuerung wie CVCHECK (Schrittname CVREFCHK),
      *damit die Auswertungen nicht auf widersprüchlichen Daten
      *aufsetzen.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CVREFCHK.
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
      *Statusdatei und Interview-Terminplan des Dialogprogramms
      *(indiziert, Schlüssel wie im Dialogprogramm); hier nur
      *lesend in Schlüsselfolge.
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

      *Die Kandidaten-Stammdatei; je Satz wird über den Schlüssel
      *geprüft, ob die Kandidaten-ID vorhanden ist.
           SELECT CANDIDATE-MASTER
               ASSIGN DYNAMIC WS-CANDIDATE-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CANDIDATE-ID
               FILE STATUS IS WS-CANDIDATE-MASTER-STATUS.

      *Stammdatei der Ausschreibungen mit ihrem Status (O/C).
           SELECT REQUISITION-MASTER
               ASSIGN DYNAMIC WS-REQUISITION-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUISITION-MASTER-STATUS.

      *Prüfbericht mit allen Befunden und den Summenzeilen.
           SELECT REFCHK-REPORT-FILE
               ASSIGN DYNAMIC WS-REFCHK-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFCHK-REPORT-STATUS.

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

       FD REFCHK-REPORT-FILE.
       01  REFCHK-REPORT-RECORD    PIC X(160).

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
      *Pfade der geprüften Dateien und des Berichts sowie die
      *dazugehörigen FILE-STATUS-Felder.
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
           05 WS-REFCHK-REPORT-PATH
                           PIC X(60) VALUE "data/refchk-report.txt".
           05 WS-REFCHK-REPORT-STATUS PIC X(2).
           05 WS-RUN-CONTROL-PATH
                           PIC X(60) VALUE "data/run-control.dat".
           05 WS-RUN-CONTROL-STATUS PIC X(2).

      *Felder der Laufsteuerung wie in CVCHECK.
       01 WS-RUN-STEP-NAME     PIC X(8) VALUE "CVREFCHK".
       01 WS-RUN-TODAY         PIC X(8).
       01 WS-RUN-TIME          PIC X(6).
       01 WS-RUN-COMMAND-LINE  PIC X(80) VALUE SPACES.
       01 WS-RUN-RESTART-MODE  PIC 9 VALUE 0.
       01 WS-RUN-LAST-EVENT    PIC X(6) VALUE SPACES.
       01 WS-RUN-LAST-RC       PIC X(2) VALUE SPACES.
       01 WS-RUN-READ-DONE     PIC 9 VALUE 0.
       01 WS-RUN-EVENT         PIC X(6).
       01 WS-RUN-RC            PIC 9(2) VALUE 0.

      *Tabelle der Ausschreibungen mit ihrem Status.
       01 WS-REQ-COUNT         PIC 9(3) VALUE 0.
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-REQ-IDX.
              10 WS-REQ-ID-T       PIC X(8).
              10 WS-REQ-STATUS-T   PIC X(1).
       01 WS-REQ-FOUND         PIC 9 VALUE 0.
       01 WS-REQ-CLOSED        PIC 9 VALUE 0.

      *Bewerbung (Kandidat/Ausschreibung), deren Sätze gerade
      *gelesen werden, mit dem jüngsten nicht stornierten Status und
      *seinem Datum (WS-PAIR-CODE leer: noch kein solcher Satz).
      *BEWERBUNG-SUCHEN-para stellt dieselben Felder für den
      *Terminabgleich bereit.
       01 WS-PAIR-CAND         PIC X(6) VALUE SPACES.
       01 WS-PAIR-REQ          PIC X(8) VALUE SPACES.
       01 WS-PAIR-CODE         PIC X(1) VALUE SPACES.
       01 WS-PAIR-DATE         PIC X(8) VALUE SPACES.
       01 WS-PAIR-FOUND        PIC 9 VALUE 0.
       01 WS-PAIR-DONE         PIC 9 VALUE 0.
       01 WS-STATUS-OPEN       PIC 9 VALUE 0.

      *Interview-Termin, dessen Sätze gerade gelesen werden, mit
      *Flag, Erfassungsstempel und Satzbild seines jüngsten Satzes.
       01 WS-SLOT-KEY.
           05 WS-SLOT-CAND         PIC X(6).
           05 WS-SLOT-REQ          PIC X(8).
           05 WS-SLOT-DATE         PIC X(8).
           05 WS-SLOT-TIME         PIC X(4).
       01 WS-SLOT-FLAG         PIC X(1).
       01 WS-SLOT-STAMP        PIC 9(16) VALUE 0.
       01 WS-SLOT-RECORD       PIC X(98).

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
       01 WS-ORIG-HIT          PIC 9 VALUE 0.

      *Überlauf-Merker der Ausschreibungstabelle; ein Überlauf wird
      *einmalig als Fehler gemeldet.
       01 WS-REQ-OVERFLOW      PIC 9 VALUE 0.

      *Felder des gerade gemeldeten Befundes.
       01 WS-BEF-ART           PIC X(7).
       01 WS-BEF-DATEI         PIC X(24).
       01 WS-BEF-STAMP         PIC 9(16) VALUE 0.
       01 WS-BEF-TEXT          PIC X(100) VALUE SPACES.
       01 WS-BEF-SATZ          PIC X(98).

      *Zeilenzähler, Zähler der Befunde und Arbeitsfelder.
       01 WS-STATUS-READ       PIC 9(6) VALUE 0.
       01 WS-IV-READ           PIC 9(6) VALUE 0.
       01 WS-ERROR-COUNT       PIC 9(5) VALUE 0.
       01 WS-WARNING-COUNT     PIC 9(5) VALUE 0.
       01 WS-READ-DONE         PIC 9 VALUE 0.
       01 WS-ABBRUCH           PIC 9 VALUE 0.
       01 WS-CAND-KNOWN        PIC 9 VALUE 0.
       01 WS-LAST-CAND         PIC X(6) VALUE SPACES.
       01 WS-LAST-CAND-KNOWN   PIC 9 VALUE 0.
       01 WS-SEARCH-CAND       PIC X(6).
       01 WS-SEARCH-REQ        PIC X(8).
       01 WS-LINE-NO-EDIT      PIC ZZZZZ9.
       01 WS-COUNT-EDIT        PIC ZZZZ9.
       01 WS-WARNING-COUNT-EDIT PIC ZZZZ9.

      *Aufbaufeld für eine Zeile des Berichts.
       01 WS-REPORT-LINE       PIC X(160) VALUE SPACES.

      *
      ******************************************************************
       PROCEDURE DIVISION.
      *===================

      ******************************************************************
       PRUEFLAUF SECTION.
      *----------------
      *Ablauf: Laufsteuerung prüfen, Bericht anlegen, Stammdaten
      *laden, Statusdatei und Interview-Terminplan prüfen,
      *Summenzeilen schreiben, RETURN-CODE setzen und das Ende
      *protokollieren.
           PERFORM LAUFSTEUERUNG-PRUEFEN-para

           OPEN OUTPUT REFCHK-REPORT-FILE
           IF WS-REFCHK-REPORT-STATUS NOT = "00"
              DISPLAY "Hinweis: Berichtsdatei "
                      FUNCTION TRIM(WS-REFCHK-REPORT-PATH)
              DISPLAY "konnte nicht angelegt werden (Status "
                      WS-REFCHK-REPORT-STATUS ")."
              MOVE 8 TO RETURN-CODE
              PERFORM LAUFSTEUERUNG-ENDE-para
              STOP RUN
           END-IF
           STRING "Referenzprüfung der Pipeline-Dateien vom "
              WS-RUN-TODAY DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           PERFORM ZEILE-SCHREIBEN-para

           OPEN INPUT CANDIDATE-MASTER
           IF WS-CANDIDATE-MASTER-STATUS NOT = "00"
              STRING "Kandidaten-Stammdatei " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CANDIDATE-MASTER-PATH)
                    DELIMITED BY SIZE
                 " konnte nicht geöffnet werden (Status "
                    DELIMITED BY SIZE
                 WS-CANDIDATE-MASTER-STATUS "); keine Prüfung "
                 "möglich."
                    DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              MOVE 1 TO WS-ABBRUCH
           ELSE
              PERFORM AUSSCHREIBUNGEN-LADEN-para
           END-IF

           IF WS-ABBRUCH = 0
              PERFORM STATUSDATEI-PRUEFEN-para
              PERFORM INTERVIEWS-LESEN-para
              CLOSE CANDIDATE-MASTER
           END-IF

           PERFORM ABSCHLUSS-para
           PERFORM LAUFSTEUERUNG-ENDE-para
           STOP RUN.

      ******************************************************************
       LAUFSTEUERUNG-PRUEFEN-para.
      *----------------
      *Wie in CVCHECK: ein zweiter Start am selben Tag wird
      *abgewiesen, solange der Schritt laut Laufsteuerung noch
      *läuft (außer mit Parameter RESTART); im Wiederanlauf wird
      *ein heute bereits erfolgreich gelaufener Schritt
      *übersprungen. Dieses Programm prüft rein lesend und darf
      *ausdrücklich auch ad hoc gestartet werden. Anschließend wird
      *der eigene Beginn protokolliert.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-TODAY
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
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = "00"
              OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           IF WS-RUN-CONTROL-STATUS = "00"
              MOVE SPACES TO RUN-CONTROL-RECORD
              MOVE WS-RUN-TODAY TO RL-DATE
              MOVE WS-RUN-TIME TO RL-TIME
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
       AUSSCHREIBUNGEN-LADEN-para.
      *----------------
      *Lädt alle Ausschreibungen mit ihrem Status in die
      *WS-REQ-TABLE. Ohne Ausschreibungs-Stammdatei ist die Prüfung
      *nicht möglich.
           OPEN INPUT REQUISITION-MASTER
           IF WS-REQUISITION-MASTER-STATUS NOT = "00"
              STRING "Ausschreibungs-Stammdatei " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REQUISITION-MASTER-PATH)
                    DELIMITED BY SIZE
                 " konnte nicht geöffnet werden (Status "
                    DELIMITED BY SIZE
                 WS-REQUISITION-MASTER-STATUS "); keine Prüfung "
                 "möglich." DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              MOVE 1 TO WS-ABBRUCH
              CLOSE CANDIDATE-MASTER
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ REQUISITION-MASTER
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    IF WS-REQ-COUNT < 500
                       ADD 1 TO WS-REQ-COUNT
                       SET WS-REQ-IDX TO WS-REQ-COUNT
                       MOVE RM-REQUISITION-ID
                            TO WS-REQ-ID-T (WS-REQ-IDX)
                       MOVE RM-STATUS TO WS-REQ-STATUS-T (WS-REQ-IDX)
                    ELSE
                       MOVE 1 TO WS-REQ-OVERFLOW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REQUISITION-MASTER

           IF WS-REQ-OVERFLOW = 1
              MOVE "FEHLER" TO WS-BEF-ART
              MOVE "requisition-master.txt" TO WS-BEF-DATEI
              MOVE 0 TO WS-BEF-STAMP
              STRING "mehr als 500 Ausschreibungen; die Prüfung auf "
                 "unbekannte Ausschreibungen ist unvollständig."
                 DELIMITED BY SIZE INTO WS-BEF-TEXT
              MOVE SPACES TO WS-BEF-SATZ
              PERFORM BEFUND-SCHREIBEN-para
           END-IF.

      ******************************************************************
       STATUSDATEI-PRUEFEN-para.
      *----------------
      *Liest die Statusdatei in Schlüsselfolge (Kandidat,
      *Ausschreibung, Datum, Erfassungsfolge): jeder Satz wird gegen
      *die Stammdateien geprüft; nicht stornierte Sätze werden je
      *Bewerbung auf Rückschritte geprüft und führen den aktuellen
      *Status fort.
      *Nur Status 35 heißt "nicht vorhanden"; jeder andere Fehler
      *beim Öffnen (etwa eine noch nicht übernommene
      *zeilensequentielle Datei) ist ein Befund der Art FEHLER.
           OPEN INPUT APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS NOT = "00"
              AND WS-APPLICATION-STATUS-STATUS NOT = "35"
              MOVE "FEHLER" TO WS-BEF-ART
              MOVE "application-status.dat" TO WS-BEF-DATEI
              MOVE 0 TO WS-BEF-STAMP
              STRING "Datei nicht lesbar (Status "
                 WS-APPLICATION-STATUS-STATUS
                 "); Statusprüfung nicht möglich."
                 DELIMITED BY SIZE INTO WS-BEF-TEXT
              MOVE SPACES TO WS-BEF-SATZ
              PERFORM BEFUND-SCHREIBEN-para
              EXIT PARAGRAPH
           END-IF
           IF WS-APPLICATION-STATUS-STATUS = "35"
              STRING "Hinweis: Statusdatei " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPLICATION-STATUS-PATH)
                    DELIMITED BY SIZE
                 " nicht vorhanden (Status " DELIMITED BY SIZE
                 WS-APPLICATION-STATUS-STATUS "), nichts zu prüfen."
                    DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PAIR-CAND
           MOVE SPACES TO WS-PAIR-REQ
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
                    ADD 1 TO WS-STATUS-READ
                    PERFORM STATUSSATZ-PRUEFEN-para
              END-READ
           END-PERFORM
           CLOSE APPLICATION-STATUS-FILE.


      ******************************************************************
       STATUSSATZ-PRUEFEN-para.
      *----------------
      *Prüfungen für den gerade gelesenen Statussatz: Kandidat und
      *Ausschreibung müssen bekannt sein, der Statuscode gültig,
      *zu einem Stornosatz muss es den Originalsatz geben.
      *Nicht stornierte Sätze mit Code 1-5 führen den Verlauf der
      *Bewerbung fort; ein niedrigerer Code nach einem höheren ist
      *ein Rückschritt ohne Storno.
           IF AS-CANDIDATE-ID NOT = WS-PAIR-CAND
              OR AS-REQUISITION-ID NOT = WS-PAIR-REQ
              MOVE AS-CANDIDATE-ID TO WS-PAIR-CAND
              MOVE AS-REQUISITION-ID TO WS-PAIR-REQ
              MOVE SPACES TO WS-PAIR-CODE
              MOVE SPACES TO WS-PAIR-DATE
           END-IF
           MOVE "application-status.dat" TO WS-BEF-DATEI
           MOVE AS-ENTRY-STAMP TO WS-BEF-STAMP
           MOVE APPLICATION-STATUS-RECORD TO WS-BEF-SATZ

           MOVE AS-CANDIDATE-ID TO WS-SEARCH-CAND
           PERFORM KANDIDAT-PRUEFEN-para
           IF WS-CAND-KNOWN = 0
              MOVE "FEHLER" TO WS-BEF-ART
              MOVE "Kandidaten-ID nicht in candidate-master.dat"
                   TO WS-BEF-TEXT
              PERFORM BEFUND-SCHREIBEN-para
           END-IF

           MOVE AS-REQUISITION-ID TO WS-SEARCH-REQ
           PERFORM AUSSCHREIBUNG-SUCHEN-para
           IF WS-REQ-FOUND = 0
              MOVE "FEHLER" TO WS-BEF-ART
              MOVE "Ausschreibungs-ID nicht in requisition-master.txt"
                   TO WS-BEF-TEXT
              PERFORM BEFUND-SCHREIBEN-para
           END-IF

           IF AS-STATUS-CODE = "S"
              PERFORM ORIGINAL-PRUEFEN-para
              IF WS-STORNO-EOF = 1
                 MOVE 1 TO WS-READ-DONE
              END-IF
              IF WS-ORIG-HIT = 0
                 MOVE "FEHLER" TO WS-BEF-ART
                 STRING "Storno ohne Originalsatz (Status "
                    AS-ORIG-CODE " vom " AS-ORIG-DATE ")"
                    DELIMITED BY SIZE INTO WS-BEF-TEXT
                 PERFORM BEFUND-SCHREIBEN-para
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF AS-STATUS-CODE < "1" OR AS-STATUS-CODE > "5"
              MOVE "FEHLER" TO WS-BEF-ART
              STRING "ungültiger Statuscode '" AS-STATUS-CODE "'"
                 DELIMITED BY SIZE INTO WS-BEF-TEXT
              PERFORM BEFUND-SCHREIBEN-para
              EXIT PARAGRAPH
           END-IF

           PERFORM STORNO-PRUEFEN-para
           IF WS-STORNO-EOF = 1
              MOVE 1 TO WS-READ-DONE
           END-IF
           IF WS-STORNO-HIT = 1
              EXIT PARAGRAPH
           END-IF

           IF WS-PAIR-CODE NOT = SPACE
              AND AS-STATUS-CODE < WS-PAIR-CODE
              MOVE "WARNUNG" TO WS-BEF-ART
              STRING "Rückschritt von Status "
                 WS-PAIR-CODE " (" WS-PAIR-DATE ") auf "
                 AS-STATUS-CODE " ohne Storno"
                 DELIMITED BY SIZE INTO WS-BEF-TEXT
              PERFORM BEFUND-SCHREIBEN-para
           END-IF
           MOVE AS-STATUS-CODE TO WS-PAIR-CODE
           MOVE AS-STATUS-DATE TO WS-PAIR-DATE.

      ******************************************************************
       KANDIDAT-PRUEFEN-para.
      *----------------
      *Prüft über den Schlüssel, ob WS-SEARCH-CAND in der
      *Kandidaten-Stammdatei steht (WS-CAND-KNOWN). Das Ergebnis für
      *die zuletzt geprüfte ID wird gemerkt, da die Sätze eines
      *Kandidaten meist aufeinander folgen.
           IF WS-SEARCH-CAND = WS-LAST-CAND
              MOVE WS-LAST-CAND-KNOWN TO WS-CAND-KNOWN
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-CAND TO CM-CANDIDATE-ID
           READ CANDIDATE-MASTER KEY IS CM-CANDIDATE-ID
              INVALID KEY
                 MOVE 0 TO WS-CAND-KNOWN
              NOT INVALID KEY
                 MOVE 1 TO WS-CAND-KNOWN
           END-READ
           MOVE WS-SEARCH-CAND TO WS-LAST-CAND
           MOVE WS-CAND-KNOWN TO WS-LAST-CAND-KNOWN.

      ******************************************************************
       AUSSCHREIBUNG-SUCHEN-para.
      *----------------
      *Sucht WS-SEARCH-REQ in der WS-REQ-TABLE; WS-REQ-FOUND und
      *WS-REQ-CLOSED (Status "C") werden gesetzt.
           MOVE 0 TO WS-REQ-FOUND
           MOVE 0 TO WS-REQ-CLOSED
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
                      OR WS-REQ-FOUND = 1
              IF WS-REQ-ID-T (WS-REQ-IDX) = WS-SEARCH-REQ
                 MOVE 1 TO WS-REQ-FOUND
                 IF WS-REQ-STATUS-T (WS-REQ-IDX) = "C"
                    MOVE 1 TO WS-REQ-CLOSED
                 END-IF
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
       ORIGINAL-PRUEFEN-para.
      *----------------
      *Setzt WS-ORIG-HIT auf 1, wenn es zum gerade gelesenen
      *Stornosatz den Originalsatz gibt (gleicher Kandidat, gleiche
      *Ausschreibung, Code und Datum wie AS-ORIG-CODE/AS-ORIG-DATE).
      *Der Originalsatz wird per START über den Schlüssel gesucht;
      *danach wird der Stornosatz zurückgeholt und die Datei wie in
      *STORNO-PRUEFEN-para hinter ihm neu positioniert.
           MOVE 0 TO WS-ORIG-HIT
           MOVE 0 TO WS-STORNO-EOF
           MOVE APPLICATION-STATUS-RECORD TO WS-STORNO-SAVE-RECORD
           MOVE AS-CANDIDATE-ID TO WS-STORNO-CAND
           MOVE AS-REQUISITION-ID TO WS-STORNO-REQ
           MOVE AS-ORIG-CODE TO WS-STORNO-CODE
           MOVE AS-ORIG-DATE TO WS-STORNO-DATE

           MOVE WS-STORNO-DATE TO AS-STATUS-DATE
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
                       OR AS-STATUS-DATE NOT = WS-STORNO-DATE
                       MOVE 1 TO WS-STORNO-DONE
                    ELSE
                       IF AS-STATUS-CODE = WS-STORNO-CODE
                          MOVE 1 TO WS-ORIG-HIT
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
       BEWERBUNG-SUCHEN-para.
      *----------------
      *Ermittelt für die Bewerbung WS-SEARCH-CAND/WS-SEARCH-REQ über
      *den Schlüssel der Statusdatei den jüngsten nicht stornierten
      *Status mit Code 1-5 und sein Datum (WS-PAIR-FOUND,
      *WS-PAIR-CODE, WS-PAIR-DATE). Die Statusdatei ist dafür
      *während des Terminabgleichs geöffnet (WS-STATUS-OPEN).
           MOVE 0 TO WS-PAIR-FOUND
           MOVE SPACES TO WS-PAIR-CODE
           MOVE SPACES TO WS-PAIR-DATE
           IF WS-STATUS-OPEN = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-CAND TO AS-CANDIDATE-ID
           MOVE WS-SEARCH-REQ TO AS-REQUISITION-ID
           MOVE LOW-VALUES TO AS-STATUS-DATE
           MOVE 0 TO AS-ENTRY-STAMP
           MOVE 0 TO WS-PAIR-DONE
           START APPLICATION-STATUS-FILE
                 KEY IS NOT LESS THAN AS-KEY
              INVALID KEY
                 MOVE 1 TO WS-PAIR-DONE
           END-START
           PERFORM UNTIL WS-PAIR-DONE = 1
              READ APPLICATION-STATUS-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-PAIR-DONE
                 NOT AT END
                    IF AS-CANDIDATE-ID NOT = WS-SEARCH-CAND
                       OR AS-REQUISITION-ID NOT = WS-SEARCH-REQ
                       MOVE 1 TO WS-PAIR-DONE
                    ELSE
                       IF AS-STATUS-CODE >= "1"
                          AND AS-STATUS-CODE <= "5"
                          PERFORM STORNO-PRUEFEN-para
                          IF WS-STORNO-EOF = 1
                             MOVE 1 TO WS-PAIR-DONE
                          END-IF
                          IF WS-STORNO-HIT = 0
                             MOVE 1 TO WS-PAIR-FOUND
                             MOVE AS-STATUS-CODE TO WS-PAIR-CODE
                             MOVE AS-STATUS-DATE TO WS-PAIR-DATE
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      ******************************************************************
       INTERVIEWS-LESEN-para.
      *----------------
      *Liest den Interview-Terminplan in Schlüsselfolge: jeder Satz
      *wird gegen die Stammdateien geprüft; die Sätze eines Termins
      *(Kandidat, Ausschreibung, Datum, Uhrzeit) folgen nach der
      *Erfassungsfolge aufeinander, so dass beim Wechsel des Termins
      *dessen jüngster Satz geprüft wird (TERMIN-ABSCHLIESSEN-para).
      *Die Statusdatei wird dazu für den aktuellen Status der
      *Bewerbung geöffnet.
           OPEN INPUT INTERVIEW-FILE
           IF WS-INTERVIEW-STATUS NOT = "00"
              AND WS-INTERVIEW-STATUS NOT = "35"
              MOVE "FEHLER" TO WS-BEF-ART
              MOVE "interview-schedule.dat" TO WS-BEF-DATEI
              MOVE 0 TO WS-BEF-STAMP
              STRING "Datei nicht lesbar (Status "
                 WS-INTERVIEW-STATUS
                 "); Terminprüfung nicht möglich."
                 DELIMITED BY SIZE INTO WS-BEF-TEXT
              MOVE SPACES TO WS-BEF-SATZ
              PERFORM BEFUND-SCHREIBEN-para
              EXIT PARAGRAPH
           END-IF
           IF WS-INTERVIEW-STATUS = "35"
              STRING "Hinweis: Interview-Terminplan " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-INTERVIEW-PATH) DELIMITED BY SIZE
                 " nicht vorhanden (Status " DELIMITED BY SIZE
                 WS-INTERVIEW-STATUS "), nichts zu prüfen."
                    DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-STATUS-OPEN
           OPEN INPUT APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS = "00"
              MOVE 1 TO WS-STATUS-OPEN
           END-IF
           MOVE SPACES TO WS-SLOT-KEY
           MOVE LOW-VALUES TO IV-KEY
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
                    ADD 1 TO WS-IV-READ
                    PERFORM INTERVIEWSATZ-PRUEFEN-para
              END-READ
           END-PERFORM
           PERFORM TERMIN-ABSCHLIESSEN-para
           CLOSE INTERVIEW-FILE
           IF WS-STATUS-OPEN = 1
              CLOSE APPLICATION-STATUS-FILE
           END-IF.

      ******************************************************************
       INTERVIEWSATZ-PRUEFEN-para.
      *----------------
      *Prüfungen für den gerade gelesenen Interviewsatz; beim
      *Wechsel des Termins wird der vorige abgeschlossen, danach
      *wird der Satz als jüngster seines Termins gemerkt.
           IF IV-SLOT-KEY NOT = WS-SLOT-KEY
              PERFORM TERMIN-ABSCHLIESSEN-para
              MOVE IV-SLOT-KEY TO WS-SLOT-KEY
           END-IF
           MOVE "interview-schedule.dat" TO WS-BEF-DATEI
           MOVE IV-ENTRY-STAMP TO WS-BEF-STAMP
           MOVE INTERVIEW-RECORD TO WS-BEF-SATZ

           MOVE IV-CANDIDATE-ID TO WS-SEARCH-CAND
           PERFORM KANDIDAT-PRUEFEN-para
           IF WS-CAND-KNOWN = 0
              MOVE "FEHLER" TO WS-BEF-ART
              MOVE "Kandidaten-ID nicht in candidate-master.dat"
                   TO WS-BEF-TEXT
              PERFORM BEFUND-SCHREIBEN-para
           END-IF

           MOVE IV-REQUISITION-ID TO WS-SEARCH-REQ
           PERFORM AUSSCHREIBUNG-SUCHEN-para
           IF WS-REQ-FOUND = 0
              MOVE "FEHLER" TO WS-BEF-ART
              MOVE "Ausschreibungs-ID nicht in requisition-master.txt"
                   TO WS-BEF-TEXT
              PERFORM BEFUND-SCHREIBEN-para
           END-IF

           MOVE IV-RECORD-FLAG TO WS-SLOT-FLAG
           MOVE IV-ENTRY-STAMP TO WS-SLOT-STAMP
           MOVE INTERVIEW-RECORD TO WS-SLOT-RECORD.

      ******************************************************************
       TERMIN-ABSCHLIESSEN-para.
      *----------------
      *Prüft den zuletzt gelesenen Termin, sofern sein jüngster
      *Satz ihn als aktiv ausweist.
           IF WS-SLOT-KEY NOT = SPACES
              AND WS-SLOT-FLAG NOT = "S"
              PERFORM TERMIN-PRUEFEN-para
           END-IF.

      ******************************************************************
       TERMIN-PRUEFEN-para.
      *----------------
      *Prüfungen für den aktiven Termin in WS-SLOT-KEY: ein Termin
      *ab heute zu einer geschlossenen Ausschreibung und ein Termin
      *nach dem Datum der Absage, wenn der aktuelle Status der
      *Bewerbung 5 ist, werden als Warnung gemeldet.
           MOVE "interview-schedule.dat" TO WS-BEF-DATEI
           MOVE WS-SLOT-STAMP TO WS-BEF-STAMP
           MOVE WS-SLOT-RECORD TO WS-BEF-SATZ

           MOVE WS-SLOT-REQ TO WS-SEARCH-REQ
           PERFORM AUSSCHREIBUNG-SUCHEN-para
           IF WS-REQ-CLOSED = 1
              AND WS-SLOT-DATE >= WS-RUN-TODAY
              MOVE "WARNUNG" TO WS-BEF-ART
              STRING "aktives Interview zu geschlossener "
                 "Ausschreibung" DELIMITED BY SIZE INTO WS-BEF-TEXT
              PERFORM BEFUND-SCHREIBEN-para
           END-IF

           MOVE WS-SLOT-CAND TO WS-SEARCH-CAND
           PERFORM BEWERBUNG-SUCHEN-para
           IF WS-PAIR-FOUND = 1
              IF WS-PAIR-CODE = "5"
                 AND WS-SLOT-DATE > WS-PAIR-DATE
                 MOVE "WARNUNG" TO WS-BEF-ART
                 STRING "aktives Interview nach der Absage vom "
                    WS-PAIR-DATE " (aktueller Status 5)"
                    DELIMITED BY SIZE INTO WS-BEF-TEXT
                 PERFORM BEFUND-SCHREIBEN-para
              END-IF
           END-IF.

      ******************************************************************
       BEFUND-SCHREIBEN-para.
      *----------------
      *Schreibt einen Befund (Art, Datei, Stempel, Text) und in einer
      *zweiten Zeile den beanstandeten Satz in den Bericht, zeigt
      *die Befundzeile zusätzlich am Bildschirm an und zählt Fehler
      *und Warnungen getrennt.
           IF WS-BEF-ART = "FEHLER"
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              ADD 1 TO WS-WARNING-COUNT
           END-IF
           IF WS-BEF-STAMP = 0
              STRING WS-BEF-ART " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BEF-DATEI) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BEF-TEXT) DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
           ELSE
              STRING WS-BEF-ART " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BEF-DATEI) DELIMITED BY SIZE
                 " Stempel " WS-BEF-STAMP DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BEF-TEXT) DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
           END-IF
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           PERFORM ZEILE-SCHREIBEN-para
           IF WS-BEF-SATZ NOT = SPACES
              STRING "        Satz: " WS-BEF-SATZ
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-IF
           MOVE SPACES TO WS-BEF-TEXT.

      ******************************************************************
       ZEILE-SCHREIBEN-para.
      *----------------
      *Schreibt WS-REPORT-LINE in den Bericht und leert sie.
           MOVE WS-REPORT-LINE TO REFCHK-REPORT-RECORD
           WRITE REFCHK-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

      ******************************************************************
       ABSCHLUSS-para.
      *----------------
      *Schreibt die Summenzeilen, schließt den Bericht und setzt den
      *RETURN-CODE: 8 bei Fehlern oder wenn die Prüfung nicht
      *möglich war, 4 wenn nur Warnungen vorliegen.
           PERFORM ZEILE-SCHREIBEN-para
           MOVE WS-STATUS-READ TO WS-LINE-NO-EDIT
           STRING "Gelesene Statussätze:    " WS-LINE-NO-EDIT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE WS-IV-READ TO WS-LINE-NO-EDIT
           STRING "Gelesene Interviewsätze: " WS-LINE-NO-EDIT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para

           IF WS-ABBRUCH = 1
              MOVE "Prüfung abgebrochen, Stammdateien nicht lesbar."
                   TO WS-REPORT-LINE
           ELSE
              IF WS-ERROR-COUNT = 0 AND WS-WARNING-COUNT = 0
                 MOVE "Prüfung abgeschlossen, keine Befunde."
                      TO WS-REPORT-LINE
              ELSE
                 MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT
                 MOVE WS-WARNING-COUNT TO WS-WARNING-COUNT-EDIT
                 STRING "Prüfung abgeschlossen, Fehler: "
                    FUNCTION TRIM(WS-COUNT-EDIT) ", Warnungen: "
                    FUNCTION TRIM(WS-WARNING-COUNT-EDIT)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
           END-IF
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           PERFORM ZEILE-SCHREIBEN-para
           CLOSE REFCHK-REPORT-FILE
           DISPLAY "Der Prüfbericht steht in "
                   FUNCTION TRIM(WS-REFCHK-REPORT-PATH) "."

           IF WS-ABBRUCH = 1 OR WS-ERROR-COUNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-WARNING-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

      ******************************************************************
