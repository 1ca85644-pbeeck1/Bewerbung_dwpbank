      ******************************************************************
      *----------------------------------------------------------------*
      *                                                                *
      *       Copyright(c) by Patrick Beeck                            *
      *       Version: 1.0                                             *
      *                                                                *
      *----------------------------------------------------------------*

      *Importprogramm für die Eingangsdatei des Bewerbermanagement-
      *Systems von HR. Bislang floss nur der Lebenslauf über
      *ATS-FEED-para in das Bewerbermanagement-System hinaus; jeder
      *neue Bewerber musste von Hand über CVMAINT (Stammsatz) und im
      *Texteditor (Werdegang, Ausbildung, Kenntnisse usw.) erfasst
      *werden. Dieses Programm liest die Eingangsdatei
      *data/ats-inbound.dat mit festen Spalten, legt je Bewerbung den
      *CANDIDATE-MASTER-RECORD an, hängt die Zeilen der
      *kandidaten-gekeyten Daten-Dateien an und schreibt einen
      *Statussatz 1 (eingegangen) auf die Ausschreibung, auf die
      *sich der Bewerber beworben hat.
      *Die Datei wird in zwei Durchgängen verarbeitet: der erste
      *prüft alle Zeilen, der zweite übernimmt nur Bewerbungen, bei
      *denen keine einzige Zeile beanstandet wurde. So entsteht nie
      *ein halb angelegter Kandidat, und die Datei kann nach der
      *Korrektur der abgewiesenen Bewerbungen erneut eingespielt
      *werden. Abgewiesene Zeilen, doppelte Kandidaten-IDs (in der
      *Datei oder bereits in der Stammdatei) und unbekannte oder
      *geschlossene Ausschreibungen stehen im Ausnahmebericht
      *data/ats-import-report.txt; das Programm endet dann mit
      *RETURN-CODE 4. Kann eine Datei nicht geöffnet oder ein Satz
      *nicht geschrieben werden, endet es mit RETURN-CODE 8.
      *Jeder angelegte Stammsatz wird wie in CVMAINT im
      *Änderungsjournal data/master-journal.dat festgehalten
      *(Programm CVIMPORT, Benutzer ATS, Aktion ANLEGEN).

      *Satzaufbau der Eingangsdatei (feste Spalten, wie mit HR
      *vereinbart): Satzart in Stelle 1-2, Leerstelle, ab Stelle 4
      *die Daten. Die Satzarten der Inhalte entsprechen den
      *Abschnitten der Schnittstellendatei; die Daten ab Stelle 4
      *sind jeweils genau die Zeile der Ziel-Datei einschließlich
      *der Kandidaten-ID in den ersten sechs Stellen.
      *  KA  Bewerbung: Kandidaten-ID(6), Ausschreibungs-ID(8),
      *      Name(40), Rolle(60), Bewerbungsdatum JJJJMMTT(8),
      *      jeweils durch eine Leerstelle getrennt; ohne
      *      Bewerbungsdatum gilt das Tagesdatum
      *  BE  Zeile für data/work-experience.txt
      *  VE  Zeile für data/job-responsibilities.txt
      *  AU  Zeile für data/education.txt
      *  KE  Zeile für data/skills.txt
      *  EH  Zeile für data/voluntary-work.txt
      *  ZE  Zeile für data/certificates.txt
      *Der KA-Satz muss vor den Inhaltszeilen desselben Kandidaten
      *stehen.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CVIMPORT.
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
      *Die Eingangsdatei von HR; nur lesend, sie wird zweimal
      *gelesen (Prüfung, Übernahme).
           SELECT IMPORT-FILE
               ASSIGN DYNAMIC WS-IMPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IMPORT-STATUS.

      *Dieselbe Kandidaten-Stammdatei, die CVMAINT pflegt; hier im
      *I-O-Modus für die Dublettenprüfung und das Anlegen.
           SELECT CANDIDATE-MASTER
               ASSIGN DYNAMIC WS-CANDIDATE-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CANDIDATE-ID
               FILE STATUS IS WS-CANDIDATE-MASTER-STATUS.

      *Ausschreibungs-Stammdatei (wie in CVMATCH); nur lesend für
      *die Prüfung der Ausschreibungs-ID.
           SELECT REQUISITION-MASTER
               ASSIGN DYNAMIC WS-REQUISITION-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUISITION-MASTER-STATUS.

      *Die fortgeschriebene Statusdatei des Dialogprogramms; der
      *Eingangs-Statussatz wird angehängt. Indiziert wie im
      *Dialogprogramm (Schlüssel siehe dort).
           SELECT APPLICATION-STATUS-FILE
               ASSIGN DYNAMIC WS-APPLICATION-STATUS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               ALTERNATE RECORD KEY IS AS-REQ-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AS-ENTRY-STAMP
               FILE STATUS IS WS-APPLICATION-STATUS-STATUS.

      *Die kandidaten-gekeyten Daten-Dateien des Dialogprogramms;
      *die übernommenen Zeilen werden angehängt.
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

      *Änderungsjournal der Kandidaten-Stammdatei (wie in CVMAINT);
      *je angelegtem Stammsatz wird ein Eintrag angehängt.
           SELECT JOURNAL-FILE
               ASSIGN DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *Ausnahmebericht mit allen abgewiesenen Zeilen und Bewerbungen
      *sowie der Summenzeile.
           SELECT IMPORT-REPORT-FILE
               ASSIGN DYNAMIC WS-IMPORT-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IMPORT-REPORT-STATUS.

       DATA DIVISION.
      *==============
      *
       FILE SECTION.
      *-------------
      *
      *Die Eingangszeile: Satzart und Daten (siehe Programmkopf).
       FD IMPORT-FILE.
       01  IMPORT-RECORD.
           05 IN-TYPE              PIC X(2).
           05 FILLER               PIC X(1).
           05 IN-DATA              PIC X(400).

      *Satzaufbau wie in CVMAINT.
       FD CANDIDATE-MASTER.
       01  CANDIDATE-MASTER-RECORD.
           05 CM-CANDIDATE-ID      PIC X(6).
           05 CM-CANDIDATE-NAME    PIC X(40).
           05 CM-CANDIDATE-ROLE    PIC X(60).
           05 CM-LAST-ACTION-DATE  PIC X(8).

      *Satzaufbau wie in CVREQMNT.
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

      *Satzaufbau wie im Dialogprogramm (FD APPLICATION-STATUS-FILE).
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

      *Satzaufbauten der sechs Daten-Dateien wie in CVCHECK, mit
      *PIC X für die Datumsfelder, damit nicht-numerische Angaben
      *der Eingangsdatei erkannt statt verfälscht werden.
       FD WORK-EXPERIENCE.
       01  WORK-EXPERIENCE-RECORD.
           05 WE-CANDIDATE-ID    PIC X(6).
           05 FILLER             PIC X(1).
           05 JOB-ID             PIC X(2).
           05 FILLER             PIC X(1).
           05 JOB-TITLE          PIC X(90).
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
       01   RESPONSIBILITIES-RECORD.
           05 JR-CANDIDATE-ID     PIC X(6).
           05 FILLER              PIC X(1).
           05 JR-JOB-ID           PIC X(2).
           05 FILLER              PIC X(1).
           05 RESPONSIBILITY-NO   PIC X(2).
           05 FILLER              PIC X(1).
           05 JOB-RESPONSBLT      PIC X(250).

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

       FD IMPORT-REPORT-FILE.
       01  IMPORT-REPORT-RECORD    PIC X(160).

       WORKING-STORAGE SECTION.
      *------------------------
      *
      *Pfade der beteiligten Dateien sowie die dazugehörigen
      *FILE-STATUS-Felder.
       01 WS-FILE-PATHS.
           05 WS-IMPORT-PATH
                           PIC X(60) VALUE "data/ats-inbound.dat".
           05 WS-IMPORT-STATUS PIC X(2).
           05 WS-CANDIDATE-MASTER-PATH
                           PIC X(60) VALUE "data/candidate-master.dat".
           05 WS-CANDIDATE-MASTER-STATUS PIC X(2).
           05 WS-REQUISITION-MASTER-PATH
                       PIC X(60) VALUE "data/requisition-master.txt".
           05 WS-REQUISITION-MASTER-STATUS PIC X(2).
           05 WS-APPLICATION-STATUS-PATH
                         PIC X(60) VALUE "data/application-status.dat".
           05 WS-APPLICATION-STATUS-STATUS PIC X(2).
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
           05 WS-IMPORT-REPORT-PATH
                         PIC X(60) VALUE "data/ats-import-report.txt".
           05 WS-IMPORT-REPORT-STATUS PIC X(2).
           05 WS-JOURNAL-PATH
                           PIC X(60) VALUE "data/master-journal.dat".
           05 WS-JOURNAL-STATUS PIC X(2).

      *Sicht auf die Daten eines KA-Satzes (Bewerbung).
       01 WS-KA-DATA.
           05 KA-CANDIDATE-ID      PIC X(6).
           05 FILLER               PIC X(1).
           05 KA-REQUISITION-ID    PIC X(8).
           05 FILLER               PIC X(1).
           05 KA-NAME              PIC X(40).
           05 FILLER               PIC X(1).
           05 KA-ROLE              PIC X(60).
           05 FILLER               PIC X(1).
           05 KA-APPLY-DATE        PIC X(8).
           05 KA-APPLY-DATE-NUM REDEFINES KA-APPLY-DATE.
              10 KA-APPLY-YEAR     PIC 9(4).
              10 KA-APPLY-MONTH    PIC 9(2).
              10 KA-APPLY-DAY      PIC 9(2).
           05 FILLER               PIC X(274).

      *Tabelle der Ausschreibungen (ID und Status O/C) für die
      *Prüfung der KA-Sätze.
       01 WS-REQ-COUNT         PIC 9(3) VALUE 0.
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-REQ-IDX.
              10 WS-REQ-ID-T       PIC X(8).
              10 WS-REQ-STATUS-T   PIC X(1).
       01 WS-REQ-FOUND         PIC 9 VALUE 0.
       01 WS-REQ-OVERFLOW      PIC 9 VALUE 0.

      *Tabelle der Bewerbungen der Eingangsdatei: Kandidaten-ID,
      *Zeile des KA-Satzes und Ergebnis der Prüfung
      *(1 = übernehmen, 0 = abgewiesen). Eine Bewerbung wird nur
      *übernommen, wenn keine ihrer Zeilen beanstandet wurde.
       01 WS-IMP-COUNT         PIC 9(4) VALUE 0.
       01 WS-IMP-TABLE.
           05 WS-IMP-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-IMP-IDX.
              10 WS-IMP-CAND-T     PIC X(6).
              10 WS-IMP-LINE-T     PIC 9(5).
              10 WS-IMP-OK-T       PIC 9.
       01 WS-IMP-FOUND         PIC 9 VALUE 0.

      *Zähler und Merker des Laufs. Abgewiesene Zeilen und
      *Bewerbungen führen zu RETURN-CODE 4, Dateifehler zu 8.
       01 WS-READ-DONE         PIC 9 VALUE 0.
       01 WS-LINE-NO           PIC 9(5) VALUE 0.
       01 WS-LINE-NO-EDIT      PIC ZZZZ9.
       01 WS-LINE-OK           PIC 9 VALUE 0.
       01 WS-REJECT-COUNT      PIC 9(5) VALUE 0.
       01 WS-CAND-REJECTED     PIC 9(4) VALUE 0.
       01 WS-CAND-IMPORTED     PIC 9(4) VALUE 0.
       01 WS-LINES-IMPORTED    PIC 9(5) VALUE 0.
       01 WS-SEVERE-COUNT      PIC 9(4) VALUE 0.
       01 WS-WRITE-STATUS      PIC X(2) VALUE SPACES.
       01 WS-COUNT-EDIT        PIC ZZZZ9.
       01 WS-COUNT-EDIT-2      PIC ZZZZ9.
       01 WS-TODAY             PIC X(8).

      *Arbeitsfelder der generischen Datumsprüfung der
      *Inhaltszeilen (00/0000 als Ende-Datum = noch laufend, wie
      *überall).
       01 WS-GEN-START-MONTH   PIC X(2).
       01 WS-GEN-START-YEAR    PIC X(4).
       01 WS-GEN-END-MONTH     PIC X(2).
       01 WS-GEN-END-YEAR      PIC X(4).
       01 WS-DATE-VALID        PIC 9 VALUE 0.
       01 WS-START-MONTH-NUM   PIC 9(2) VALUE 0.
       01 WS-START-YEAR-NUM    PIC 9(4) VALUE 0.
       01 WS-END-MONTH-NUM     PIC 9(2) VALUE 0.
       01 WS-END-YEAR-NUM      PIC 9(4) VALUE 0.

      *Begründung einer abgewiesenen Zeile und Aufbaufeld für eine
      *Zeile des Ausnahmeberichts.
       01 WS-REASON            PIC X(120).
       01 WS-ERROR-LINE        PIC X(160).

      *
      ******************************************************************
       PROCEDURE DIVISION.
      *===================

      ******************************************************************
       IMPORTLAUF SECTION.
      *----------------
      *Ablauf des Imports: Bericht anlegen, Stammdatei öffnen,
      *Ausschreibungen laden, Eingangsdatei prüfen, fehlerfreie
      *Bewerbungen übernehmen, Summenzeile schreiben und den
      *RETURN-CODE setzen.
           OPEN OUTPUT IMPORT-REPORT-FILE
           IF WS-IMPORT-REPORT-STATUS NOT = "00"
              DISPLAY "Hinweis: Ausnahmebericht "
                      FUNCTION TRIM(WS-IMPORT-REPORT-PATH)
              DISPLAY "konnte nicht angelegt werden (Status "
                      WS-IMPORT-REPORT-STATUS ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY

      *Stammdatei wie in CVMAINT öffnen; fehlt sie noch (Status
      *35), wird sie einmalig leer angelegt.
           OPEN I-O CANDIDATE-MASTER
           IF WS-CANDIDATE-MASTER-STATUS = "35"
              OPEN OUTPUT CANDIDATE-MASTER
              CLOSE CANDIDATE-MASTER
              OPEN I-O CANDIDATE-MASTER
           END-IF
           IF WS-CANDIDATE-MASTER-STATUS NOT = "00"
              MOVE SPACES TO WS-ERROR-LINE
              STRING "Kandidaten-Stammdatei " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CANDIDATE-MASTER-PATH)
                     DELIMITED BY SIZE
                 " konnte nicht geöffnet werden (Status "
                     DELIMITED BY SIZE
                 WS-CANDIDATE-MASTER-STATUS DELIMITED BY SIZE
                 "), es wurde nichts übernommen." DELIMITED BY SIZE
                 INTO WS-ERROR-LINE
              PERFORM SCHWERER-FEHLER-para
              PERFORM ABSCHLUSS-para
              STOP RUN
           END-IF

           PERFORM AUSSCHREIBUNGEN-LADEN-para
           PERFORM PRUEFUNG-para
           IF WS-SEVERE-COUNT = 0
              PERFORM UEBERNAHME-para
           END-IF
           CLOSE CANDIDATE-MASTER
           PERFORM ABSCHLUSS-para

           STOP RUN.

      ******************************************************************
       AUSSCHREIBUNGEN-LADEN-para.
      *----------------
      *Lädt ID und Status aller Ausschreibungen in die WS-REQ-TABLE.
      *Fehlt die Stammdatei, bleibt die Tabelle leer und jede
      *Bewerbung wird als unbekannte Ausschreibung abgewiesen.
           OPEN INPUT REQUISITION-MASTER
           IF WS-REQUISITION-MASTER-STATUS NOT = "00"
              MOVE SPACES TO WS-ERROR-LINE
              STRING "Hinweis: Ausschreibungs-Stammdatei "
                     DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REQUISITION-MASTER-PATH)
                     DELIMITED BY SIZE
                 " konnte nicht geöffnet werden (Status "
                     DELIMITED BY SIZE
                 WS-REQUISITION-MASTER-STATUS DELIMITED BY SIZE
                 ")." DELIMITED BY SIZE
                 INTO WS-ERROR-LINE
              PERFORM BERICHT-SCHREIBEN-para
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ REQUISITION-MASTER
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    IF RM-REQUISITION-ID NOT = SPACES
                       IF WS-REQ-COUNT < 200
                          ADD 1 TO WS-REQ-COUNT
                          SET WS-REQ-IDX TO WS-REQ-COUNT
                          MOVE RM-REQUISITION-ID
                               TO WS-REQ-ID-T (WS-REQ-IDX)
                          MOVE RM-STATUS
                               TO WS-REQ-STATUS-T (WS-REQ-IDX)
                       ELSE
                          MOVE 1 TO WS-REQ-OVERFLOW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REQUISITION-MASTER

           IF WS-REQ-OVERFLOW = 1
              MOVE "Hinweis: mehr als 200 Ausschreibungen, weitere gelte
      -           "n beim Import als unbekannt." TO WS-ERROR-LINE
              PERFORM BERICHT-SCHREIBEN-para
           END-IF.

      ******************************************************************
       PRUEFUNG-para.
      *----------------
      *Erster Durchgang: prüft jede Zeile der Eingangsdatei und hält
      *je Bewerbung fest, ob sie übernommen werden kann. Zum Schluss
      *wird jede abgewiesene Bewerbung einmal im Bericht genannt.
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-STATUS NOT = "00"
              MOVE SPACES TO WS-ERROR-LINE
              STRING "Eingangsdatei " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-IMPORT-PATH) DELIMITED BY SIZE
                 " konnte nicht geöffnet werden (Status "
                     DELIMITED BY SIZE
                 WS-IMPORT-STATUS DELIMITED BY SIZE
                 ")." DELIMITED BY SIZE
                 INTO WS-ERROR-LINE
              PERFORM SCHWERER-FEHLER-para
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              MOVE SPACES TO IMPORT-RECORD
              READ IMPORT-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    MOVE WS-LINE-NO TO WS-LINE-NO-EDIT
                    IF IMPORT-RECORD NOT = SPACES
                       PERFORM ZEILE-PRUEFEN-para
                    END-IF
              END-READ
           END-PERFORM
           CLOSE IMPORT-FILE

           PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                   UNTIL WS-IMP-IDX > WS-IMP-COUNT
              IF WS-IMP-OK-T (WS-IMP-IDX) = 0
                 ADD 1 TO WS-CAND-REJECTED
                 MOVE WS-IMP-LINE-T (WS-IMP-IDX) TO WS-LINE-NO-EDIT
                 MOVE SPACES TO WS-ERROR-LINE
                 STRING "Bewerbung " DELIMITED BY SIZE
                    WS-IMP-CAND-T (WS-IMP-IDX) DELIMITED BY SIZE
                    " (KA-Satz in Zeile " DELIMITED BY SIZE
                    WS-LINE-NO-EDIT DELIMITED BY SIZE
                    ") wird mit allen Zeilen nicht übernommen."
                        DELIMITED BY SIZE
                    INTO WS-ERROR-LINE
                 PERFORM BERICHT-SCHREIBEN-para
              END-IF
           END-PERFORM.

      ******************************************************************
       ZEILE-PRUEFEN-para.
      *----------------
      *Verteilt die gelesene Zeile nach Satzart auf die Prüfung der
      *Bewerbung bzw. der Inhaltszeilen.
           MOVE 0 TO WS-IMP-FOUND
           EVALUATE IN-TYPE
              WHEN "KA"
                 PERFORM BEWERBUNG-PRUEFEN-para
              WHEN "BE"
              WHEN "VE"
              WHEN "AU"
              WHEN "KE"
              WHEN "EH"
              WHEN "ZE"
                 PERFORM INHALT-PRUEFEN-para
              WHEN OTHER
                 MOVE SPACES TO WS-REASON
                 STRING "unbekannte Satzart '" DELIMITED BY SIZE
                    IN-TYPE DELIMITED BY SIZE
                    "'." DELIMITED BY SIZE
                    INTO WS-REASON
                 PERFORM ZEILE-ABWEISEN-para
           END-EVALUATE.

      ******************************************************************
       BEWERBUNG-PRUEFEN-para.
      *----------------
      *Prüft einen KA-Satz: Kandidaten-ID gefüllt und weder in der
      *Eingangsdatei noch in der Stammdatei schon vorhanden, Name
      *gefüllt, Ausschreibung bekannt und offen, Bewerbungsdatum
      *leer oder ein gültiges Datum JJJJMMTT nicht nach heute.
           MOVE IN-DATA TO WS-KA-DATA
           IF KA-CANDIDATE-ID = SPACES
              MOVE "Kandidaten-ID fehlt." TO WS-REASON
              PERFORM ZEILE-ABWEISEN-para
              EXIT PARAGRAPH
           END-IF

      *Doppelte Kandidaten-ID in der Eingangsdatei: beide
      *Bewerbungen werden abgewiesen, da nicht zu entscheiden ist,
      *welche gilt.
           PERFORM BEWERBUNG-SUCHEN-para
           IF WS-IMP-FOUND = 1
              MOVE SPACES TO WS-REASON
              STRING "doppelte Kandidaten-ID " DELIMITED BY SIZE
                 KA-CANDIDATE-ID DELIMITED BY SIZE
                 " in der Eingangsdatei (erster KA-Satz in Zeile "
                     DELIMITED BY SIZE
                 WS-IMP-LINE-T (WS-IMP-IDX) DELIMITED BY SIZE
                 ")." DELIMITED BY SIZE
                 INTO WS-REASON
              PERFORM ZEILE-ABWEISEN-para
              MOVE 0 TO WS-IMP-OK-T (WS-IMP-IDX)
              EXIT PARAGRAPH
           END-IF

           IF WS-IMP-COUNT = 1000
              MOVE "mehr als 1000 Bewerbungen in der Eingangsdatei, die 
      -           "weiteren bitte in einer neuen Datei einspielen."
                   TO WS-REASON
              PERFORM ZEILE-ABWEISEN-para
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IMP-COUNT
           SET WS-IMP-IDX TO WS-IMP-COUNT
           MOVE KA-CANDIDATE-ID TO WS-IMP-CAND-T (WS-IMP-IDX)
           MOVE WS-LINE-NO TO WS-IMP-LINE-T (WS-IMP-IDX)
           MOVE 1 TO WS-IMP-OK-T (WS-IMP-IDX)

           MOVE KA-CANDIDATE-ID TO CM-CANDIDATE-ID
           READ CANDIDATE-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SPACES TO WS-REASON
                 STRING "Kandidaten-ID " DELIMITED BY SIZE
                    KA-CANDIDATE-ID DELIMITED BY SIZE
                    " existiert bereits in der Stammdatei ("
                        DELIMITED BY SIZE
                    FUNCTION TRIM(CM-CANDIDATE-NAME) DELIMITED BY SIZE
                    ")." DELIMITED BY SIZE
                    INTO WS-REASON
                 PERFORM ZEILE-ABWEISEN-para
           END-READ

           IF KA-NAME = SPACES
              MOVE "Name des Bewerbers fehlt." TO WS-REASON
              PERFORM ZEILE-ABWEISEN-para
           END-IF

           MOVE 0 TO WS-REQ-FOUND
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
                      OR WS-REQ-FOUND = 1
              IF WS-REQ-ID-T (WS-REQ-IDX) = KA-REQUISITION-ID
                 MOVE 1 TO WS-REQ-FOUND
              END-IF
           END-PERFORM
           IF WS-REQ-FOUND = 0
              MOVE SPACES TO WS-REASON
              STRING "unbekannte Ausschreibungs-ID '" DELIMITED BY SIZE
                 KA-REQUISITION-ID DELIMITED BY SIZE
                 "'." DELIMITED BY SIZE
                 INTO WS-REASON
              PERFORM ZEILE-ABWEISEN-para
           ELSE
              SET WS-REQ-IDX DOWN BY 1
              IF WS-REQ-STATUS-T (WS-REQ-IDX) NOT = "O"
                 MOVE SPACES TO WS-REASON
                 STRING "Ausschreibung " DELIMITED BY SIZE
                    KA-REQUISITION-ID DELIMITED BY SIZE
                    " ist nicht offen (Status " DELIMITED BY SIZE
                    WS-REQ-STATUS-T (WS-REQ-IDX) DELIMITED BY SIZE
                    ")." DELIMITED BY SIZE
                    INTO WS-REASON
                 PERFORM ZEILE-ABWEISEN-para
              END-IF
           END-IF

           IF KA-APPLY-DATE NOT = SPACES
              MOVE 1 TO WS-DATE-VALID
              IF KA-APPLY-DATE IS NOT NUMERIC
                 MOVE 0 TO WS-DATE-VALID
              ELSE
                 IF KA-APPLY-MONTH < 1 OR KA-APPLY-MONTH > 12
                    OR KA-APPLY-DAY < 1 OR KA-APPLY-DAY > 31
                    OR KA-APPLY-DATE > WS-TODAY
                    MOVE 0 TO WS-DATE-VALID
                 END-IF
              END-IF
              IF WS-DATE-VALID = 0
                 MOVE SPACES TO WS-REASON
                 STRING "Bewerbungsdatum '" DELIMITED BY SIZE
                    KA-APPLY-DATE DELIMITED BY SIZE
                    "' ist kein gültiges Datum JJJJMMTT bis heute."
                        DELIMITED BY SIZE
                    INTO WS-REASON
                 PERFORM ZEILE-ABWEISEN-para
              END-IF
           END-IF.

      ******************************************************************
       BEWERBUNG-SUCHEN-para.
      *----------------
      *Sucht die Kandidaten-ID aus KA-CANDIDATE-ID in der Tabelle der
      *Bewerbungen; bei Erfolg steht WS-IMP-FOUND auf 1 und
      *WS-IMP-IDX auf dem Eintrag.
           MOVE 0 TO WS-IMP-FOUND
           PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                   UNTIL WS-IMP-IDX > WS-IMP-COUNT
                      OR WS-IMP-FOUND = 1
              IF WS-IMP-CAND-T (WS-IMP-IDX) = KA-CANDIDATE-ID
                 MOVE 1 TO WS-IMP-FOUND
              END-IF
           END-PERFORM
           IF WS-IMP-FOUND = 1
              SET WS-IMP-IDX DOWN BY 1
           END-IF.

      ******************************************************************
       INHALT-PRUEFEN-para.
      *----------------
      *Prüft eine Inhaltszeile: sie muss zu einer vorher in der
      *Datei stehenden Bewerbung gehören, und ihre Pflichtfelder
      *und Datumsangaben müssen stimmen (gleiche Regeln wie in
      *CVCHECK). Eine beanstandete Zeile macht die ganze Bewerbung
      *ungültig.
           MOVE IN-DATA (1:6) TO KA-CANDIDATE-ID
           PERFORM BEWERBUNG-SUCHEN-para
           IF WS-IMP-FOUND = 0
              MOVE SPACES TO WS-REASON
              STRING "zur Kandidaten-ID '" DELIMITED BY SIZE
                 KA-CANDIDATE-ID DELIMITED BY SIZE
                 "' steht vorher kein KA-Satz in der Datei."
                     DELIMITED BY SIZE
                 INTO WS-REASON
              PERFORM ZEILE-ABWEISEN-para
              EXIT PARAGRAPH
           END-IF

           EVALUATE IN-TYPE
              WHEN "BE"
                 MOVE IN-DATA TO WORK-EXPERIENCE-RECORD
                 IF JOB-ID IS NOT NUMERIC
                    MOVE "JOB-ID ist nicht numerisch." TO WS-REASON
                    PERFORM ZEILE-ABWEISEN-para
                 END-IF
                 IF JOB-TITLE = SPACES
                    MOVE "Tätigkeitsbezeichnung fehlt." TO WS-REASON
                    PERFORM ZEILE-ABWEISEN-para
                 END-IF
                 MOVE WE-JOB-START-MONTH TO WS-GEN-START-MONTH
                 MOVE WE-JOB-START-YEAR TO WS-GEN-START-YEAR
                 MOVE WE-JOB-END-MONTH TO WS-GEN-END-MONTH
                 MOVE WE-JOB-END-YEAR TO WS-GEN-END-YEAR
                 PERFORM GEN-DATUM-PRUEFEN-para
              WHEN "VE"
                 MOVE IN-DATA TO RESPONSIBILITIES-RECORD
                 IF JR-JOB-ID IS NOT NUMERIC
                    OR RESPONSIBILITY-NO IS NOT NUMERIC
                    MOVE "JOB-ID oder laufende Nummer ist nicht numerisc
      -                  "h." TO WS-REASON
                    PERFORM ZEILE-ABWEISEN-para
                 END-IF
                 IF JOB-RESPONSBLT = SPACES
                    MOVE "Text der Verantwortlichkeit fehlt."
                         TO WS-REASON
                    PERFORM ZEILE-ABWEISEN-para
                 END-IF
              WHEN "AU"
                 MOVE IN-DATA TO EDUCATION-RECORD
                 IF ED-SCHOOL = SPACES
                    MOVE "Name der Hochschule/Schule fehlt."
                         TO WS-REASON
                    PERFORM ZEILE-ABWEISEN-para
                 END-IF
                 MOVE ED-START-MONTH TO WS-GEN-START-MONTH
                 MOVE ED-START-YEAR TO WS-GEN-START-YEAR
                 MOVE ED-END-MONTH TO WS-GEN-END-MONTH
                 MOVE ED-END-YEAR TO WS-GEN-END-YEAR
                 PERFORM GEN-DATUM-PRUEFEN-para
              WHEN "KE"
                 MOVE IN-DATA TO SKILLS-RECORD
                 IF SK-CATEGORY NOT = "IT" AND NOT = "WK"
                    AND NOT = "NS"
                    MOVE SPACES TO WS-REASON
                    STRING "unbekannte Kenntnis-Kategorie '"
                           DELIMITED BY SIZE
                       SK-CATEGORY DELIMITED BY SIZE
                       "' (zulässig: IT, WK, NS)." DELIMITED BY SIZE
                       INTO WS-REASON
                    PERFORM ZEILE-ABWEISEN-para
                 END-IF
                 IF SK-NAME = SPACES
                    MOVE "Bezeichnung der Kenntnis fehlt." TO WS-REASON
                    PERFORM ZEILE-ABWEISEN-para
                 END-IF
              WHEN "EH"
                 MOVE IN-DATA TO VOLUNTARY-RECORD
                 IF VW-TITLE = SPACES
                    MOVE "Bezeichnung des Ehrenamts fehlt."
                         TO WS-REASON
                    PERFORM ZEILE-ABWEISEN-para
                 END-IF
                 MOVE VW-START-MONTH TO WS-GEN-START-MONTH
                 MOVE VW-START-YEAR TO WS-GEN-START-YEAR
                 MOVE VW-END-MONTH TO WS-GEN-END-MONTH
                 MOVE VW-END-YEAR TO WS-GEN-END-YEAR
                 PERFORM GEN-DATUM-PRUEFEN-para
              WHEN "ZE"
                 MOVE IN-DATA TO CERTIFICATES-RECORD
                 IF CE-NAME = SPACES
                    MOVE "Bezeichnung des Zertifikats fehlt."
                         TO WS-REASON
                    PERFORM ZEILE-ABWEISEN-para
                 END-IF
           END-EVALUATE.

      ******************************************************************
       GEN-DATUM-PRUEFEN-para.
      *----------------
      *Datumsprüfung einer Inhaltszeile nach den Regeln von CVCHECK:
      *numerisch, Monat im Bereich 01-12, Ende nicht vor Beginn. Das
      *Ende-Datum 00/0000 kennzeichnet einen noch laufenden Eintrag
      *und ist zulässig. Der Aufrufer stellt die Datumsfelder in
      *WS-GEN-... bereit.
           MOVE 1 TO WS-DATE-VALID
           IF WS-GEN-START-MONTH IS NOT NUMERIC
              OR WS-GEN-START-YEAR IS NOT NUMERIC
              OR WS-GEN-END-MONTH IS NOT NUMERIC
              OR WS-GEN-END-YEAR IS NOT NUMERIC
              MOVE 0 TO WS-DATE-VALID
           ELSE
              MOVE WS-GEN-START-MONTH TO WS-START-MONTH-NUM
              MOVE WS-GEN-START-YEAR  TO WS-START-YEAR-NUM
              MOVE WS-GEN-END-MONTH   TO WS-END-MONTH-NUM
              MOVE WS-GEN-END-YEAR    TO WS-END-YEAR-NUM
              IF WS-START-MONTH-NUM < 1 OR WS-START-MONTH-NUM > 12
                 MOVE 0 TO WS-DATE-VALID
              END-IF
              IF WS-END-MONTH-NUM NOT = 0 OR WS-END-YEAR-NUM NOT = 0
                 IF WS-END-MONTH-NUM < 1 OR WS-END-MONTH-NUM > 12
                    OR (WS-END-YEAR-NUM * 100 + WS-END-MONTH-NUM)
                     < (WS-START-YEAR-NUM * 100 + WS-START-MONTH-NUM)
                    MOVE 0 TO WS-DATE-VALID
                 END-IF
              END-IF
           END-IF

           IF WS-DATE-VALID = 0
              MOVE SPACES TO WS-REASON
              STRING "ungültiger Zeitraum " DELIMITED BY SIZE
                 WS-GEN-START-MONTH DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-GEN-START-YEAR DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 WS-GEN-END-MONTH DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-GEN-END-YEAR DELIMITED BY SIZE
                 " (MM/JJJJ, Ende 00/0000 = laufend)."
                     DELIMITED BY SIZE
                 INTO WS-REASON
              PERFORM ZEILE-ABWEISEN-para
           END-IF.

      ******************************************************************
       ZEILE-ABWEISEN-para.
      *----------------
      *Schreibt die beanstandete Zeile mit Zeilennummer, Satzart und
      *Begründung aus WS-REASON sowie den Anfang der Zeile in den
      *Ausnahmebericht. Gehört die Zeile zu einer bekannten
      *Bewerbung (WS-IMP-IDX nach BEWERBUNG-SUCHEN-para bzw. nach
      *dem Eintragen), wird diese als abgewiesen markiert.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-ERROR-LINE
           STRING "Zeile " DELIMITED BY SIZE
              WS-LINE-NO-EDIT DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              IN-TYPE DELIMITED BY SIZE
              "): " DELIMITED BY SIZE
              FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
              INTO WS-ERROR-LINE
           PERFORM BERICHT-SCHREIBEN-para
           MOVE SPACES TO WS-ERROR-LINE
           STRING "   Satz: " DELIMITED BY SIZE
              IMPORT-RECORD (1:140) DELIMITED BY SIZE
              INTO WS-ERROR-LINE
           PERFORM BERICHT-SCHREIBEN-para

           IF IN-TYPE = "KA" OR WS-IMP-FOUND = 1
              IF WS-IMP-IDX > 0 AND WS-IMP-IDX NOT > WS-IMP-COUNT
                 IF WS-IMP-CAND-T (WS-IMP-IDX) = KA-CANDIDATE-ID
                    MOVE 0 TO WS-IMP-OK-T (WS-IMP-IDX)
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
       UEBERNAHME-para.
      *----------------
      *Zweiter Durchgang: öffnet Statusdatei und Daten-Dateien zum
      *Anhängen und übernimmt alle Zeilen der Bewerbungen, die die
      *Prüfung ohne Beanstandung bestanden haben.
           IF WS-IMP-COUNT = 0
              EXIT PARAGRAPH
           END-IF

           PERFORM ZIELDATEIEN-OEFFNEN-para
           IF WS-SEVERE-COUNT > 0
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-STATUS NOT = "00"
              MOVE SPACES TO WS-ERROR-LINE
              STRING "Eingangsdatei " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-IMPORT-PATH) DELIMITED BY SIZE
                 " konnte nicht erneut geöffnet werden (Status "
                     DELIMITED BY SIZE
                 WS-IMPORT-STATUS DELIMITED BY SIZE
                 ")." DELIMITED BY SIZE
                 INTO WS-ERROR-LINE
              PERFORM SCHWERER-FEHLER-para
              PERFORM ZIELDATEIEN-SCHLIESSEN-para
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              MOVE SPACES TO IMPORT-RECORD
              READ IMPORT-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    IF IMPORT-RECORD NOT = SPACES
                       PERFORM ZEILE-UEBERNEHMEN-para
                    END-IF
              END-READ
           END-PERFORM
           CLOSE IMPORT-FILE
           PERFORM ZIELDATEIEN-SCHLIESSEN-para.

      ******************************************************************
       ZEILE-UEBERNEHMEN-para.
      *----------------
      *Übernimmt eine Zeile, sofern ihre Bewerbung geprüft und für
      *gut befunden wurde: KA-Satz als Stammsatz plus Statussatz 1,
      *Inhaltszeilen unverändert in die jeweilige Daten-Datei. Bei
      *doppelten KA-Sätzen zählt nur die Zeile, die in der Tabelle
      *steht (beide sind dann ohnehin abgewiesen).
           IF IN-TYPE = "KA"
              MOVE IN-DATA TO WS-KA-DATA
           ELSE
              MOVE IN-DATA (1:6) TO KA-CANDIDATE-ID
           END-IF
           PERFORM BEWERBUNG-SUCHEN-para
           IF WS-IMP-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-IMP-OK-T (WS-IMP-IDX) = 0
              EXIT PARAGRAPH
           END-IF

           EVALUATE IN-TYPE
              WHEN "KA"
                 PERFORM KANDIDAT-ANLEGEN-para
                 EXIT PARAGRAPH
              WHEN "BE"
                 MOVE IN-DATA TO WORK-EXPERIENCE-RECORD
                 WRITE WORK-EXPERIENCE-RECORD
                 MOVE WS-WORK-EXPERIENCE-STATUS TO WS-WRITE-STATUS
              WHEN "VE"
                 MOVE IN-DATA TO RESPONSIBILITIES-RECORD
                 WRITE RESPONSIBILITIES-RECORD
                 MOVE WS-JOB-RESPONSIBILITIES-STATUS TO WS-WRITE-STATUS
              WHEN "AU"
                 MOVE IN-DATA TO EDUCATION-RECORD
                 WRITE EDUCATION-RECORD
                 MOVE WS-EDUCATION-STATUS TO WS-WRITE-STATUS
              WHEN "KE"
                 MOVE IN-DATA TO SKILLS-RECORD
                 WRITE SKILLS-RECORD
                 MOVE WS-SKILLS-STATUS TO WS-WRITE-STATUS
              WHEN "EH"
                 MOVE IN-DATA TO VOLUNTARY-RECORD
                 WRITE VOLUNTARY-RECORD
                 MOVE WS-VOLUNTARY-STATUS TO WS-WRITE-STATUS
              WHEN "ZE"
                 MOVE IN-DATA TO CERTIFICATES-RECORD
                 WRITE CERTIFICATES-RECORD
                 MOVE WS-CERTIFICATES-STATUS TO WS-WRITE-STATUS
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE

           IF WS-WRITE-STATUS NOT = "00"
              MOVE WS-LINE-NO TO WS-LINE-NO-EDIT
              MOVE SPACES TO WS-ERROR-LINE
              STRING "Zeile " DELIMITED BY SIZE
                 WS-LINE-NO-EDIT DELIMITED BY SIZE
                 " (" IN-TYPE "): Inhaltszeile konnte nicht "
                     DELIMITED BY SIZE
                 "geschrieben werden (Status " DELIMITED BY SIZE
                 WS-WRITE-STATUS DELIMITED BY SIZE
                 ")." DELIMITED BY SIZE
                 INTO WS-ERROR-LINE
              PERFORM SCHWERER-FEHLER-para
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-IMPORTED.

      ******************************************************************
       KANDIDAT-ANLEGEN-para.
      *----------------
      *Legt den Stammsatz an (Nutzungsdatum = heute, wie beim
      *Anlegen in CVMAINT) und hängt den Statussatz 1 mit dem
      *Bewerbungsdatum bzw. dem Tagesdatum an. Scheitert das
      *Anlegen trotz vorheriger Prüfung (z.B. parallel in CVMAINT
      *angelegt), werden auch die Inhaltszeilen dieser Bewerbung
      *nicht mehr übernommen.
           MOVE SPACES TO CANDIDATE-MASTER-RECORD
           MOVE KA-CANDIDATE-ID TO CM-CANDIDATE-ID
           MOVE KA-NAME TO CM-CANDIDATE-NAME
           MOVE KA-ROLE TO CM-CANDIDATE-ROLE
           MOVE WS-TODAY TO CM-LAST-ACTION-DATE
           WRITE CANDIDATE-MASTER-RECORD
              INVALID KEY
                 MOVE 0 TO WS-IMP-OK-T (WS-IMP-IDX)
                 MOVE WS-LINE-NO TO WS-LINE-NO-EDIT
                 MOVE SPACES TO WS-ERROR-LINE
                 STRING "Zeile " DELIMITED BY SIZE
                    WS-LINE-NO-EDIT DELIMITED BY SIZE
                    " (KA): Stammsatz " DELIMITED BY SIZE
                    KA-CANDIDATE-ID DELIMITED BY SIZE
                    " konnte nicht angelegt werden (Status "
                        DELIMITED BY SIZE
                    WS-CANDIDATE-MASTER-STATUS DELIMITED BY SIZE
                    "), die Bewerbung wurde nicht übernommen."
                        DELIMITED BY SIZE
                    INTO WS-ERROR-LINE
                 PERFORM SCHWERER-FEHLER-para
                 EXIT PARAGRAPH
           END-WRITE

           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-TODAY TO JN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO JN-TIME
           MOVE "CVIMPORT" TO JN-PROGRAM
           MOVE "ATS" TO JN-USER
           MOVE "ANLEGEN" TO JN-ACTION
           MOVE CM-CANDIDATE-ID TO JN-CANDIDATE-ID
           MOVE CANDIDATE-MASTER-RECORD TO JN-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
              MOVE SPACES TO WS-ERROR-LINE
              STRING "Journaleintrag für Stammsatz " DELIMITED BY SIZE
                 KA-CANDIDATE-ID DELIMITED BY SIZE
                 " konnte nicht geschrieben werden (Status "
                     DELIMITED BY SIZE
                 WS-JOURNAL-STATUS DELIMITED BY SIZE
                 ")." DELIMITED BY SIZE
                 INTO WS-ERROR-LINE
              PERFORM SCHWERER-FEHLER-para
           END-IF

           MOVE SPACES TO APPLICATION-STATUS-RECORD
           MOVE KA-CANDIDATE-ID TO AS-CANDIDATE-ID
           MOVE KA-REQUISITION-ID TO AS-REQUISITION-ID
           MOVE "1" TO AS-STATUS-CODE
           IF KA-APPLY-DATE = SPACES
              MOVE WS-TODAY TO AS-STATUS-DATE
           ELSE
              MOVE KA-APPLY-DATE TO AS-STATUS-DATE
           END-IF
           PERFORM STATUS-SCHREIBEN-para
           IF WS-APPLICATION-STATUS-STATUS NOT = "00"
              MOVE WS-LINE-NO TO WS-LINE-NO-EDIT
              MOVE SPACES TO WS-ERROR-LINE
              STRING "Zeile " DELIMITED BY SIZE
                 WS-LINE-NO-EDIT DELIMITED BY SIZE
                 " (KA): Statussatz für " DELIMITED BY SIZE
                 KA-CANDIDATE-ID DELIMITED BY SIZE
                 " konnte nicht geschrieben werden (Status "
                     DELIMITED BY SIZE
                 WS-APPLICATION-STATUS-STATUS DELIMITED BY SIZE
                 "), der Stammsatz ist angelegt." DELIMITED BY SIZE
                 INTO WS-ERROR-LINE
              PERFORM SCHWERER-FEHLER-para
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAND-IMPORTED
           DISPLAY "Übernommen: " KA-CANDIDATE-ID " "
                   FUNCTION TRIM(KA-NAME) " auf " KA-REQUISITION-ID.

      ******************************************************************
       STATUS-SCHREIBEN-para.
      *----------------
      *Schreibt den vorbereiteten Statussatz mit Erfassungsstempel
      *(Tagesdatum und Uhrzeit bis auf die Hundertstelsekunde); ist
      *der Stempel schon vergeben (Status 22), wird er hochgezählt
      *und der Satz erneut geschrieben (wie STATUS-SCHREIBEN-para im
      *Dialogprogramm). Jeder andere Status als "00" in
      *WS-APPLICATION-STATUS-STATUS ist für den Aufrufer ein
      *Schreibfehler.
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
           END-PERFORM.

      ******************************************************************
       ZIELDATEIEN-OEFFNEN-para.
      *----------------
      *Öffnet Statusdatei, Daten-Dateien und Änderungsjournal zum
      *Anhängen; fehlt eine Datei noch, wird sie neu angelegt (wie
      *RECORD-STATUS-para im Dialogprogramm; die indizierte
      *Statusdatei wird dazu im I-O-Modus geöffnet). Lässt sich eine
      *Datei weder so noch so öffnen, wird nichts übernommen.
           OPEN I-O APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS = "35"
              OPEN OUTPUT APPLICATION-STATUS-FILE
              CLOSE APPLICATION-STATUS-FILE
              OPEN I-O APPLICATION-STATUS-FILE
           END-IF
           OPEN EXTEND WORK-EXPERIENCE
           IF WS-WORK-EXPERIENCE-STATUS NOT = "00"
              OPEN OUTPUT WORK-EXPERIENCE
           END-IF
           OPEN EXTEND JOB-RESPONSIBILITIES
           IF WS-JOB-RESPONSIBILITIES-STATUS NOT = "00"
              OPEN OUTPUT JOB-RESPONSIBILITIES
           END-IF
           OPEN EXTEND EDUCATION-FILE
           IF WS-EDUCATION-STATUS NOT = "00"
              OPEN OUTPUT EDUCATION-FILE
           END-IF
           OPEN EXTEND SKILLS-FILE
           IF WS-SKILLS-STATUS NOT = "00"
              OPEN OUTPUT SKILLS-FILE
           END-IF
           OPEN EXTEND VOLUNTARY-FILE
           IF WS-VOLUNTARY-STATUS NOT = "00"
              OPEN OUTPUT VOLUNTARY-FILE
           END-IF
           OPEN EXTEND CERTIFICATES-FILE
           IF WS-CERTIFICATES-STATUS NOT = "00"
              OPEN OUTPUT CERTIFICATES-FILE
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
              OPEN OUTPUT JOURNAL-FILE
           END-IF

           IF WS-APPLICATION-STATUS-STATUS NOT = "00"
              OR WS-WORK-EXPERIENCE-STATUS NOT = "00"
              OR WS-JOB-RESPONSIBILITIES-STATUS NOT = "00"
              OR WS-EDUCATION-STATUS NOT = "00"
              OR WS-SKILLS-STATUS NOT = "00"
              OR WS-VOLUNTARY-STATUS NOT = "00"
              OR WS-CERTIFICATES-STATUS NOT = "00"
              OR WS-JOURNAL-STATUS NOT = "00"
              MOVE SPACES TO WS-ERROR-LINE
              STRING "Status-, Daten- oder Journaldatei konnte nicht "
                 "zum Anhängen geöffnet werden (Status "
                     DELIMITED BY SIZE
                 WS-APPLICATION-STATUS-STATUS DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-WORK-EXPERIENCE-STATUS DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-JOB-RESPONSIBILITIES-STATUS DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-EDUCATION-STATUS DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-SKILLS-STATUS DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-VOLUNTARY-STATUS DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-CERTIFICATES-STATUS DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-JOURNAL-STATUS DELIMITED BY SIZE
                 "), es wurde nichts übernommen." DELIMITED BY SIZE
                 INTO WS-ERROR-LINE
              PERFORM SCHWERER-FEHLER-para
              PERFORM ZIELDATEIEN-SCHLIESSEN-para
           END-IF.

      ******************************************************************
       ZIELDATEIEN-SCHLIESSEN-para.
      *----------------
      *Schließt Statusdatei, Daten-Dateien und Journal (nicht
      *geöffnete Dateien melden beim CLOSE nur einen Status, der
      *hier nicht weiter interessiert).
           CLOSE APPLICATION-STATUS-FILE
           CLOSE WORK-EXPERIENCE
           CLOSE JOB-RESPONSIBILITIES
           CLOSE EDUCATION-FILE
           CLOSE SKILLS-FILE
           CLOSE VOLUNTARY-FILE
           CLOSE CERTIFICATES-FILE
           CLOSE JOURNAL-FILE.

      ******************************************************************
       SCHWERER-FEHLER-para.
      *----------------
      *Schreibt einen Dateifehler in den Ausnahmebericht und zählt
      *ihn für RETURN-CODE 8.
           ADD 1 TO WS-SEVERE-COUNT
           PERFORM BERICHT-SCHREIBEN-para.

      ******************************************************************
       BERICHT-SCHREIBEN-para.
      *----------------
      *Schreibt eine Zeile in den Ausnahmebericht und zeigt sie
      *zusätzlich am Bildschirm an.
           MOVE WS-ERROR-LINE TO IMPORT-REPORT-RECORD
           WRITE IMPORT-REPORT-RECORD
           DISPLAY FUNCTION TRIM(WS-ERROR-LINE).

      ******************************************************************
       ABSCHLUSS-para.
      *----------------
      *Schreibt die Summenzeilen, schließt den Bericht und setzt den
      *RETURN-CODE: 8 bei Dateifehlern, 4 bei abgewiesenen Zeilen
      *oder Bewerbungen, sonst 0.
           MOVE WS-CAND-IMPORTED TO WS-COUNT-EDIT
           MOVE WS-LINES-IMPORTED TO WS-COUNT-EDIT-2
           MOVE SPACES TO WS-ERROR-LINE
           STRING "Import abgeschlossen, übernommene Bewerbungen: "
                  DELIMITED BY SIZE
              WS-COUNT-EDIT DELIMITED BY SIZE
              ", übernommene Inhaltszeilen: " DELIMITED BY SIZE
              WS-COUNT-EDIT-2 DELIMITED BY SIZE
              INTO WS-ERROR-LINE
           PERFORM BERICHT-SCHREIBEN-para

           MOVE WS-CAND-REJECTED TO WS-COUNT-EDIT
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT-2
           MOVE SPACES TO WS-ERROR-LINE
           IF WS-CAND-REJECTED = 0 AND WS-REJECT-COUNT = 0
              AND WS-SEVERE-COUNT = 0
              MOVE "Keine Ausnahmen." TO WS-ERROR-LINE
           ELSE
              STRING "Abgewiesene Bewerbungen: " DELIMITED BY SIZE
                 WS-COUNT-EDIT DELIMITED BY SIZE
                 ", beanstandete Zeilen: " DELIMITED BY SIZE
                 WS-COUNT-EDIT-2 DELIMITED BY SIZE
                 INTO WS-ERROR-LINE
           END-IF
           PERFORM BERICHT-SCHREIBEN-para
           CLOSE IMPORT-REPORT-FILE

           DISPLAY "Der Ausnahmebericht steht in "
                   FUNCTION TRIM(WS-IMPORT-REPORT-PATH) "."

           IF WS-SEVERE-COUNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REJECT-COUNT > 0 OR WS-CAND-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

      ******************************************************************
      ******************************************************************
