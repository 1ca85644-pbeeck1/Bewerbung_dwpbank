      ******************************************************************
      *----------------------------------------------------------------*
      *                                                                *
      *       Copyright(c) by Patrick Beeck                            *
      *       Version: 1.0                                             *
      *                                                                *
      *----------------------------------------------------------------*

      *Auskunft an eine betroffene Person nach Art. 15 DSGVO. Fragt
      *ein Kandidat, welche Daten über ihn gespeichert sind, mussten
      *bislang die Stammdatei, die kandidaten-gekeyten Daten-Dateien,
      *die Statusdatei, der Interview-Terminplan und die
      *Schnittstellendateien einzeln durchsucht werden. Dieses
      *Programm nimmt eine Kandidaten-ID entgegen und schreibt eine
      *einzige, lesbare Auskunft mit allen Sätzen, die zu dieser ID
      *gehalten werden, jeweils mit der Herkunftsdatei und den
      *zugehörigen Daten (Zeiträume, Status-, Termin- und
      *Erfassungsdaten):
      *  - Stammsatz (data/candidate-master.dat) samt der
      *    Aufbewahrungsregel, die CVCLEAN auf ihn anwendet;
      *  - Berufserfahrung, Verantwortlichkeiten, Ausbildung,
      *    Kenntnisse, Ehrenamt und Zertifikate;
      *  - alle Statussätze einschließlich der Stornosätze
      *    (data/application-status.dat), alle Sätze des
      *    Interview-Terminplans (data/interview-schedule.dat), die
      *    Interview-Rückmeldungen (data/interview-feedback.dat) und
      *    die Einstellungen (data/requisition-hires.txt);
      *  - die Einträge des Änderungsjournals
      *    (data/master-journal.dat), in denen die ID vorkommt;
      *  - die Briefsprache (data/letter-language.txt) und alle an
      *    den Kandidaten geschriebenen Briefe laut Laufliste von
      *    CVLETTER (data/letter-run.txt) mit ihrem Wortlaut;
      *  - die Schnittstellen zum Bewerbermanagement-System: die
      *    Eingangsdatei (data/ats-inbound.dat), der zuletzt
      *    übermittelte Feed (ats-feed.dat) und die Rückmeldung dazu
      *    (data/ats-ack.dat), sofern sie diesen Kandidaten betreffen;
      *  - die Einträge des Löschprotokolls von CVCLEAN
      *    (data/retention-protocol.txt).
      *Wurden andere IDs in die angefragte ID zusammengeführt
      *(CVMAINT), gelten deren Sätze ebenfalls als Daten dieser
      *Person: die IDs werden wie in CVJOURNL aus dem
      *Änderungsjournal ermittelt, im Kopf der Auskunft genannt und
      *in jedem Abschnitt mit durchsucht.
      *Dateien ohne Bezug auf eine Kandidaten-ID (Kontrollsätze,
      *Laufsteuerung, Nutzungsprotokoll) werden nicht aufgeführt.
      *Aufruf mit Kandidaten-ID und Benutzerkürzel als
      *Kommandozeilenparameter (z. B. "CAND01 PB"); fehlende Angaben
      *werden abgefragt. Die Auskunft steht in
      *data/auskunft-<Kandidaten-ID>.txt. Jede erstellte Auskunft
      *wird mit Datum, Uhrzeit, Kandidaten-ID, Benutzer, Anzahl der
      *Angaben und Dateiname in data/auskunft-log.txt
      *fortgeschrieben, damit sich nachweisen lässt, dass und wann
      *die Anfrage beantwortet wurde. RETURN-CODE 8, wenn die
      *Auskunft oder der Protokolleintrag nicht geschrieben werden
      *konnte; fehlende Eingabedateien werden in der Auskunft
      *vermerkt.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CVAUSKFT.
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
      *Die Kandidaten-Stammdatei des Dialogprogramms; hier nur lesend.
           SELECT CANDIDATE-MASTER
               ASSIGN DYNAMIC WS-CANDIDATE-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CANDIDATE-ID
               FILE STATUS IS WS-CANDIDATE-MASTER-STATUS.

      *Die kandidaten-gekeyten Daten-Dateien des Dialogprogramms.
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

      *Statusdatei und Interview-Terminplan des Dialogprogramms
      *(indiziert, Schlüssel wie im Dialogprogramm); gelesen wird
      *über den Primärschlüssel ab der Kandidaten-ID.
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

      *Interview-Rückmeldungen (FEEDBACK-ERFASSEN-para) und
      *Einstellungen je Ausschreibung (CVREQMNT).
           SELECT FEEDBACK-FILE
               ASSIGN DYNAMIC WS-FEEDBACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEEDBACK-STATUS.

           SELECT REQUISITION-HIRES
               ASSIGN DYNAMIC WS-REQUISITION-HIRES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUISITION-HIRES-STATUS.

      *Änderungsjournal der Kandidaten-Stammdatei.
           SELECT JOURNAL-FILE
               ASSIGN DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *Briefsprache, Laufliste und die einzelnen Briefe von
      *CVLETTER; der Dateiname des Briefes wird aus der Laufliste
      *übernommen.
           SELECT LANGUAGE-FILE
               ASSIGN DYNAMIC WS-LANGUAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LANGUAGE-STATUS.

           SELECT LETTER-RUN-FILE
               ASSIGN DYNAMIC WS-LETTER-RUN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-RUN-STATUS.

           SELECT LETTER-FILE
               ASSIGN DYNAMIC WS-LETTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

      *Schnittstellendateien zum Bewerbermanagement-System von HR.
           SELECT IMPORT-FILE
               ASSIGN DYNAMIC WS-IMPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IMPORT-STATUS.

           SELECT ATS-FEED-FILE
               ASSIGN DYNAMIC WS-ATS-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ATS-FEED-STATUS.

           SELECT ATS-ACK-FILE
               ASSIGN DYNAMIC WS-ATS-ACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ATS-ACK-STATUS.

      *Löschprotokoll des Aufbewahrungslaufs CVCLEAN.
           SELECT RETENTION-PROTOCOL-FILE
               ASSIGN DYNAMIC WS-RETENTION-PROTOCOL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETENTION-PROTOCOL-STATUS.

      *Die Auskunft; der Dateiname trägt die Kandidaten-ID.
           SELECT DISCLOSURE-FILE
               ASSIGN DYNAMIC WS-DISCLOSURE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISCLOSURE-STATUS.

      *Nachweis der erteilten Auskünfte; wird fortgeschrieben.
           SELECT DISCLOSURE-LOG-FILE
               ASSIGN DYNAMIC WS-DISCLOSURE-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISCLOSURE-LOG-STATUS.

       DATA DIVISION.
      *==============
      *
       FILE SECTION.
      *-------------
      *
      *Satzaufbau wie im Dialogprogramm und in der Stammdatenpflege.
       FD CANDIDATE-MASTER.
       01  CANDIDATE-MASTER-RECORD.
           05 CM-CANDIDATE-ID      PIC X(6).
           05 CM-CANDIDATE-NAME    PIC X(40).
           05 CM-CANDIDATE-ROLE    PIC X(60).
           05 CM-LAST-ACTION-DATE  PIC X(8).

      *Satzaufbau der Daten-Dateien wie im Dialogprogramm.
       FD WORK-EXPERIENCE.
       01  WORK-EXPERIENCE-RECORD.
           05 WE-CANDIDATE-ID    PIC X(6).
           05 FILLER             PIC X(1).
           05 WE-JOB-ID          PIC X(2).
           05 FILLER             PIC X(1).
           05 WE-JOB-TITLE       PIC X(90).
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
       01  RESPONSIBILITIES-RECORD.
           05 JR-CANDIDATE-ID     PIC X(6).
           05 FILLER              PIC X(1).
           05 JR-JOB-ID           PIC X(2).
           05 FILLER              PIC X(1).
           05 JR-RESPONSIBILITY-NO PIC X(2).
           05 FILLER              PIC X(1).
           05 JR-RESPONSIBILITY   PIC X(250).

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

      *Satzaufbau wie im Dialogprogramm (FD FEEDBACK-FILE).
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
           05 FB-RATING-TECH       PIC X(1).
           05 FILLER               PIC X(1).
           05 FB-RATING-COMM       PIC X(1).
           05 FILLER               PIC X(1).
           05 FB-RATING-MOTIV      PIC X(1).
           05 FILLER               PIC X(1).
           05 FB-RECOMMENDATION    PIC X(1).
           05 FILLER               PIC X(1).
           05 FB-ENTRY-DATE        PIC X(8).
           05 FILLER               PIC X(1).
           05 FB-COMMENT           PIC X(80).

      *Satzaufbau wie in CVREQMNT.
       FD REQUISITION-HIRES.
       01  REQUISITION-HIRES-RECORD.
           05 RH-REQUISITION-ID   PIC X(8).
           05 FILLER              PIC X(1).
           05 RH-CANDIDATE-ID     PIC X(6).
           05 FILLER              PIC X(1).
           05 RH-HIRE-DATE        PIC X(8).

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

      *Satzaufbauten wie in CVLETTER.
       FD LANGUAGE-FILE.
       01  LANGUAGE-RECORD.
           05 LG-CANDIDATE-ID      PIC X(6).
           05 FILLER               PIC X(1).
           05 LG-LANGUAGE          PIC X(2).

      *Zeile der Laufliste: Quelle (S/I), Erfassungsstempel,
      *Briefart, Sprache, Kandidat, Ausschreibung, Ereignisdatum und
      *danach "-> Briefdatei" oder "-- Grund".
       FD LETTER-RUN-FILE.
       01  LETTER-RUN-RECORD.
           05 LR-SOURCE            PIC X(1).
           05 FILLER               PIC X(1).
           05 LR-STAMP             PIC X(16).
           05 FILLER               PIC X(1).
           05 LR-TYPE              PIC X(2).
           05 FILLER               PIC X(1).
           05 LR-LANGUAGE          PIC X(2).
           05 FILLER               PIC X(1).
           05 LR-CANDIDATE-ID      PIC X(6).
           05 FILLER               PIC X(1).
           05 LR-REQUISITION-ID    PIC X(8).
           05 FILLER               PIC X(1).
           05 LR-EVENT-DATE        PIC X(8).
           05 LR-REST              PIC X(111).

       FD LETTER-FILE.
       01  LETTER-RECORD           PIC X(200).

      *Satzaufbau der Eingangsdatei wie in CVIMPORT; bei allen
      *Satzarten steht die Kandidaten-ID in den ersten sechs
      *Stellen der Daten.
       FD IMPORT-FILE.
       01  IMPORT-RECORD.
           05 IN-TYPE              PIC X(2).
           05 FILLER               PIC X(1).
           05 IN-DATA              PIC X(400).

      *Die Sätze beider Schnittstellendateien werden als X-Felder
      *gelesen und über die Satzart in Stelle 1 unterschieden (wie
      *in CVRECON).
       FD ATS-FEED-FILE.
       01  ATS-FEED-RECORD         PIC X(200).

       FD ATS-ACK-FILE.
       01  ATS-ACK-RECORD          PIC X(80).

       FD RETENTION-PROTOCOL-FILE.
       01  RETENTION-PROTOCOL-RECORD PIC X(120).

       FD DISCLOSURE-FILE.
       01  DISCLOSURE-RECORD       PIC X(400).

      *Satzaufbau des Auskunftsnachweises: Datum und Uhrzeit der
      *Erstellung, Kandidaten-ID, Benutzerkürzel, Anzahl der
      *Angaben und Dateiname der Auskunft.
       FD DISCLOSURE-LOG-FILE.
       01  DISCLOSURE-LOG-RECORD.
           05 DL-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 DL-TIME              PIC X(6).
           05 FILLER               PIC X(1).
           05 DL-CANDIDATE-ID      PIC X(6).
           05 FILLER               PIC X(1).
           05 DL-USER              PIC X(8).
           05 FILLER               PIC X(1).
           05 DL-ITEM-COUNT        PIC 9(6).
           05 FILLER               PIC X(1).
           05 DL-REPORT-PATH       PIC X(60).

       WORKING-STORAGE SECTION.
      *------------------------
      *
      *Pfade der beteiligten Dateien sowie die dazugehörigen
      *FILE-STATUS-Felder. Die Pfade der Auskunft und der Briefe
      *werden zur Laufzeit gebildet.
       01 WS-FILE-PATHS.
           05 WS-CANDIDATE-MASTER-PATH
                           PIC X(60) VALUE "data/candidate-master.dat".
           05 WS-CANDIDATE-MASTER-STATUS PIC X(2).
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
           05 WS-APPLICATION-STATUS-PATH
                         PIC X(60) VALUE "data/application-status.dat".
           05 WS-APPLICATION-STATUS-STATUS PIC X(2).
           05 WS-INTERVIEW-PATH
                         PIC X(60) VALUE "data/interview-schedule.dat".
           05 WS-INTERVIEW-STATUS PIC X(2).
           05 WS-FEEDBACK-PATH
                        PIC X(60) VALUE "data/interview-feedback.dat".
           05 WS-FEEDBACK-STATUS PIC X(2).
           05 WS-REQUISITION-HIRES-PATH
                         PIC X(60) VALUE "data/requisition-hires.txt".
           05 WS-REQUISITION-HIRES-STATUS PIC X(2).
           05 WS-JOURNAL-PATH
                           PIC X(60) VALUE "data/master-journal.dat".
           05 WS-JOURNAL-STATUS PIC X(2).
           05 WS-LANGUAGE-PATH
                         PIC X(60) VALUE "data/letter-language.txt".
           05 WS-LANGUAGE-STATUS PIC X(2).
           05 WS-LETTER-RUN-PATH
                           PIC X(60) VALUE "data/letter-run.txt".
           05 WS-LETTER-RUN-STATUS PIC X(2).
           05 WS-LETTER-PATH    PIC X(60) VALUE SPACES.
           05 WS-LETTER-STATUS  PIC X(2).
           05 WS-IMPORT-PATH
                           PIC X(60) VALUE "data/ats-inbound.dat".
           05 WS-IMPORT-STATUS  PIC X(2).
           05 WS-ATS-FEED-PATH  PIC X(60) VALUE "ats-feed.dat".
           05 WS-ATS-FEED-STATUS PIC X(2).
           05 WS-ATS-ACK-PATH   PIC X(60) VALUE "data/ats-ack.dat".
           05 WS-ATS-ACK-STATUS PIC X(2).
           05 WS-RETENTION-PROTOCOL-PATH
                         PIC X(60) VALUE "data/retention-protocol.txt".
           05 WS-RETENTION-PROTOCOL-STATUS PIC X(2).
           05 WS-DISCLOSURE-PATH PIC X(60) VALUE SPACES.
           05 WS-DISCLOSURE-STATUS PIC X(2).
           05 WS-DISCLOSURE-LOG-PATH
                           PIC X(60) VALUE "data/auskunft-log.txt".
           05 WS-DISCLOSURE-LOG-STATUS PIC X(2).

      *Aufrufparameter: Kandidaten-ID und Benutzerkürzel.
       01 WS-COMMAND-LINE      PIC X(80) VALUE SPACES.
       01 WS-INPUT-ID          PIC X(6) VALUE SPACES.
       01 WS-USER              PIC X(8) VALUE SPACES.

      *Kandidaten-IDs der Auskunft: die angefragte ID und alle IDs,
      *die laut Journal in sie (oder in eine bereits erfasste ID)
      *zusammengeführt wurden (wie in CVJOURNL).
       01 WS-ID-COUNT          PIC 9(3) VALUE 0.
       01 WS-ID-TABLE.
           05 WS-ID-ENTRY OCCURS 100 TIMES
                          INDEXED BY WS-ID-IDX WS-ID-SCAN-IDX.
              10 WS-ID-T           PIC X(6).
       01 WS-ID-FOUND          PIC 9 VALUE 0.
       01 WS-ID-ADDED          PIC 9 VALUE 0.
       01 WS-ID-OVERFLOW       PIC 9 VALUE 0.
       01 WS-SEARCH-ID         PIC X(6).

      *Stammsatz des Kandidaten, soweit vorhanden.
       01 WS-MASTER-FOUND      PIC 9 VALUE 0.
       01 WS-MASTER-NAME       PIC X(40) VALUE SPACES.
       01 WS-MASTER-DATE       PIC X(8) VALUE SPACES.

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

      *Teilsätze des übermittelten Feeds (Aufbau wie in
      *ATS-FEED-para des Dialogprogramms).
       01 WS-ATS-RECORD        PIC X(200) VALUE SPACES.
       01 WS-ATS-HEADER REDEFINES WS-ATS-RECORD.
           05 WS-ATS-H-TYPE     PIC X(1).
           05 WS-ATS-H-DATE     PIC X(8).
           05 WS-ATS-H-CAND-ID  PIC X(6).
           05 FILLER            PIC X(185).
       01 WS-ATS-DETAIL-BE REDEFINES WS-ATS-RECORD.
           05 FILLER            PIC X(1).
           05 WS-ATS-SECTION    PIC X(2).
           05 WS-ATS-SEQ        PIC X(4).
           05 WS-ATS-BE-FROM    PIC X(7).
           05 WS-ATS-BE-TO      PIC X(7).
           05 WS-ATS-BE-TITLE   PIC X(90).
           05 WS-ATS-BE-EMPLOYER PIC X(55).
           05 WS-ATS-BE-LOCATION PIC X(20).
           05 FILLER            PIC X(14).
       01 WS-ATS-DETAIL-AU REDEFINES WS-ATS-RECORD.
           05 FILLER            PIC X(7).
           05 WS-ATS-AU-FROM    PIC X(7).
           05 WS-ATS-AU-TO      PIC X(7).
           05 WS-ATS-AU-SCHOOL  PIC X(40).
           05 WS-ATS-AU-COURSE  PIC X(40).
           05 FILLER            PIC X(99).
       01 WS-ATS-DETAIL-KE REDEFINES WS-ATS-RECORD.
           05 FILLER            PIC X(7).
           05 WS-ATS-KE-NAME    PIC X(55).
           05 WS-ATS-KE-LEVEL   PIC X(20).
           05 FILLER            PIC X(118).
       01 WS-ATS-DETAIL-ZE REDEFINES WS-ATS-RECORD.
           05 FILLER            PIC X(7).
           05 WS-ATS-ZE-NAME    PIC X(55).
           05 WS-ATS-ZE-ISSUER  PIC X(59).
           05 FILLER            PIC X(79).
       01 WS-ATS-TRAILER REDEFINES WS-ATS-RECORD.
           05 FILLER            PIC X(1).
           05 WS-ATS-T-COUNT    PIC X(6).
           05 FILLER            PIC X(193).
       01 WS-FEED-MATCH        PIC 9 VALUE 0.

      *Arbeitsfelder der Brief-Zuordnung über die Laufliste.
       01 WS-RUN-PREFIX        PIC X(160) VALUE SPACES.
       01 WS-RUN-REASON        PIC X(80) VALUE SPACES.
       01 WS-LETTER-TYPE-TEXT  PIC X(30) VALUE SPACES.

      *Suchbegriff für das Löschprotokoll ("Kandidat <ID> ").
       01 WS-PROTOCOL-KEY      PIC X(16) VALUE SPACES.
       01 WS-PROTOCOL-HITS     PIC 9(3) VALUE 0.

      *Satzbild aus dem Änderungsjournal und seine Bezeichnung.
       01 WS-IMAGE             PIC X(114) VALUE SPACES.
       01 WS-IMAGE-LABEL       PIC X(10) VALUE SPACES.

      *Zähler, Merker und Aufbereitungsfelder des Laufs.
       01 WS-READ-DONE         PIC 9 VALUE 0.
       01 WS-READ-DONE-2       PIC 9 VALUE 0.
       01 WS-LINE-NO           PIC 9(6) VALUE 0.
       01 WS-LINE-NO-EDIT      PIC ZZZZZ9.
       01 WS-LINE-COUNT        PIC 9(5) VALUE 0.
       01 WS-ITEM-TOTAL        PIC 9(6) VALUE 0.
       01 WS-ITEM-TOTAL-EDIT   PIC ZZZZZ9.
       01 WS-TODAY             PIC X(8).
       01 WS-NOW               PIC X(6).
       01 WS-STATUS-LABEL      PIC X(12).
       01 WS-PERIOD-TEXT       PIC X(20).
       01 WS-PERIOD-START-M    PIC X(2).
       01 WS-PERIOD-START-Y    PIC X(4).
       01 WS-PERIOD-END-M      PIC X(2).
       01 WS-PERIOD-END-Y      PIC X(4).
       01 WS-SECTION-TITLE     PIC X(60) VALUE SPACES.
       01 WS-SECTION-SOURCE    PIC X(60) VALUE SPACES.
       01 WS-SOURCE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-LOG-ERROR         PIC 9 VALUE 0.

      *Aufbaufeld für eine Zeile der Auskunft und Trennlinien.
       01 WS-REPORT-LINE       PIC X(400) VALUE SPACES.
       01 WS-RULE-LINE         PIC X(72) VALUE ALL "=".
       01 WS-SUB-RULE-LINE     PIC X(72) VALUE ALL "-".

      *
      ******************************************************************
       PROCEDURE DIVISION.
      *===================

      ******************************************************************
       AUSKUNFT SECTION.
      *----------------
      *Ablauf: Parameter lesen, Auskunftsdatei anlegen, je
      *Herkunftsdatei einen Abschnitt schreiben, Auskunft
      *abschließen und im Nachweis fortschreiben.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW
           PERFORM PARAMETER-LESEN-para
           IF WS-INPUT-ID = SPACES
              DISPLAY "Hinweis: Es wurde keine Kandidaten-ID "
                      "angegeben."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-DISCLOSURE-PATH
           STRING "data/auskunft-" DELIMITED BY SIZE
              WS-INPUT-ID DELIMITED BY SPACE
              ".txt" DELIMITED BY SIZE
              INTO WS-DISCLOSURE-PATH
           OPEN OUTPUT DISCLOSURE-FILE
           IF WS-DISCLOSURE-STATUS NOT = "00"
              DISPLAY "Hinweis: Auskunftsdatei "
                      FUNCTION TRIM(WS-DISCLOSURE-PATH)
              DISPLAY "konnte nicht angelegt werden (Status "
                      WS-DISCLOSURE-STATUS ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 1 TO WS-ID-COUNT
           MOVE WS-INPUT-ID TO WS-ID-T (1)
           MOVE 1 TO WS-ID-ADDED
           PERFORM UNTIL WS-ID-ADDED = 0
              PERFORM ZUSAMMENFUEHRUNGEN-SAMMELN-para
           END-PERFORM

           MOVE 0 TO WS-ITEM-TOTAL
           PERFORM STAMMSATZ-para
           PERFORM AUFBEWAHRUNG-para
           PERFORM BERUFSERFAHRUNG-para
           PERFORM AUSBILDUNG-para
           PERFORM KENNTNISSE-para
           PERFORM EHRENAMT-para
           PERFORM ZERTIFIKATE-para
           PERFORM STATUSVERLAUF-para
           PERFORM INTERVIEWS-para
           PERFORM RUECKMELDUNGEN-para
           PERFORM EINSTELLUNGEN-para
           PERFORM JOURNAL-para
           PERFORM KORRESPONDENZ-para
           PERFORM EINGANGSDATEI-para
           PERFORM ATS-FEED-para
           PERFORM ATS-RUECKMELDUNG-para
           PERFORM LOESCHPROTOKOLL-para

           MOVE WS-ITEM-TOTAL TO WS-ITEM-TOTAL-EDIT
           PERFORM ZEILE-SCHREIBEN-para
           MOVE WS-RULE-LINE TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           STRING "Ende der Auskunft: " DELIMITED BY SIZE
              FUNCTION TRIM(WS-ITEM-TOTAL-EDIT) DELIMITED BY SIZE
              " Angaben zur Kandidaten-ID " DELIMITED BY SIZE
              WS-INPUT-ID DELIMITED BY SIZE
              "." DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para

           MOVE 0 TO WS-LOG-ERROR
           IF WS-DISCLOSURE-STATUS NOT = "00"
              MOVE 1 TO WS-LOG-ERROR
           END-IF
           CLOSE DISCLOSURE-FILE
           IF WS-DISCLOSURE-STATUS NOT = "00"
              MOVE 1 TO WS-LOG-ERROR
           END-IF
           IF WS-LOG-ERROR = 1
              DISPLAY "Hinweis: Beim Schreiben der Auskunft "
                      FUNCTION TRIM(WS-DISCLOSURE-PATH)
              DISPLAY "ist ein Fehler aufgetreten (Status "
                      WS-DISCLOSURE-STATUS "); sie ist unvollständig"
                      " und wird nicht als erteilt protokolliert."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM NACHWEIS-SCHREIBEN-para
           DISPLAY "Auskunft zu " WS-INPUT-ID " mit "
                   FUNCTION TRIM(WS-ITEM-TOTAL-EDIT)
                   " Angaben erstellt: "
                   FUNCTION TRIM(WS-DISCLOSURE-PATH)
           STOP RUN.

      ******************************************************************
       PARAMETER-LESEN-para.
      *----------------
      *Liest Kandidaten-ID und Benutzerkürzel von der
      *Kommandozeile; fehlende Angaben werden im Dialog abgefragt.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
              INTO WS-INPUT-ID WS-USER
           END-UNSTRING

           IF WS-INPUT-ID = SPACES
              DISPLAY "Auskunft nach Art. 15 DSGVO"
              DISPLAY "Kandidaten-ID:"
              ACCEPT WS-INPUT-ID
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-INPUT-ID) TO WS-INPUT-ID
           IF WS-INPUT-ID NOT = SPACES AND WS-USER = SPACES
              PERFORM BENUTZER-ERFASSEN-para
           END-IF.

      ******************************************************************
       BENUTZER-ERFASSEN-para.
      *----------------
      *Erfasst das Benutzerkürzel, unter dem die Auskunft im
      *Nachweis steht (wie in CVMAINT); ein leeres Kürzel wird nicht
      *angenommen.
           MOVE SPACES TO WS-USER
           DISPLAY "Ihr Benutzerkürzel (für den Prüfpfad):"
           ACCEPT WS-USER
           IF WS-USER = SPACES
              DISPLAY "Bitte geben Sie Ihr Benutzerkürzel ein."
              GO TO BENUTZER-ERFASSEN-para
           END-IF.

      ******************************************************************
       ZUSAMMENFUEHRUNGEN-SAMMELN-para.
      *----------------
      *Ein Durchgang durch das Journal (Verfahren wie in CVJOURNL):
      *jede stillgelegte ID, die in eine bereits erfasste ID
      *zusammengeführt wurde (Eintrag ZUSAMMEN ohne Satzbild
      *danach), wird in die WS-ID-TABLE aufgenommen. Der Aufrufer
      *wiederholt den Durchgang, solange neue IDs hinzukommen. Ohne
      *lesbares Journal bleibt es bei der angefragten ID; das
      *Fehlen wird im Abschnitt des Journals vermerkt.
           MOVE 0 TO WS-ID-ADDED
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
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
      *im Kopf der Auskunft vermerkt.
           IF WS-ID-COUNT < 100
              ADD 1 TO WS-ID-COUNT
              MOVE WS-SEARCH-ID TO WS-ID-T (WS-ID-COUNT)
              MOVE 1 TO WS-ID-ADDED
           ELSE
              MOVE 1 TO WS-ID-OVERFLOW
           END-IF.

      ******************************************************************
       STAMMSATZ-para.
      *----------------
      *Schreibt den Kopf der Auskunft und den Stammsatz. Fehlt der
      *Stammsatz (etwa nach einer Löschung durch CVCLEAN), wird das
      *vermerkt; die übrigen Dateien werden trotzdem durchsucht.
           MOVE WS-RULE-LINE TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE "Auskunft über gespeicherte personenbezogene Daten"
                TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE "(Art. 15 DSGVO)" TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE WS-RULE-LINE TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           STRING "Kandidaten-ID:     " WS-INPUT-ID
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           IF WS-ID-COUNT > 1
              MOVE "Zusammengeführte IDs, deren Sätze ebenfalls"
                   TO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              MOVE "aufgeführt sind:" TO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              PERFORM VARYING WS-ID-SCAN-IDX FROM 2 BY 1
                      UNTIL WS-ID-SCAN-IDX > WS-ID-COUNT
                 STRING "                   " WS-ID-T (WS-ID-SCAN-IDX)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM ZEILE-SCHREIBEN-para
              END-PERFORM
           END-IF
           IF WS-ID-OVERFLOW = 1
              MOVE "Mehr als 100 zusammengeführte IDs; die Auskunft"
                   TO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              MOVE "ist auf die ersten 100 IDs beschränkt."
                   TO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-IF
           STRING "Erstellt am:       " WS-TODAY " um " WS-NOW
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           STRING "Erstellt von:      " WS-USER
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE "Je Abschnitt ist die Datei angegeben, aus der die"
                TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE "Angaben stammen. Datumsangaben im Format JJJJMMTT."
                TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para

           MOVE "STAMMDATEN" TO WS-SECTION-TITLE
           MOVE WS-CANDIDATE-MASTER-PATH TO WS-SECTION-SOURCE
           PERFORM ABSCHNITT-KOPF-para
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-MASTER-FOUND
           OPEN INPUT CANDIDATE-MASTER
           IF WS-CANDIDATE-MASTER-STATUS NOT = "00"
              MOVE WS-CANDIDATE-MASTER-STATUS TO WS-SOURCE-STATUS
              PERFORM DATEI-FEHLT-para
              EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-ID TO CM-CANDIDATE-ID
           READ CANDIDATE-MASTER KEY IS CM-CANDIDATE-ID
              INVALID KEY
                 MOVE "   Kein Stammsatz vorhanden." TO WS-REPORT-LINE
                 PERFORM ZEILE-SCHREIBEN-para
              NOT INVALID KEY
                 MOVE 1 TO WS-MASTER-FOUND
                 MOVE 1 TO WS-LINE-COUNT
                 MOVE CM-CANDIDATE-NAME TO WS-MASTER-NAME
                 MOVE CM-LAST-ACTION-DATE TO WS-MASTER-DATE
                 STRING "   Name:            "
                    FUNCTION TRIM(CM-CANDIDATE-NAME)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM ZEILE-SCHREIBEN-para
                 STRING "   Rolle:           "
                    FUNCTION TRIM(CM-CANDIDATE-ROLE)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM ZEILE-SCHREIBEN-para
                 STRING "   Letzte Nutzung:  " CM-LAST-ACTION-DATE
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM ZEILE-SCHREIBEN-para
           END-READ
           CLOSE CANDIDATE-MASTER
           ADD WS-LINE-COUNT TO WS-ITEM-TOTAL.

      ******************************************************************
       AUFBEWAHRUNG-para.
      *----------------
      *Beschreibt die Aufbewahrungsregel, die der Aufbewahrungs- und
      *Anonymisierungslauf CVCLEAN auf den Stammsatz anwendet, und
      *das dafür maßgebliche Datum dieses Kandidaten.
           MOVE "AUFBEWAHRUNG DES STAMMSATZES" TO WS-SECTION-TITLE
           MOVE "Aufbewahrungs- und Anonymisierungslauf CVCLEAN"
                TO WS-SECTION-SOURCE
           PERFORM ABSCHNITT-KOPF-para
           MOVE "   Der Stammsatz wird aufbewahrt, solange er genutzt"
                TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE "   wird; jede Nutzung setzt das Datum der letzten"
                TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE "   Nutzung neu. Der Aufbewahrungslauf löscht oder"
                TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE "   anonymisiert jeden Stammsatz, dessen letzte Nutzung"
                TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE "   vor dem für den Lauf festgelegten Stichtag liegt"
                TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE "   oder der kein gültiges Nutzungsdatum trägt. Jede"
                TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE "   Bereinigung wird im Löschprotokoll nachgewiesen;"
                TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE "   im Änderungsjournal werden Name und Rolle dabei"
                TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE "   unkenntlich gemacht."
                TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           IF WS-MASTER-FOUND = 1
              IF WS-MASTER-DATE IS NUMERIC
                 STRING "   Maßgebliches Datum der letzten Nutzung: "
                    WS-MASTER-DATE
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 STRING "   Der Stammsatz trägt kein gültiges "
                    "Nutzungsdatum und wird beim nächsten Lauf "
                    "bereinigt."
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
              PERFORM ZEILE-SCHREIBEN-para
           END-IF.

      ******************************************************************
       BERUFSERFAHRUNG-para.
      *----------------
      *Schreibt die Stationen der Berufserfahrung, je Station mit
      *ihren Verantwortlichkeiten aus der JOB-RESPONSIBILITIES-Datei.
           MOVE "BERUFSERFAHRUNG" TO WS-SECTION-TITLE
           MOVE WS-WORK-EXPERIENCE-PATH TO WS-SECTION-SOURCE
           PERFORM ABSCHNITT-KOPF-para
           STRING "   Verantwortlichkeiten aus "
              FUNCTION TRIM(WS-JOB-RESPONSIBILITIES-PATH)
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT WORK-EXPERIENCE
           IF WS-WORK-EXPERIENCE-STATUS NOT = "00"
              MOVE WS-WORK-EXPERIENCE-STATUS TO WS-SOURCE-STATUS
              PERFORM DATEI-FEHLT-para
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ WORK-EXPERIENCE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    MOVE WE-CANDIDATE-ID TO WS-SEARCH-ID
                    PERFORM ID-SUCHEN-para
                    IF WS-ID-FOUND = 1
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM STATION-SCHREIBEN-para
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WORK-EXPERIENCE
           PERFORM ABSCHNITT-ENDE-para.

      ******************************************************************
       STATION-SCHREIBEN-para.
      *----------------
      *Schreibt eine Station der Berufserfahrung samt ihrer
      *Verantwortlichkeiten (wie in CVDOSSIER).
           MOVE WE-JOB-START-MONTH TO WS-PERIOD-START-M
           MOVE WE-JOB-START-YEAR TO WS-PERIOD-START-Y
           MOVE WE-JOB-END-MONTH TO WS-PERIOD-END-M
           MOVE WE-JOB-END-YEAR TO WS-PERIOD-END-Y
           PERFORM ZEITRAUM-FORMATIEREN-para
           STRING "   " WS-PERIOD-TEXT " "
              FUNCTION TRIM(WE-JOB-TITLE) DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           STRING "                        "
              FUNCTION TRIM(WE-JOB-EMPLOYER) ", "
              FUNCTION TRIM(WE-JOB-LOCATION) DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para

           OPEN INPUT JOB-RESPONSIBILITIES
           IF WS-JOB-RESPONSIBILITIES-STATUS = "00"
              MOVE 0 TO WS-READ-DONE-2
              PERFORM UNTIL WS-READ-DONE-2 = 1
                 READ JOB-RESPONSIBILITIES
                    AT END
                       MOVE 1 TO WS-READ-DONE-2
                    NOT AT END
                       IF JR-CANDIDATE-ID = WE-CANDIDATE-ID
                          AND JR-JOB-ID = WE-JOB-ID
                          ADD 1 TO WS-LINE-COUNT
                          STRING "                        "
                             FUNCTION TRIM(JR-RESPONSIBILITY)
                             DELIMITED BY SIZE INTO WS-REPORT-LINE
                          PERFORM ZEILE-SCHREIBEN-para
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOB-RESPONSIBILITIES
           END-IF.

      ******************************************************************
       AUSBILDUNG-para.
      *----------------
      *Schreibt die Ausbildungsstationen des Kandidaten.
           MOVE "AUSBILDUNG" TO WS-SECTION-TITLE
           MOVE WS-EDUCATION-PATH TO WS-SECTION-SOURCE
           PERFORM ABSCHNITT-KOPF-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT EDUCATION-FILE
           IF WS-EDUCATION-STATUS NOT = "00"
              MOVE WS-EDUCATION-STATUS TO WS-SOURCE-STATUS
              PERFORM DATEI-FEHLT-para
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ EDUCATION-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    MOVE ED-CANDIDATE-ID TO WS-SEARCH-ID
                    PERFORM ID-SUCHEN-para
                    IF WS-ID-FOUND = 1
                       ADD 1 TO WS-LINE-COUNT
                       MOVE ED-START-MONTH TO WS-PERIOD-START-M
                       MOVE ED-START-YEAR TO WS-PERIOD-START-Y
                       MOVE ED-END-MONTH TO WS-PERIOD-END-M
                       MOVE ED-END-YEAR TO WS-PERIOD-END-Y
                       PERFORM ZEITRAUM-FORMATIEREN-para
                       STRING "   " WS-PERIOD-TEXT " "
                          FUNCTION TRIM(ED-COURSE)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM ZEILE-SCHREIBEN-para
                       STRING "                        "
                          FUNCTION TRIM(ED-SCHOOL)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM ZEILE-SCHREIBEN-para
                       IF ED-ADDITION NOT = SPACES
                          STRING "                        "
                             FUNCTION TRIM(ED-ADDITION)
                             DELIMITED BY SIZE INTO WS-REPORT-LINE
                          PERFORM ZEILE-SCHREIBEN-para
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EDUCATION-FILE
           PERFORM ABSCHNITT-ENDE-para.

      ******************************************************************
       KENNTNISSE-para.
      *----------------
      *Schreibt die Kenntnisse des Kandidaten mit Kategorie und
      *Niveau (IT = IT-Sprache, WK = weitere IT-Kenntnis,
      *NS = natürliche Sprache).
           MOVE "KENNTNISSE" TO WS-SECTION-TITLE
           MOVE WS-SKILLS-PATH TO WS-SECTION-SOURCE
           PERFORM ABSCHNITT-KOPF-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS NOT = "00"
              MOVE WS-SKILLS-STATUS TO WS-SOURCE-STATUS
              PERFORM DATEI-FEHLT-para
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ SKILLS-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    MOVE SK-CANDIDATE-ID TO WS-SEARCH-ID
                    PERFORM ID-SUCHEN-para
                    IF WS-ID-FOUND = 1
                       ADD 1 TO WS-LINE-COUNT
                       STRING "   " SK-CATEGORY " " SK-NAME " "
                          SK-LEVEL
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM ZEILE-SCHREIBEN-para
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SKILLS-FILE
           PERFORM ABSCHNITT-ENDE-para.

      ******************************************************************
       EHRENAMT-para.
      *----------------
      *Schreibt die ehrenamtlichen Tätigkeiten des Kandidaten samt
      *ihrer bis zu zwei Aufgaben-Zeilen.
           MOVE "EHRENAMTLICHE AKTIVITÄTEN" TO WS-SECTION-TITLE
           MOVE WS-VOLUNTARY-PATH TO WS-SECTION-SOURCE
           PERFORM ABSCHNITT-KOPF-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT VOLUNTARY-FILE
           IF WS-VOLUNTARY-STATUS NOT = "00"
              MOVE WS-VOLUNTARY-STATUS TO WS-SOURCE-STATUS
              PERFORM DATEI-FEHLT-para
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ VOLUNTARY-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    MOVE VW-CANDIDATE-ID TO WS-SEARCH-ID
                    PERFORM ID-SUCHEN-para
                    IF WS-ID-FOUND = 1
                       ADD 1 TO WS-LINE-COUNT
                       MOVE VW-START-MONTH TO WS-PERIOD-START-M
                       MOVE VW-START-YEAR TO WS-PERIOD-START-Y
                       MOVE VW-END-MONTH TO WS-PERIOD-END-M
                       MOVE VW-END-YEAR TO WS-PERIOD-END-Y
                       PERFORM ZEITRAUM-FORMATIEREN-para
                       STRING "   " WS-PERIOD-TEXT " "
                          FUNCTION TRIM(VW-TITLE)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM ZEILE-SCHREIBEN-para
                       IF VW-RESP-1 NOT = SPACES
                          STRING "                        "
                             FUNCTION TRIM(VW-RESP-1)
                             DELIMITED BY SIZE INTO WS-REPORT-LINE
                          PERFORM ZEILE-SCHREIBEN-para
                       END-IF
                       IF VW-RESP-2 NOT = SPACES
                          STRING "                        "
                             FUNCTION TRIM(VW-RESP-2)
                             DELIMITED BY SIZE INTO WS-REPORT-LINE
                          PERFORM ZEILE-SCHREIBEN-para
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VOLUNTARY-FILE
           PERFORM ABSCHNITT-ENDE-para.

      ******************************************************************
       ZERTIFIKATE-para.
      *----------------
      *Schreibt die Zertifikate des Kandidaten samt Aussteller.
           MOVE "ZERTIFIKATE" TO WS-SECTION-TITLE
           MOVE WS-CERTIFICATES-PATH TO WS-SECTION-SOURCE
           PERFORM ABSCHNITT-KOPF-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT CERTIFICATES-FILE
           IF WS-CERTIFICATES-STATUS NOT = "00"
              MOVE WS-CERTIFICATES-STATUS TO WS-SOURCE-STATUS
              PERFORM DATEI-FEHLT-para
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ CERTIFICATES-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    MOVE CE-CANDIDATE-ID TO WS-SEARCH-ID
                    PERFORM ID-SUCHEN-para
                    IF WS-ID-FOUND = 1
                       ADD 1 TO WS-LINE-COUNT
                       STRING "   " FUNCTION TRIM(CE-NAME) " ("
                          FUNCTION TRIM(CE-ISSUER) ")"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM ZEILE-SCHREIBEN-para
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CERTIFICATES-FILE
           PERFORM ABSCHNITT-ENDE-para.

      ******************************************************************
       STATUSVERLAUF-para.
      *----------------
      *Schreibt alle Statussätze des Kandidaten über alle
      *Ausschreibungen in Schlüsselfolge (Ausschreibung, Datum,
      *Erfassungsfolge); stornierte Sätze und die Stornosätze selbst
      *werden als solche gekennzeichnet (wie STATUS-VERLAUF-para im
      *Dialogprogramm). Gelesen wird je Kandidaten-ID der Auskunft
      *per START ab dieser ID.
           MOVE "BEWERBUNGEN UND STATUSVERLAUF" TO WS-SECTION-TITLE
           MOVE WS-APPLICATION-STATUS-PATH TO WS-SECTION-SOURCE
           PERFORM ABSCHNITT-KOPF-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT APPLICATION-STATUS-FILE
           IF WS-APPLICATION-STATUS-STATUS NOT = "00"
              MOVE WS-APPLICATION-STATUS-STATUS TO WS-SOURCE-STATUS
              PERFORM DATEI-FEHLT-para
              EXIT PARAGRAPH
           END-IF

           MOVE "   Ausschr.  Datum    Status" TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           PERFORM VARYING WS-ID-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-ID-SCAN-IDX > WS-ID-COUNT
              PERFORM STATUS-ID-LESEN-para
           END-PERFORM
           CLOSE APPLICATION-STATUS-FILE
           PERFORM ABSCHNITT-ENDE-para.

      ******************************************************************
       STATUS-ID-LESEN-para.
      *----------------
      *Liest die Statussätze der Kandidaten-ID unter WS-ID-SCAN-IDX
      *per START ab ihrem ersten Schlüssel.
           MOVE WS-ID-T (WS-ID-SCAN-IDX) TO AS-CANDIDATE-ID
           MOVE LOW-VALUES TO AS-REQ-KEY
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
                    IF AS-CANDIDATE-ID NOT = WS-ID-T (WS-ID-SCAN-IDX)
                       MOVE 1 TO WS-READ-DONE
                    ELSE
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM VERLAUF-ZEILE-para
                    END-IF
              END-READ
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
       VERLAUF-ZEILE-para.
      *----------------
      *Schreibt einen Statussatz des Verlaufs.
           IF AS-STATUS-CODE = "S"
              MOVE AS-ORIG-CODE TO WS-STATUS-LABEL
              PERFORM STATUS-LABEL-para
              STRING "   " AS-REQUISITION-ID "  " AS-STATUS-DATE
                 " Storno von " FUNCTION TRIM(WS-STATUS-LABEL)
                 " vom " AS-ORIG-DATE " durch "
                 FUNCTION TRIM(AS-REVERSED-BY) ": "
                 FUNCTION TRIM(AS-REVERSE-REASON)
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              MOVE AS-STATUS-CODE TO WS-STATUS-LABEL
              PERFORM STATUS-LABEL-para
              PERFORM STORNO-PRUEFEN-para
              IF WS-STORNO-EOF = 1
                 MOVE 1 TO WS-READ-DONE
              END-IF
              IF WS-STORNO-HIT = 1
                 STRING "   " AS-REQUISITION-ID "  " AS-STATUS-DATE
                    " " FUNCTION TRIM(WS-STATUS-LABEL) " (storniert)"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 STRING "   " AS-REQUISITION-ID "  " AS-STATUS-DATE
                    " " WS-STATUS-LABEL
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
           END-IF
           PERFORM ZEILE-SCHREIBEN-para.

      ******************************************************************
       INTERVIEWS-para.
      *----------------
      *Schreibt alle Sätze des Interview-Terminplans zum Kandidaten
      *in Schlüsselfolge (Ausschreibung, Termin, Zeit, Erfassungs-
      *folge): jede Buchung (A) und jede Stornierung (S) eines
      *Termins ist ein eigener Satz.
           MOVE "INTERVIEW-TERMINE" TO WS-SECTION-TITLE
           MOVE WS-INTERVIEW-PATH TO WS-SECTION-SOURCE
           PERFORM ABSCHNITT-KOPF-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT INTERVIEW-FILE
           IF WS-INTERVIEW-STATUS NOT = "00"
              MOVE WS-INTERVIEW-STATUS TO WS-SOURCE-STATUS
              PERFORM DATEI-FEHLT-para
              EXIT PARAGRAPH
           END-IF
           MOVE "   Ausschr.  Termin   Zeit Interviewer          Ort"
                TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           PERFORM VARYING WS-ID-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-ID-SCAN-IDX > WS-ID-COUNT
              PERFORM INTERVIEW-ID-LESEN-para
           END-PERFORM
           CLOSE INTERVIEW-FILE
           PERFORM ABSCHNITT-ENDE-para.

      ******************************************************************
       INTERVIEW-ID-LESEN-para.
      *----------------
      *Liest die Interview-Sätze der Kandidaten-ID unter
      *WS-ID-SCAN-IDX per START ab ihrem ersten Schlüssel.
           MOVE WS-ID-T (WS-ID-SCAN-IDX) TO IV-CANDIDATE-ID
           MOVE LOW-VALUES TO IV-REQ-KEY
           MOVE 0 TO IV-ENTRY-STAMP
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
                    IF IV-CANDIDATE-ID NOT = WS-ID-T (WS-ID-SCAN-IDX)
                       MOVE 1 TO WS-READ-DONE
                    ELSE
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM INTERVIEW-ZEILE-para
                    END-IF
              END-READ
           END-PERFORM.

      ******************************************************************
       INTERVIEW-ZEILE-para.
      *----------------
      *Schreibt einen Satz des Interview-Terminplans.
           IF IV-RECORD-FLAG = "S"
              STRING "   " IV-REQUISITION-ID "  " IV-DATE " "
                 IV-TIME " " IV-INTERVIEWER " " IV-LOCATION
                 " storniert"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING "   " IV-REQUISITION-ID "  " IV-DATE " "
                 IV-TIME " " IV-INTERVIEWER " " IV-LOCATION
                 " gebucht"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM ZEILE-SCHREIBEN-para.

      ******************************************************************
       RUECKMELDUNGEN-para.
      *----------------
      *Schreibt die Interview-Rückmeldungen zum Kandidaten mit
      *Termin, Interviewer, Bewertungen (1 schwach bis 5 sehr gut),
      *Empfehlung, Erfassungsdatum und Kommentar.
           MOVE "INTERVIEW-RÜCKMELDUNGEN" TO WS-SECTION-TITLE
           MOVE WS-FEEDBACK-PATH TO WS-SECTION-SOURCE
           PERFORM ABSCHNITT-KOPF-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT FEEDBACK-FILE
           IF WS-FEEDBACK-STATUS NOT = "00"
              MOVE WS-FEEDBACK-STATUS TO WS-SOURCE-STATUS
              PERFORM DATEI-FEHLT-para
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ FEEDBACK-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    MOVE FB-CANDIDATE-ID TO WS-SEARCH-ID
                    PERFORM ID-SUCHEN-para
                    IF WS-ID-FOUND = 1
                       ADD 1 TO WS-LINE-COUNT
                       STRING "   " FB-REQUISITION-ID "  Interview "
                          FB-IV-DATE " " FB-IV-TIME ", erfasst am "
                          FB-ENTRY-DATE " von "
                          FUNCTION TRIM(FB-INTERVIEWER)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM ZEILE-SCHREIBEN-para
                       STRING "             Fachkompetenz "
                          FB-RATING-TECH ", Kommunikation "
                          FB-RATING-COMM ", Motivation "
                          FB-RATING-MOTIV ", Empfehlung "
                          FB-RECOMMENDATION
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM ZEILE-SCHREIBEN-para
                       IF FB-COMMENT NOT = SPACES
                          STRING "             "
                             FUNCTION TRIM(FB-COMMENT)
                             DELIMITED BY SIZE INTO WS-REPORT-LINE
                          PERFORM ZEILE-SCHREIBEN-para
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FEEDBACK-FILE
           PERFORM ABSCHNITT-ENDE-para.

      ******************************************************************
       EINSTELLUNGEN-para.
      *----------------
      *Schreibt die angenommenen Angebote (Einstellungen) des
      *Kandidaten aus der Einstellungsdatei von CVREQMNT.
           MOVE "EINSTELLUNGEN" TO WS-SECTION-TITLE
           MOVE WS-REQUISITION-HIRES-PATH TO WS-SECTION-SOURCE
           PERFORM ABSCHNITT-KOPF-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT REQUISITION-HIRES
           IF WS-REQUISITION-HIRES-STATUS NOT = "00"
              MOVE WS-REQUISITION-HIRES-STATUS TO WS-SOURCE-STATUS
              PERFORM DATEI-FEHLT-para
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ REQUISITION-HIRES
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    MOVE RH-CANDIDATE-ID TO WS-SEARCH-ID
                    PERFORM ID-SUCHEN-para
                    IF WS-ID-FOUND = 1
                       ADD 1 TO WS-LINE-COUNT
                       STRING "   " RH-REQUISITION-ID
                          "  eingestellt am " RH-HIRE-DATE
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM ZEILE-SCHREIBEN-para
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REQUISITION-HIRES
           PERFORM ABSCHNITT-ENDE-para.

      ******************************************************************
       JOURNAL-para.
      *----------------
      *Schreibt die Einträge des Änderungsjournals, in denen eine
      *der Kandidaten-IDs der Auskunft als betroffener Satz oder als
      *Partner einer Zusammenführung vorkommt, mit den Satzbildern
      *vor und nach der Änderung.
           MOVE "ÄNDERUNGEN AM STAMMSATZ" TO WS-SECTION-TITLE
           MOVE WS-JOURNAL-PATH TO WS-SECTION-SOURCE
           PERFORM ABSCHNITT-KOPF-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
              MOVE WS-JOURNAL-STATUS TO WS-SOURCE-STATUS
              PERFORM DATEI-FEHLT-para
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ JOURNAL-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    MOVE JN-CANDIDATE-ID TO WS-SEARCH-ID
                    PERFORM ID-SUCHEN-para
                    IF WS-ID-FOUND = 0 AND JN-OTHER-ID NOT = SPACES
                       MOVE JN-OTHER-ID TO WS-SEARCH-ID
                       PERFORM ID-SUCHEN-para
                    END-IF
                    IF WS-ID-FOUND = 1
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM JOURNALEINTRAG-para
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           PERFORM ABSCHNITT-ENDE-para.

      ******************************************************************
       JOURNALEINTRAG-para.
      *----------------
      *Schreibt einen Journaleintrag: Zeitpunkt, Programm, Benutzer
      *und Aktion, bei Zusammenführungen die Partner-ID, danach die
      *beiden Satzbilder.
           STRING "   " JN-DATE " " JN-TIME " " JN-ACTION " "
              JN-CANDIDATE-ID " durch " JN-PROGRAM " / " JN-USER
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           IF JN-OTHER-ID NOT = SPACES
              STRING "             zusammengeführt mit " JN-OTHER-ID
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-IF
           MOVE "vorher: " TO WS-IMAGE-LABEL
           MOVE JN-BEFORE-IMAGE TO WS-IMAGE
           PERFORM SATZBILD-SCHREIBEN-para
           MOVE "nachher:" TO WS-IMAGE-LABEL
           MOVE JN-AFTER-IMAGE TO WS-IMAGE
           PERFORM SATZBILD-SCHREIBEN-para.

      ******************************************************************
       SATZBILD-SCHREIBEN-para.
      *----------------
      *Gibt ein Satzbild (CANDIDATE-MASTER-RECORD) feldweise aus
      *(wie in CVJOURNL).
           IF WS-IMAGE = SPACES
              STRING "             " WS-IMAGE-LABEL " (kein Satz)"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING "             " WS-IMAGE-LABEL " "
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
       KORRESPONDENZ-para.
      *----------------
      *Schreibt die hinterlegte Briefsprache und alle Ereignisse der
      *Laufliste von CVLETTER zum Kandidaten; zu jedem geschriebenen
      *Brief folgt sein Wortlaut aus der Briefdatei.
           MOVE "KORRESPONDENZ" TO WS-SECTION-TITLE
           MOVE WS-LETTER-RUN-PATH TO WS-SECTION-SOURCE
           PERFORM ABSCHNITT-KOPF-para
           MOVE 0 TO WS-LINE-COUNT

           OPEN INPUT LANGUAGE-FILE
           IF WS-LANGUAGE-STATUS = "00"
              MOVE 0 TO WS-READ-DONE
              PERFORM UNTIL WS-READ-DONE = 1
                 READ LANGUAGE-FILE
                    AT END
                       MOVE 1 TO WS-READ-DONE
                    NOT AT END
                       MOVE LG-CANDIDATE-ID TO WS-SEARCH-ID
                       PERFORM ID-SUCHEN-para
                       IF WS-ID-FOUND = 1
                          ADD 1 TO WS-LINE-COUNT
                          STRING "   Briefsprache " LG-LANGUAGE
                             " (aus "
                             FUNCTION TRIM(WS-LANGUAGE-PATH) ")"
                             DELIMITED BY SIZE INTO WS-REPORT-LINE
                          PERFORM ZEILE-SCHREIBEN-para
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LANGUAGE-FILE
           END-IF

           OPEN INPUT LETTER-RUN-FILE
           IF WS-LETTER-RUN-STATUS NOT = "00"
              MOVE WS-LETTER-RUN-STATUS TO WS-SOURCE-STATUS
              PERFORM DATEI-FEHLT-para
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ LETTER-RUN-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    MOVE LR-CANDIDATE-ID TO WS-SEARCH-ID
                    PERFORM ID-SUCHEN-para
                    IF WS-ID-FOUND = 1
                       AND (LR-SOURCE = "S" OR LR-SOURCE = "I")
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM BRIEF-ZEILE-para
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LETTER-RUN-FILE
           PERFORM ABSCHNITT-ENDE-para.

      ******************************************************************
       BRIEF-ZEILE-para.
      *----------------
      *Schreibt ein Ereignis der Laufliste. Steht hinter dem
      *Ereignis "-> Briefdatei", wird der Brief wörtlich angefügt;
      *bei "-- Grund" wurde kein Brief geschrieben.
           EVALUATE LR-TYPE
              WHEN "IB" MOVE "Einladung zum Interview"
                           TO WS-LETTER-TYPE-TEXT
              WHEN "IS" MOVE "Absage des Interviews"
                           TO WS-LETTER-TYPE-TEXT
              WHEN "AN" MOVE "Angebot" TO WS-LETTER-TYPE-TEXT
              WHEN "AB" MOVE "Absage" TO WS-LETTER-TYPE-TEXT
              WHEN OTHER MOVE LR-TYPE TO WS-LETTER-TYPE-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-RUN-PREFIX
           MOVE SPACES TO WS-LETTER-PATH
           UNSTRING LETTER-RUN-RECORD DELIMITED BY "-> "
              INTO WS-RUN-PREFIX WS-LETTER-PATH
           END-UNSTRING

           IF WS-LETTER-PATH = SPACES
              MOVE SPACES TO WS-RUN-REASON
              UNSTRING LETTER-RUN-RECORD DELIMITED BY "-- "
                 INTO WS-RUN-PREFIX WS-RUN-REASON
              END-UNSTRING
              STRING "   " LR-REQUISITION-ID "  " LR-EVENT-DATE " "
                 FUNCTION TRIM(WS-LETTER-TYPE-TEXT)
                 ": kein Brief (" FUNCTION TRIM(WS-RUN-REASON) ")"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              EXIT PARAGRAPH
           END-IF

           STRING "   " LR-REQUISITION-ID "  " LR-EVENT-DATE " "
              FUNCTION TRIM(WS-LETTER-TYPE-TEXT) " ("
              LR-LANGUAGE "), Brief "
              FUNCTION TRIM(WS-LETTER-PATH) ":"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           OPEN INPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = "00"
              STRING "      (Briefdatei nicht mehr vorhanden, Status "
                 WS-LETTER-STATUS ")"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-READ-DONE-2
           PERFORM UNTIL WS-READ-DONE-2 = 1
              READ LETTER-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE-2
                 NOT AT END
                    STRING "      | " LETTER-RECORD
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                    PERFORM ZEILE-SCHREIBEN-para
              END-READ
           END-PERFORM
           CLOSE LETTER-FILE.

      ******************************************************************
       EINGANGSDATEI-para.
      *----------------
      *Schreibt die Zeilen der Eingangsdatei von HR, die den
      *Kandidaten betreffen, mit Zeilennummer und unverändertem
      *Inhalt.
           MOVE "EINGANG AUS DEM BEWERBERMANAGEMENT-SYSTEM"
                TO WS-SECTION-TITLE
           MOVE WS-IMPORT-PATH TO WS-SECTION-SOURCE
           PERFORM ABSCHNITT-KOPF-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-STATUS NOT = "00"
              MOVE WS-IMPORT-STATUS TO WS-SOURCE-STATUS
              PERFORM DATEI-FEHLT-para
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ IMPORT-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    MOVE IN-DATA (1:6) TO WS-SEARCH-ID
                    PERFORM ID-SUCHEN-para
                    IF WS-ID-FOUND = 1
                       ADD 1 TO WS-LINE-COUNT
                       MOVE WS-LINE-NO TO WS-LINE-NO-EDIT
                       STRING "   Zeile " WS-LINE-NO-EDIT ": "
                          IN-TYPE " " FUNCTION TRIM(IN-DATA)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM ZEILE-SCHREIBEN-para
                    END-IF
              END-READ
           END-PERFORM
           CLOSE IMPORT-FILE
           PERFORM ABSCHNITT-ENDE-para.

      ******************************************************************
       ATS-FEED-para.
      *----------------
      *Die Schnittstellendatei enthält nur den zuletzt übermittelten
      *Lebenslauf. Gehört ihr Kopfsatz zu diesem Kandidaten, werden
      *Übermittlungsdatum und alle Detailsätze ausgegeben.
           MOVE "AN DAS BEWERBERMANAGEMENT-SYSTEM ÜBERMITTELT"
                TO WS-SECTION-TITLE
           MOVE WS-ATS-FEED-PATH TO WS-SECTION-SOURCE
           PERFORM ABSCHNITT-KOPF-para
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-FEED-MATCH
           OPEN INPUT ATS-FEED-FILE
           IF WS-ATS-FEED-STATUS NOT = "00"
              MOVE WS-ATS-FEED-STATUS TO WS-SOURCE-STATUS
              PERFORM DATEI-FEHLT-para
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ ATS-FEED-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    MOVE ATS-FEED-RECORD TO WS-ATS-RECORD
                    PERFORM FEEDSATZ-para
              END-READ
           END-PERFORM
           CLOSE ATS-FEED-FILE
           PERFORM ABSCHNITT-ENDE-para.

      ******************************************************************
       FEEDSATZ-para.
      *----------------
      *Wertet einen Satz des Feeds aus: der Kopfsatz entscheidet,
      *ob die folgenden Detailsätze zu diesem Kandidaten gehören.
           EVALUATE WS-ATS-H-TYPE
              WHEN "H"
                 MOVE WS-ATS-H-CAND-ID TO WS-SEARCH-ID
                 PERFORM ID-SUCHEN-para
                 IF WS-ID-FOUND = 1
                    MOVE 1 TO WS-FEED-MATCH
                    STRING "   Übermittelt am " WS-ATS-H-DATE ":"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                    PERFORM ZEILE-SCHREIBEN-para
                 ELSE
                    MOVE 0 TO WS-FEED-MATCH
                 END-IF
              WHEN "D"
                 IF WS-FEED-MATCH = 1
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM FEED-DETAIL-para
                 END-IF
           END-EVALUATE.

      ******************************************************************
       FEED-DETAIL-para.
      *----------------
      *Schreibt einen Detailsatz des Feeds nach seiner
      *Abschnittskennung (BE/AU/KE/ZE).
           EVALUATE WS-ATS-SECTION
              WHEN "BE"
                 STRING "   " WS-ATS-SEQ " Berufserfahrung "
                    WS-ATS-BE-FROM " - " WS-ATS-BE-TO " "
                    FUNCTION TRIM(WS-ATS-BE-TITLE) ", "
                    FUNCTION TRIM(WS-ATS-BE-EMPLOYER) ", "
                    FUNCTION TRIM(WS-ATS-BE-LOCATION)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
              WHEN "AU"
                 STRING "   " WS-ATS-SEQ " Ausbildung "
                    WS-ATS-AU-FROM " - " WS-ATS-AU-TO " "
                    FUNCTION TRIM(WS-ATS-AU-COURSE) ", "
                    FUNCTION TRIM(WS-ATS-AU-SCHOOL)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
              WHEN "KE"
                 STRING "   " WS-ATS-SEQ " Kenntnis "
                    FUNCTION TRIM(WS-ATS-KE-NAME) " ("
                    FUNCTION TRIM(WS-ATS-KE-LEVEL) ")"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
              WHEN "ZE"
                 STRING "   " WS-ATS-SEQ " Zertifikat "
                    FUNCTION TRIM(WS-ATS-ZE-NAME) " ("
                    FUNCTION TRIM(WS-ATS-ZE-ISSUER) ")"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
              WHEN OTHER
                 STRING "   " FUNCTION TRIM(WS-ATS-RECORD)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE
           PERFORM ZEILE-SCHREIBEN-para.

      ******************************************************************
       ATS-RUECKMELDUNG-para.
      *----------------
      *Gehört die Rückmeldung von HR zur Übertragung dieses
      *Kandidaten, werden ihr Datum und alle Detailsätze mit
      *Annahme oder Ablehnung samt Begründung ausgegeben
      *(Satzaufbau wie in CVRECON).
           MOVE "RÜCKMELDUNG DES BEWERBERMANAGEMENT-SYSTEMS"
                TO WS-SECTION-TITLE
           MOVE WS-ATS-ACK-PATH TO WS-SECTION-SOURCE
           PERFORM ABSCHNITT-KOPF-para
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-FEED-MATCH
           OPEN INPUT ATS-ACK-FILE
           IF WS-ATS-ACK-STATUS NOT = "00"
              MOVE WS-ATS-ACK-STATUS TO WS-SOURCE-STATUS
              PERFORM DATEI-FEHLT-para
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ ATS-ACK-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    EVALUATE ATS-ACK-RECORD (1:1)
                       WHEN "H"
                          MOVE ATS-ACK-RECORD (10:6) TO WS-SEARCH-ID
                          PERFORM ID-SUCHEN-para
                          IF WS-ID-FOUND = 1
                             MOVE 1 TO WS-FEED-MATCH
                             STRING "   Rückmeldung vom "
                                ATS-ACK-RECORD (2:8) ":"
                                DELIMITED BY SIZE
                                INTO WS-REPORT-LINE
                             PERFORM ZEILE-SCHREIBEN-para
                          ELSE
                             MOVE 0 TO WS-FEED-MATCH
                          END-IF
                       WHEN "D"
                          IF WS-FEED-MATCH = 1
                             ADD 1 TO WS-LINE-COUNT
                             PERFORM ACK-DETAIL-para
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE ATS-ACK-FILE
           PERFORM ABSCHNITT-ENDE-para.

      ******************************************************************
       ACK-DETAIL-para.
      *----------------
      *Schreibt einen Detailsatz der Rückmeldung.
           IF ATS-ACK-RECORD (6:1) = "A"
              STRING "   Detailsatz " ATS-ACK-RECORD (2:4)
                 " angenommen"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING "   Detailsatz " ATS-ACK-RECORD (2:4)
                 " abgelehnt: " FUNCTION TRIM(ATS-ACK-RECORD (7:40))
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM ZEILE-SCHREIBEN-para.

      ******************************************************************
       LOESCHPROTOKOLL-para.
      *----------------
      *Schreibt die Einträge des Löschprotokolls, die eine der
      *Kandidaten-IDs der Auskunft nennen ("Kandidat <ID>
      *gelöscht/anonymisiert").
           MOVE "BEREINIGUNGEN" TO WS-SECTION-TITLE
           MOVE WS-RETENTION-PROTOCOL-PATH TO WS-SECTION-SOURCE
           PERFORM ABSCHNITT-KOPF-para
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT RETENTION-PROTOCOL-FILE
           IF WS-RETENTION-PROTOCOL-STATUS NOT = "00"
              MOVE WS-RETENTION-PROTOCOL-STATUS TO WS-SOURCE-STATUS
              PERFORM DATEI-FEHLT-para
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-READ-DONE
           PERFORM UNTIL WS-READ-DONE = 1
              READ RETENTION-PROTOCOL-FILE
                 AT END
                    MOVE 1 TO WS-READ-DONE
                 NOT AT END
                    MOVE 0 TO WS-PROTOCOL-HITS
                    PERFORM VARYING WS-ID-SCAN-IDX FROM 1 BY 1
                            UNTIL WS-ID-SCAN-IDX > WS-ID-COUNT
                       MOVE SPACES TO WS-PROTOCOL-KEY
                       STRING "Kandidat " WS-ID-T (WS-ID-SCAN-IDX) " "
                          DELIMITED BY SIZE INTO WS-PROTOCOL-KEY
                       INSPECT RETENTION-PROTOCOL-RECORD
                          TALLYING WS-PROTOCOL-HITS
                          FOR ALL WS-PROTOCOL-KEY (1:16)
                    END-PERFORM
                    IF WS-PROTOCOL-HITS > 0
                       ADD 1 TO WS-LINE-COUNT
                       STRING "   "
                          FUNCTION TRIM(RETENTION-PROTOCOL-RECORD)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM ZEILE-SCHREIBEN-para
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RETENTION-PROTOCOL-FILE
           PERFORM ABSCHNITT-ENDE-para.

      ******************************************************************
       NACHWEIS-SCHREIBEN-para.
      *----------------
      *Schreibt den Nachweis der erteilten Auskunft fort. Schlägt
      *das fehl, gilt die Auskunft als nicht protokolliert und das
      *Programm endet mit RETURN-CODE 8.
           OPEN EXTEND DISCLOSURE-LOG-FILE
           IF WS-DISCLOSURE-LOG-STATUS NOT = "00"
              OPEN OUTPUT DISCLOSURE-LOG-FILE
           END-IF
           IF WS-DISCLOSURE-LOG-STATUS NOT = "00"
              DISPLAY "Hinweis: Auskunftsnachweis "
                      FUNCTION TRIM(WS-DISCLOSURE-LOG-PATH)
              DISPLAY "konnte nicht geöffnet werden (Status "
                      WS-DISCLOSURE-LOG-STATUS ")."
              DISPLAY "Die Auskunft wurde erstellt, ist aber nicht "
                      "protokolliert."
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DISCLOSURE-LOG-RECORD
           MOVE WS-TODAY TO DL-DATE
           MOVE WS-NOW TO DL-TIME
           MOVE WS-INPUT-ID TO DL-CANDIDATE-ID
           MOVE WS-USER TO DL-USER
           MOVE WS-ITEM-TOTAL TO DL-ITEM-COUNT
           MOVE WS-DISCLOSURE-PATH TO DL-REPORT-PATH
           WRITE DISCLOSURE-LOG-RECORD
           IF WS-DISCLOSURE-LOG-STATUS NOT = "00"
              DISPLAY "Hinweis: Der Eintrag im Auskunftsnachweis "
                      "konnte nicht geschrieben werden (Status "
                      WS-DISCLOSURE-LOG-STATUS ")."
              MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE DISCLOSURE-LOG-FILE.

      ******************************************************************
       ABSCHNITT-KOPF-para.
      *----------------
      *Schreibt die Überschrift eines Abschnitts mit der
      *Herkunftsdatei (WS-SECTION-TITLE, WS-SECTION-SOURCE).
           PERFORM ZEILE-SCHREIBEN-para
           MOVE WS-SECTION-TITLE TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           STRING "Quelle: " FUNCTION TRIM(WS-SECTION-SOURCE)
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para
           MOVE WS-SUB-RULE-LINE TO WS-REPORT-LINE
           PERFORM ZEILE-SCHREIBEN-para.

      ******************************************************************
       ABSCHNITT-ENDE-para.
      *----------------
      *Schließt einen Abschnitt ab und zählt seine Angaben zur
      *Gesamtzahl.
           IF WS-LINE-COUNT = 0
              MOVE "   (keine Einträge)" TO WS-REPORT-LINE
              PERFORM ZEILE-SCHREIBEN-para
           END-IF
           ADD WS-LINE-COUNT TO WS-ITEM-TOTAL.

      ******************************************************************
       DATEI-FEHLT-para.
      *----------------
      *Vermerkt eine nicht lesbare Herkunftsdatei im Abschnitt.
      *Status 35 heißt, die Datei ist nicht vorhanden; dann sind
      *dort auch keine Daten gespeichert.
           IF WS-SOURCE-STATUS = "35"
              MOVE "   (Datei nicht vorhanden, keine Einträge)"
                   TO WS-REPORT-LINE
           ELSE
              STRING "   Hinweis: Datei konnte nicht gelesen werden "
                 "(Status " WS-SOURCE-STATUS ")."
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              DISPLAY "Hinweis: " FUNCTION TRIM(WS-SECTION-SOURCE)
                      " konnte nicht gelesen werden (Status "
                      WS-SOURCE-STATUS ")."
           END-IF
           PERFORM ZEILE-SCHREIBEN-para.

      ******************************************************************
       ZEITRAUM-FORMATIEREN-para.
      *----------------
      *Bildet aus Beginn und Ende (Monat/Jahr) den Text
      *"MM/JJJJ - MM/JJJJ"; ein Ende 00/0000 steht für eine noch
      *laufende Station und wird als "heute" ausgegeben.
           MOVE SPACES TO WS-PERIOD-TEXT
           IF WS-PERIOD-END-M = "00" AND WS-PERIOD-END-Y = "0000"
              STRING WS-PERIOD-START-M "/" WS-PERIOD-START-Y
                 " - heute"
                 DELIMITED BY SIZE INTO WS-PERIOD-TEXT
           ELSE
              STRING WS-PERIOD-START-M "/" WS-PERIOD-START-Y " - "
                 WS-PERIOD-END-M "/" WS-PERIOD-END-Y
                 DELIMITED BY SIZE INTO WS-PERIOD-TEXT
           END-IF.

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
              WHEN " " MOVE "-"           TO WS-STATUS-LABEL
              WHEN OTHER MOVE "unbekannt" TO WS-STATUS-LABEL
           END-EVALUATE.

      ******************************************************************
       ZEILE-SCHREIBEN-para.
      *----------------
      *Schreibt WS-REPORT-LINE in die Auskunft und leert das
      *Aufbaufeld für die nächste Zeile.
           MOVE WS-REPORT-LINE TO DISCLOSURE-RECORD
           WRITE DISCLOSURE-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

      ******************************************************************
      ******************************************************************
