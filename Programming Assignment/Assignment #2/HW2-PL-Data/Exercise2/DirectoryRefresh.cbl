000140*   terminal.  The directory is rebuilt whole each run: the
000150*   registrar's extract is the system of record for who a
000160*   student is, and a stale row must not outlive the extract
000170*   that dropped it.  The mailing address rides along for
000175*   the letters DunningNotice prints.
000180*---------------------------------------------------------------
000190* MODIFICATION HISTORY.
000200*   2026-08-10  DH  Original program.
000201*   2026-10-09  DH  The extract now carries the mailing
000202*                   address (two lines, city, postal code)
000204*                   after the enrollment status, loaded to
000205*                   the directory for the dunning letters; a
000207*                   row from an older extract without them
000208*                   loads with a blank address.
000210***************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. DirectoryRefresh.
000490 FILE SECTION.
000500*---------------------------------------------------------------
000510* RegistrarExtractFile - one student per line, comma
000520* delimited: StudentID, name, program code, enrollment status,
000525* then the two address lines, city and postal code.
000530*---------------------------------------------------------------
000540 FD  RegistrarExtractFile.
000550 01  RegistrarExtractRecord.
000600     05  REG-PROGRAM-CODE     PIC X(10).
000610     05  FILLER               PIC X(01).
000620     05  REG-ENROLL-STATUS    PIC X(02).
000621     05  FILLER               PIC X(01).
000622     05  REG-ADDRESS-LINE-1   PIC X(30).
000623     05  FILLER               PIC X(01).
000624     05  REG-ADDRESS-LINE-2   PIC X(30).
000625     05  FILLER               PIC X(01).
000626     05  REG-CITY             PIC X(20).
000627     05  FILLER               PIC X(01).
000628     05  REG-POSTAL-CODE      PIC X(10).
000630
000640*---------------------------------------------------------------
000650* StudentDirectory - rebuilt whole each run; layout is in the
001530         MOVE REG-STUDENT-NAME TO DIR-STUDENT-NAME
001540         MOVE REG-PROGRAM-CODE TO DIR-PROGRAM-CODE
001550         MOVE REG-ENROLL-STATUS TO DIR-ENROLL-STATUS
001552         MOVE REG-ADDRESS-LINE-1 TO DIR-ADDRESS-LINE-1
001554         MOVE REG-ADDRESS-LINE-2 TO DIR-ADDRESS-LINE-2
001556         MOVE REG-CITY TO DIR-CITY
001558         MOVE REG-POSTAL-CODE TO DIR-POSTAL-CODE
001560         WRITE StudentDirectoryRecord
001570             INVALID KEY
001580                 CONTINUE
001700     EXIT.
001710
001720 2100-READ-EXTRACT-RECORD.
001722*    A short row leaves the tail of the record as it was;
001725*    clear it first so an older extract loads a blank address.
001727     MOVE SPACES TO RegistrarExtractRecord.
001730     READ RegistrarExtractFile
001740         AT END
001750             SET WS-EOF-YES TO TRUE
