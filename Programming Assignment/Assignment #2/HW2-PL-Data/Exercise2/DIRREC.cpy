000030* student, keyed on StudentID, loaded from the registrar's
000040* extract by the DirectoryRefresh job: the name, program and
000050* enrollment status that let a report reader - and AP, cutting
000060* checks - see who a raw 10-character ID actually is - and
000065* the mailing address the dunning letters go to.
000070* Shared by every program that prints a name beside an ID.
000080*---------------------------------------------------------------
000090 01  StudentDirectoryRecord.
000110     05  DIR-STUDENT-NAME     PIC X(25).
000120     05  DIR-PROGRAM-CODE     PIC X(10).
000130     05  DIR-ENROLL-STATUS    PIC X(02).
000140     05  DIR-MAILING-ADDRESS.
000150         10  DIR-ADDRESS-LINE-1 PIC X(30).
000160         10  DIR-ADDRESS-LINE-2 PIC X(30).
000170         10  DIR-CITY         PIC X(20).
000180         10  DIR-POSTAL-CODE  PIC X(10).
