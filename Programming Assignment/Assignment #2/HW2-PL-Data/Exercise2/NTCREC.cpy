000010*---------------------------------------------------------------
000020* NTCREC - NoticeHistory record layout.  One record per dunning
000030* letter sent, keyed on StudentID + term code + notice level
000040* (1 first reminder, 2 second notice, 3 final notice), so a
000050* student/term can never be sent the same letter twice and
000060* the letters sent read back in the order they escalated.
000070* Written by DunningNotice as each letter is produced, with
000080* the date it went, the pay-by date it gave, the past-due
000090* amount it quoted and how many days past due the account
000100* was; read by AccountInquiry for the counter.
000110*---------------------------------------------------------------
000120 01  NoticeHistoryRecord.
000130     05  NTC-NOTICE-KEY.
000140         10  NTC-STUDENT-ID   PIC X(10).
000150         10  NTC-TERM-CODE    PIC X(06).
000160         10  NTC-NOTICE-LEVEL PIC 9(01).
000170             88  NTC-FIRST-REMINDER      VALUE 1.
000180             88  NTC-SECOND-NOTICE       VALUE 2.
000190             88  NTC-FINAL-NOTICE        VALUE 3.
000200     05  NTC-SENT-DATE        PIC X(08).
000210     05  NTC-PAY-BY-DATE      PIC X(08).
000220     05  NTC-PAST-DUE         PIC S9(12)V99 COMP-3.
000230     05  NTC-DAYS-PAST-DUE    PIC 9(04).
