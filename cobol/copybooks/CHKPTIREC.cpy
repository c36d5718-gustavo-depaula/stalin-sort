000780*                    CKI-VECTOR-ERROR-COUNT - SEE CHKPTOREC.
000790*    08/22/2026  GG  ADDED CKI-HIGH-MARK - SEE CHKPTOREC.
000795*    08/22/2026  GG  ADDED CKI-MAX-ORIG-POS - SEE CHKPTOREC.
000796*    10/15/2026  GG  ADDED CKI-MAX-REF-KEY AND CKI-SVEC-REF-KEY -
000797*                    SEE CHKPTOREC.
000800******************************************************************
000900 01  CKI-RECORD.
001000     05  CKI-I             PIC 9(4) COMP.
001200     05  CKI-MAX           PIC S9(6).
001210     05  CKI-HIGH-MARK     PIC S9(6).
001220     05  CKI-MAX-ORIG-POS  PIC 9(4) COMP.
001230     05  CKI-MAX-REF-KEY   PIC X(16).
001250     05  CKI-TOTAL-RECS    PIC 9(8) COMP.
001260     05  CKI-VECTOR-RECS-READ PIC 9(4) COMP.
001270     05  CKI-VECTOR-COMPLETE-SWITCH PIC X(01).
001300     05  CKI-SVEC-COUNT    PIC 9(4) COMP.
001400     05  CKI-SVEC          PIC S9(6)
001500         OCCURS 500 TIMES.
001600     05  CKI-SVEC-REF-KEY  PIC X(16)
001700         OCCURS 500 TIMES.
