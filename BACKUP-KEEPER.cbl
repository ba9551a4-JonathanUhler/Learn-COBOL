      * Purpose: Nightly backup of the bank's indexed data files to a
      *          dated backup set with a manifest (record counts and
      *          net amount totals), retained generations the way
      *          LOG-ROTATE keeps log archives, a restore mode that
      *          can bring back one file or the whole set, and a
      *          point-in-time recovery that rolls the posting journal
      *          forward over a restored set's balances
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LPC-KEY.
                   SELECT LIVE-CM-FILE ASSIGN TO
                       WS-LIVE-CM-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LCM-KEY
                       ALTERNATE RECORD KEY IS LCM-ALT-KEY
                           WITH DUPLICATES.
                   SELECT LIVE-CR-FILE ASSIGN TO
                       WS-LIVE-CR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LCR-KEY.
                   SELECT LIVE-DC-FILE ASSIGN TO
                       WS-LIVE-DC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LDC-KEY
                       ALTERNATE RECORD KEY IS LDC-ALT-KEY.
                   SELECT LIVE-LE-FILE ASSIGN TO
                       WS-LIVE-LE-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LLE-KEY.
                   SELECT LIVE-EI-FILE ASSIGN TO
                       WS-LIVE-EI-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LEI-KEY.
                   SELECT LIVE-LA-FILE ASSIGN TO
                       WS-LIVE-LA-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LLA-KEY
                       ALTERNATE RECORD KEY IS LLA-ALT-KEY
                           WITH DUPLICATES.
                   SELECT LIVE-LG-FILE ASSIGN TO
                       WS-LIVE-LG-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LLG-KEY.
                   SELECT LIVE-LQ-FILE ASSIGN TO
                       WS-LIVE-LQ-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LLQ-KEY.
                   SELECT LIVE-LR-FILE ASSIGN TO
                       WS-LIVE-LR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LLR-KEY.
                   SELECT LIVE-IX-FILE ASSIGN TO
                       WS-LIVE-IX-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LIX-KEY.
                   SELECT LIVE-FS-FILE ASSIGN TO
                       WS-LIVE-FS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LFS-KEY.
                   SELECT LIVE-FR-FILE ASSIGN TO
                       WS-LIVE-FR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LFR-KEY.
                   SELECT LIVE-GA-FILE ASSIGN TO
                       WS-LIVE-GA-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LGA-KEY.
                   SELECT LIVE-GB-FILE ASSIGN TO
                       WS-LIVE-GB-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LGB-KEY.
                   SELECT LIVE-GP-FILE ASSIGN TO
                       WS-LIVE-GP-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LGP-KEY.
                   SELECT LIVE-GY-FILE ASSIGN TO
                       WS-LIVE-GY-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LGY-KEY.
                   SELECT LIVE-ID-FILE ASSIGN TO
                       WS-LIVE-ID-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LID-KEY.
                   SELECT LIVE-IY-FILE ASSIGN TO
                       WS-LIVE-IY-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LIY-KEY.
                   SELECT LIVE-SG-FILE ASSIGN TO
                       WS-LIVE-SG-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LSG-KEY.
                   SELECT LIVE-XA-FILE ASSIGN TO
                       WS-LIVE-XA-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LXA-KEY.
                   SELECT LIVE-HM-FILE ASSIGN TO
                       WS-LIVE-HM-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LHM-KEY.
                   SELECT LIVE-CL-FILE ASSIGN TO
                       WS-LIVE-CL-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LCL-KEY
                       ALTERNATE RECORD KEY IS LCL-ALT-KEY
                           WITH DUPLICATES.
                   SELECT LIVE-EL-FILE ASSIGN TO
                       WS-LIVE-EL-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LEL-KEY.
                   SELECT LIVE-LO-FILE ASSIGN TO
                       WS-LIVE-LO-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LLO-KEY.
                   SELECT LIVE-OC-FILE ASSIGN TO
                       WS-LIVE-OC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LOC-KEY.
                   SELECT LIVE-SB-FILE ASSIGN TO
                       WS-LIVE-SB-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LSB-KEY.
                   SELECT LIVE-SL-FILE ASSIGN TO
                       WS-LIVE-SL-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LSL-KEY.
                   SELECT LIVE-CC-FILE ASSIGN TO
                       WS-LIVE-CC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LCC-KEY.
                   SELECT LIVE-CD-FILE ASSIGN TO
                       WS-LIVE-CD-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LCD-KEY.
                   SELECT LIVE-FC-FILE ASSIGN TO
                       WS-LIVE-FC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LFC-KEY.
                   SELECT LIVE-BR-FILE ASSIGN TO
                       WS-LIVE-BR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LBR-KEY.
                   SELECT LIVE-CP-FILE ASSIGN TO
                       WS-LIVE-CP-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LCP-KEY.
                   SELECT LIVE-CH-FILE ASSIGN TO
                       WS-LIVE-CH-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LCH-KEY.
                   SELECT LIVE-PM-FILE ASSIGN TO
                       WS-LIVE-PM-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LPM-KEY.
                   SELECT LIVE-PE-FILE ASSIGN TO
                       WS-LIVE-PE-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LPE-KEY.
                   SELECT LIVE-RU-FILE ASSIGN TO
                       WS-LIVE-RU-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LRU-KEY.
                   SELECT LIVE-XR-FILE ASSIGN TO
                       WS-LIVE-XR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LXR-KEY.
                   SELECT LIVE-AR-FILE ASSIGN TO
                       WS-LIVE-AR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LAR-KEY.
                   SELECT LIVE-DP-FILE ASSIGN TO
                       WS-LIVE-DP-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LDP-KEY.
                   SELECT LIVE-CS-FILE ASSIGN TO
                       WS-LIVE-CS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LCS-KEY.
                   SELECT LIVE-DQ-FILE ASSIGN TO
                       WS-LIVE-DQ-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LDQ-KEY.
                   SELECT LIVE-DH-FILE ASSIGN TO
                       WS-LIVE-DH-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LDH-KEY.
                   SELECT LIVE-RK-FILE ASSIGN TO
                       WS-LIVE-RK-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LRK-KEY.
                   SELECT LIVE-DF-FILE ASSIGN TO
                       WS-LIVE-DF-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LDF-KEY.
                   SELECT LIVE-SD-FILE ASSIGN TO
                       WS-LIVE-SD-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LSD-KEY.
                   SELECT LIVE-BF-FILE ASSIGN TO
                       WS-LIVE-BF-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-LIVE-STATUS
                       RECORD KEY IS LBF-KEY.
      * Deliberately not backed up: sessionlocks.txt and intents.txt
      * are transient session state (a lock or in-flight intent from
      * a past day must never be restored onto a live system)
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BPC-KEY.
                   SELECT BACKUP-CM-FILE ASSIGN TO
                       WS-BACKUP-CM-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BCM-KEY.
                   SELECT BACKUP-CR-FILE ASSIGN TO
                       WS-BACKUP-CR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BCR-KEY.
                   SELECT BACKUP-DC-FILE ASSIGN TO
                       WS-BACKUP-DC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BDC-KEY.
                   SELECT BACKUP-LE-FILE ASSIGN TO
                       WS-BACKUP-LE-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BLE-KEY.
                   SELECT BACKUP-EI-FILE ASSIGN TO
                       WS-BACKUP-EI-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BEI-KEY.
                   SELECT BACKUP-LA-FILE ASSIGN TO
                       WS-BACKUP-LA-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BLA-KEY.
                   SELECT BACKUP-LG-FILE ASSIGN TO
                       WS-BACKUP-LG-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BLG-KEY.
                   SELECT BACKUP-LQ-FILE ASSIGN TO
                       WS-BACKUP-LQ-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BLQ-KEY.
                   SELECT BACKUP-LR-FILE ASSIGN TO
                       WS-BACKUP-LR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BLR-KEY.
                   SELECT BACKUP-IX-FILE ASSIGN TO
                       WS-BACKUP-IX-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BIX-KEY.
                   SELECT BACKUP-FS-FILE ASSIGN TO
                       WS-BACKUP-FS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BFS-KEY.
                   SELECT BACKUP-FR-FILE ASSIGN TO
                       WS-BACKUP-FR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BFR-KEY.
                   SELECT BACKUP-GA-FILE ASSIGN TO
                       WS-BACKUP-GA-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BGA-KEY.
                   SELECT BACKUP-GB-FILE ASSIGN TO
                       WS-BACKUP-GB-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BGB-KEY.
                   SELECT BACKUP-GP-FILE ASSIGN TO
                       WS-BACKUP-GP-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BGP-KEY.
                   SELECT BACKUP-GY-FILE ASSIGN TO
                       WS-BACKUP-GY-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BGY-KEY.
                   SELECT BACKUP-ID-FILE ASSIGN TO
                       WS-BACKUP-ID-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BID-KEY.
                   SELECT BACKUP-IY-FILE ASSIGN TO
                       WS-BACKUP-IY-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BIY-KEY.
                   SELECT BACKUP-SG-FILE ASSIGN TO
                       WS-BACKUP-SG-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BSG-KEY.
                   SELECT BACKUP-XA-FILE ASSIGN TO
                       WS-BACKUP-XA-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BXA-KEY.
                   SELECT BACKUP-HM-FILE ASSIGN TO
                       WS-BACKUP-HM-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BHM-KEY.
                   SELECT BACKUP-CL-FILE ASSIGN TO
                       WS-BACKUP-CL-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BCL-KEY.
                   SELECT BACKUP-EL-FILE ASSIGN TO
                       WS-BACKUP-EL-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BEL-KEY.
                   SELECT BACKUP-LO-FILE ASSIGN TO
                       WS-BACKUP-LO-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BLO-KEY.
                   SELECT BACKUP-OC-FILE ASSIGN TO
                       WS-BACKUP-OC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BOC-KEY.
                   SELECT BACKUP-SB-FILE ASSIGN TO
                       WS-BACKUP-SB-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BSB-KEY.
                   SELECT BACKUP-SL-FILE ASSIGN TO
                       WS-BACKUP-SL-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BSL-KEY.
                   SELECT BACKUP-CC-FILE ASSIGN TO
                       WS-BACKUP-CC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BCC-KEY.
                   SELECT BACKUP-CD-FILE ASSIGN TO
                       WS-BACKUP-CD-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BCD-KEY.
                   SELECT BACKUP-FC-FILE ASSIGN TO
                       WS-BACKUP-FC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BFC-KEY.
                   SELECT BACKUP-BR-FILE ASSIGN TO
                       WS-BACKUP-BR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BBR-KEY.
                   SELECT BACKUP-CP-FILE ASSIGN TO
                       WS-BACKUP-CP-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BCP-KEY.
                   SELECT BACKUP-CH-FILE ASSIGN TO
                       WS-BACKUP-CH-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BCH-KEY.
                   SELECT BACKUP-PM-FILE ASSIGN TO
                       WS-BACKUP-PM-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BPM-KEY.
                   SELECT BACKUP-PE-FILE ASSIGN TO
                       WS-BACKUP-PE-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BPE-KEY.
                   SELECT BACKUP-RU-FILE ASSIGN TO
                       WS-BACKUP-RU-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BRU-KEY.
                   SELECT BACKUP-XR-FILE ASSIGN TO
                       WS-BACKUP-XR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BXR-KEY.
                   SELECT BACKUP-AR-FILE ASSIGN TO
                       WS-BACKUP-AR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BAR-KEY.
                   SELECT BACKUP-DP-FILE ASSIGN TO
                       WS-BACKUP-DP-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BDP-KEY.
                   SELECT BACKUP-CS-FILE ASSIGN TO
                       WS-BACKUP-CS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BCS-KEY.
                   SELECT BACKUP-DQ-FILE ASSIGN TO
                       WS-BACKUP-DQ-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BDQ-KEY.
                   SELECT BACKUP-DH-FILE ASSIGN TO
                       WS-BACKUP-DH-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BDH-KEY.
                   SELECT BACKUP-RK-FILE ASSIGN TO
                       WS-BACKUP-RK-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BRK-KEY.
                   SELECT BACKUP-DF-FILE ASSIGN TO
                       WS-BACKUP-DF-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BDF-KEY.
                   SELECT BACKUP-SD-FILE ASSIGN TO
                       WS-BACKUP-SD-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BSD-KEY.
                   SELECT BACKUP-BF-FILE ASSIGN TO
                       WS-BACKUP-BF-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BACKUP-STATUS
                       RECORD KEY IS BBF-KEY.
      * Manifest for the set: one line per file with its record count
      * and net amount total, written fresh per backup run
                   SELECT MANIFEST-FILE ASSIGN TO
                       WS-MANIFEST-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-MANIFEST-STATUS.
      * Registry of backup-set dates on disk, so retention can empty
      * the generations past the configured count
                   SELECT SET-REGISTRY ASSIGN TO
                       WS-SET-REGISTRY-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REGISTRY-STATUS.
      * Generations to keep, one number on one line; the default
      * below applies with no config on disk
                   SELECT RETENTION-CONFIG ASSIGN TO
                       WS-RETENTION-CONFIG-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RETENTION-STATUS.
      * The posting journal BANK appends on every BALANCES rewrite,
      * rolled forward by point-in-time recovery; the character
      * offsets parsed below match BANK's WRITE-POSTING-JOURNAL
                   SELECT POSTING-JOURNAL ASSIGN TO
                       WS-POSTING-JOURNAL-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD LIVE-ACCOUNTS.
               01 LA-RECORD.
                   05 LA-LEAD PIC X(201).
                   05 LA-ACCOUNT-ID PIC 9(8).
                   05 LA-REST PIC X(214).
           FD LIVE-BALANCES.
               01 LB-RECORD.
                   05 LB-BALANCE-ID PIC 9(8).
                   05 LB-AMMOUNT PIC S9(10)V9(2).
                   05 LB-REST PIC X(51).
           FD LIVE-TRANSACTIONS.
               01 LT-RECORD.
                   05 LT-TRANSACTION-NUMBER PIC 9(10).
                   05 LT-DATE PIC 9(8).
                   05 LT-TRANSACTION-ID PIC 9(8).
                   05 LT-AMMOUNT PIC 9(10)V9(2).
                   05 LT-REST PIC X(37).
      * The full transaction layout, for the records point-in-time
      * recovery re-creates from the journal
               01 LT-RECOVERED-RECORD.
                   05 LT-R-NUMBER PIC 9(10).
                   05 LT-R-DATE PIC 9(8).
                   05 LT-R-ID PIC 9(8).
                   05 LT-R-AMMOUNT PIC 9(10)V9(2).
                   05 LT-R-SIGN PIC X(1).
                   05 LT-R-MEMO PIC X(20).
                   05 LT-R-CURRENCY PIC X(3).
                   05 LT-R-CHANNEL PIC X(2).
                   05 LT-R-OPERATOR PIC X(8).
                   05 LT-R-BRANCH PIC X(3).
           FD LIVE-MEMBERS.
               01 LM-RECORD.
                   05 LM-MEMBER-ID PIC 9(8).
                   05 LM-REST PIC X(515).
           FD LIVE-LOANS.
               01 LL-RECORD.
                   05 LL-ACCOUNT-ID PIC 9(8).
                   05 LL-PRINCIPAL PIC 9(10)V9(2).
                   05 LL-REST PIC X(119).
           FD LIVE-STANDING.
               01 LS-RECORD.
                   05 LS-INSTRUCTION-ID PIC 9(8).
                   05 LS-ACCOUNT-ID PIC 9(8).
                   05 LS-AMMOUNT PIC 9(10)V9(2).
                   05 LS-REST PIC X(15).
           FD BACKUP-ACCOUNTS.
               01 BA-RECORD.
                   05 BA-LEAD PIC X(201).
                   05 BA-ACCOUNT-ID PIC 9(8).
                   05 BA-REST PIC X(214).
           FD BACKUP-BALANCES.
               01 BB-RECORD.
                   05 BB-BALANCE-ID PIC 9(8).
                   05 BB-REST PIC X(63).
           FD BACKUP-TRANSACTIONS.
               01 BT-RECORD.
                   05 BT-TRANSACTION-NUMBER PIC 9(10).
                   05 BT-REST PIC X(65).
           FD BACKUP-MEMBERS.
               01 BM-RECORD.
                   05 BM-MEMBER-ID PIC 9(8).
                   05 BM-REST PIC X(515).
           FD BACKUP-LOANS.
               01 BL-RECORD.
                   05 BL-ACCOUNT-ID PIC 9(8).
                   05 BL-REST PIC X(131).
           FD BACKUP-STANDING.
               01 BS-RECORD.
                   05 BS-INSTRUCTION-ID PIC 9(8).
                   05 BS-REST PIC X(35).
           FD LIVE-TD-FILE.
               01 LTD-RECORD.
                   05 LTD-KEY PIC X(8).
                   05 LTD-REST PIC X(41).
           FD BACKUP-TD-FILE.
               01 BTD-RECORD.
                   05 BTD-KEY PIC X(8).
                   05 BTD-REST PIC X(41).
           FD LIVE-HD-FILE.
               01 LHD-RECORD.
                   05 LHD-KEY PIC X(10).
                   05 LHD-REST PIC X(27).
           FD BACKUP-HD-FILE.
               01 BHD-RECORD.
                   05 BHD-KEY PIC X(10).
                   05 BHD-REST PIC X(27).
           FD LIVE-OD-FILE.
               01 LOD-RECORD.
                   05 LOD-KEY PIC X(8).
                   05 LOD-REST PIC X(37).
           FD BACKUP-OD-FILE.
               01 BOD-RECORD.
                   05 BOD-KEY PIC X(8).
                   05 BOD-REST PIC X(37).
           FD LIVE-AC-FILE.
               01 LAC-RECORD.
                   05 LAC-KEY PIC X(8).
                   05 LAC-REST PIC X(20).
           FD BACKUP-AC-FILE.
               01 BAC-RECORD.
                   05 BAC-KEY PIC X(8).
                   05 BAC-REST PIC X(20).
           FD LIVE-CK-FILE.
               01 LCK-RECORD.
                   05 LCK-KEY PIC X(14).
                   05 LCK-REST PIC X(49).
           FD BACKUP-CK-FILE.
               01 BCK-RECORD.
                   05 BCK-KEY PIC X(14).
                   05 BCK-REST PIC X(49).
           FD LIVE-PN-FILE.
               01 LPN-RECORD.
                   05 LPN-KEY PIC X(10).
                   05 LPN-REST PIC X(50).
           FD BACKUP-PN-FILE.
               01 BPN-RECORD.
                   05 BPN-KEY PIC X(10).
                   05 BPN-REST PIC X(50).
           FD LIVE-SN-FILE.
               01 LSN-RECORD.
                   05 LSN-KEY PIC X(14).
                   05 LSN-REST PIC X(14).
           FD BACKUP-SN-FILE.
               01 BSN-RECORD.
                   05 BSN-KEY PIC X(14).
                   05 BSN-REST PIC X(14).
           FD LIVE-AV-FILE.
               01 LAV-RECORD.
                   05 LAV-KEY PIC X(16).
                   05 LAV-REST PIC X(60).
           FD BACKUP-AV-FILE.
               01 BAV-RECORD.
                   05 BAV-KEY PIC X(16).
                   05 BAV-REST PIC X(60).
           FD LIVE-RF-FILE.
               01 LRF-RECORD.
                   05 LRF-KEY PIC X(20).
           FD LIVE-ST-FILE.
               01 LST-RECORD.
                   05 LST-KEY PIC X(8).
                   05 LST-REST PIC X(222).
           FD BACKUP-ST-FILE.
               01 BST-RECORD.
                   05 BST-KEY PIC X(8).
                   05 BST-REST PIC X(222).
           FD LIVE-BP-FILE.
               01 LBP-RECORD.
                   05 LBP-KEY PIC X(20).
           FD LIVE-PR-FILE.
               01 LPR-RECORD.
                   05 LPR-KEY PIC X(1).
                   05 LPR-REST PIC X(38).
           FD BACKUP-PR-FILE.
               01 BPR-RECORD.
                   05 BPR-KEY PIC X(1).
                   05 BPR-REST PIC X(38).
           FD LIVE-CO-FILE.
               01 LCO-RECORD.
                   05 LCO-KEY PIC X(8).
           FD LIVE-SW-FILE.
               01 LSW-RECORD.
                   05 LSW-KEY PIC X(10).
                   05 LSW-REST PIC X(36).
           FD BACKUP-SW-FILE.
               01 BSW-RECORD.
                   05 BSW-KEY PIC X(10).
                   05 BSW-REST PIC X(36).
           FD LIVE-AP-FILE.
               01 LAP-RECORD.
                   05 LAP-KEY PIC X(8).
           FD LIVE-OS-FILE.
               01 LOS-RECORD.
                   05 LOS-KEY PIC X(10).
                   05 LOS-REST PIC X(59).
           FD BACKUP-OS-FILE.
               01 BOS-RECORD.
                   05 BOS-KEY PIC X(10).
                   05 BOS-REST PIC X(59).
           FD LIVE-AM-FILE.
               01 LAM-RECORD.
                   05 LAM-KEY PIC X(11).
           FD LIVE-OQ-FILE.
               01 LOQ-RECORD.
                   05 LOQ-KEY PIC X(10).
                   05 LOQ-REST PIC X(65).
           FD BACKUP-OQ-FILE.
               01 BOQ-RECORD.
                   05 BOQ-KEY PIC X(10).
                   05 BOQ-REST PIC X(65).
           FD LIVE-SQ-FILE.
               01 LSQ-RECORD.
                   05 LSQ-KEY PIC X(10).
           FD LIVE-FX-FILE.
               01 LFX-RECORD.
                   05 LFX-KEY PIC X(3).
                   05 LFX-REST PIC X(21).
           FD BACKUP-FX-FILE.
               01 BFX-RECORD.
                   05 BFX-KEY PIC X(3).
                   05 BFX-REST PIC X(21).
           FD LIVE-DR-FILE.
               01 LDR-RECORD.
                   05 LDR-KEY PIC X(14).
                   05 LDR-REST PIC X(64).
           FD BACKUP-DR-FILE.
               01 BDR-RECORD.
                   05 BDR-KEY PIC X(14).
                   05 BDR-REST PIC X(64).
           FD LIVE-VA-FILE.
               01 LVA-RECORD.
                   05 LVA-KEY PIC X(9).
                   05 LVA-REST PIC X(61).
           FD BACKUP-VA-FILE.
               01 BVA-RECORD.
                   05 BVA-KEY PIC X(9).
                   05 BVA-REST PIC X(61).
           FD LIVE-SR-FILE.
               01 LSR-RECORD.
           FD LIVE-PG-FILE.
               01 LPG-RECORD.
                   05 LPG-KEY PIC X(10).
                   05 LPG-REST PIC X(8).
           FD BACKUP-PG-FILE.
               01 BPG-RECORD.
                   05 BPG-KEY PIC X(10).
                   05 BPG-REST PIC X(8).
           FD LIVE-RQ-FILE.
               01 LRQ-RECORD.
                   05 LRQ-KEY PIC X(10).
                   05 LRQ-REST PIC X(66).
           FD BACKUP-RQ-FILE.
               01 BRQ-RECORD.
                   05 BRQ-KEY PIC X(10).
                   05 BRQ-REST PIC X(66).
           FD LIVE-ET-FILE.
               01 LET-RECORD.
                   05 LET-KEY PIC X(16).
           FD LIVE-PC-FILE.
               01 LPC-RECORD.
                   05 LPC-KEY PIC X(10).
                   05 LPC-REST PIC X(110).
           FD BACKUP-PC-FILE.
               01 BPC-RECORD.
                   05 BPC-KEY PIC X(10).
                   05 BPC-REST PIC X(110).
           FD LIVE-CM-FILE.
               01 LCM-RECORD.
                   05 LCM-KEY PIC X(16).
                   05 LCM-ALT-KEY PIC X(8).
                   05 LCM-REST PIC X(133).
           FD BACKUP-CM-FILE.
               01 BCM-RECORD.
                   05 BCM-KEY PIC X(16).
                   05 BCM-REST PIC X(141).
           FD LIVE-CR-FILE.
               01 LCR-RECORD.
                   05 LCR-KEY PIC X(22).
                   05 LCR-REST PIC X(81).
           FD BACKUP-CR-FILE.
               01 BCR-RECORD.
                   05 BCR-KEY PIC X(22).
                   05 BCR-REST PIC X(81).
           FD LIVE-DC-FILE.
               01 LDC-RECORD.
                   05 LDC-KEY PIC X(10).
                   05 LDC-ALT-KEY PIC X(10).
                   05 LDC-REST PIC X(61).
           FD BACKUP-DC-FILE.
               01 BDC-RECORD.
                   05 BDC-KEY PIC X(10).
                   05 BDC-REST PIC X(71).
           FD LIVE-LE-FILE.
               01 LLE-RECORD.
                   05 LLE-KEY PIC X(8).
                   05 LLE-REST PIC X(41).
           FD BACKUP-LE-FILE.
               01 BLE-RECORD.
                   05 BLE-KEY PIC X(8).
                   05 BLE-REST PIC X(41).
           FD LIVE-EI-FILE.
               01 LEI-RECORD.
                   05 LEI-KEY PIC X(10).
                   05 LEI-REST PIC X(38).
           FD BACKUP-EI-FILE.
               01 BEI-RECORD.
                   05 BEI-KEY PIC X(10).
                   05 BEI-REST PIC X(38).
           FD LIVE-LA-FILE.
               01 LLA-RECORD.
                   05 LLA-KEY PIC X(10).
                   05 LLA-ALT-KEY PIC X(8).
                   05 LLA-REST PIC X(251).
           FD BACKUP-LA-FILE.
               01 BLA-RECORD.
                   05 BLA-KEY PIC X(10).
                   05 BLA-REST PIC X(259).
           FD LIVE-LG-FILE.
               01 LLG-RECORD.
                   05 LLG-KEY PIC X(14).
                   05 LLG-REST PIC X(78).
           FD BACKUP-LG-FILE.
               01 BLG-RECORD.
                   05 BLG-KEY PIC X(14).
                   05 BLG-REST PIC X(78).
           FD LIVE-LQ-FILE.
               01 LLQ-RECORD.
                   05 LLQ-KEY PIC X(14).
                   05 LLQ-REST PIC X(51).
           FD BACKUP-LQ-FILE.
               01 BLQ-RECORD.
                   05 BLQ-KEY PIC X(14).
                   05 BLQ-REST PIC X(51).
           FD LIVE-LR-FILE.
               01 LLR-RECORD.
                   05 LLR-KEY PIC X(6).
                   05 LLR-REST PIC X(256).
           FD BACKUP-LR-FILE.
               01 BLR-RECORD.
                   05 BLR-KEY PIC X(6).
                   05 BLR-REST PIC X(256).
           FD LIVE-IX-FILE.
               01 LIX-RECORD.
                   05 LIX-KEY PIC X(12).
                   05 LIX-REST PIC X(7).
           FD BACKUP-IX-FILE.
               01 BIX-RECORD.
                   05 BIX-KEY PIC X(12).
                   05 BIX-REST PIC X(7).
           FD LIVE-FS-FILE.
               01 LFS-RECORD.
                   05 LFS-KEY PIC X(5).
                   05 LFS-REST PIC X(27).
           FD BACKUP-FS-FILE.
               01 BFS-RECORD.
                   05 BFS-KEY PIC X(5).
                   05 BFS-REST PIC X(27).
           FD LIVE-FR-FILE.
               01 LFR-RECORD.
                   05 LFR-KEY PIC X(10).
                   05 LFR-REST PIC X(82).
           FD BACKUP-FR-FILE.
               01 BFR-RECORD.
                   05 BFR-KEY PIC X(10).
                   05 BFR-REST PIC X(82).
           FD LIVE-GA-FILE.
               01 LGA-RECORD.
                   05 LGA-KEY PIC X(6).
                   05 LGA-REST PIC X(33).
           FD BACKUP-GA-FILE.
               01 BGA-RECORD.
                   05 BGA-KEY PIC X(6).
                   05 BGA-REST PIC X(33).
           FD LIVE-GB-FILE.
               01 LGB-RECORD.
                   05 LGB-KEY PIC X(12).
                   05 LGB-REST PIC X(40).
           FD BACKUP-GB-FILE.
               01 BGB-RECORD.
                   05 BGB-KEY PIC X(12).
                   05 BGB-REST PIC X(40).
           FD LIVE-GP-FILE.
               01 LGP-RECORD.
                   05 LGP-KEY PIC X(16).
                   05 LGP-REST PIC X(22).
           FD BACKUP-GP-FILE.
               01 BGP-RECORD.
                   05 BGP-KEY PIC X(16).
                   05 BGP-REST PIC X(22).
           FD LIVE-GY-FILE.
               01 LGY-RECORD.
                   05 LGY-KEY PIC X(4).
                   05 LGY-REST PIC X(33).
           FD BACKUP-GY-FILE.
               01 BGY-RECORD.
                   05 BGY-KEY PIC X(4).
                   05 BGY-REST PIC X(33).
           FD LIVE-ID-FILE.
               01 LID-RECORD.
                   05 LID-KEY PIC X(8).
                   05 LID-REST PIC X(71).
           FD BACKUP-ID-FILE.
               01 BID-RECORD.
                   05 BID-KEY PIC X(8).
                   05 BID-REST PIC X(71).
           FD LIVE-IY-FILE.
               01 LIY-RECORD.
                   05 LIY-KEY PIC X(12).
                   05 LIY-REST PIC X(48).
           FD BACKUP-IY-FILE.
               01 BIY-RECORD.
                   05 BIY-KEY PIC X(12).
                   05 BIY-REST PIC X(48).
           FD LIVE-SG-FILE.
               01 LSG-RECORD.
                   05 LSG-KEY PIC X(16).
                   05 LSG-REST PIC X(233).
           FD BACKUP-SG-FILE.
               01 BSG-RECORD.
                   05 BSG-KEY PIC X(16).
                   05 BSG-REST PIC X(233).
           FD LIVE-XA-FILE.
               01 LXA-RECORD.
                   05 LXA-KEY PIC X(10).
                   05 LXA-REST PIC X(70).
           FD BACKUP-XA-FILE.
               01 BXA-RECORD.
                   05 BXA-KEY PIC X(10).
                   05 BXA-REST PIC X(70).
           FD LIVE-HM-FILE.
               01 LHM-RECORD.
                   05 LHM-KEY PIC X(24).
                   05 LHM-REST PIC X(154).
           FD BACKUP-HM-FILE.
               01 BHM-RECORD.
                   05 BHM-KEY PIC X(24).
                   05 BHM-REST PIC X(154).
           FD LIVE-CL-FILE.
               01 LCL-RECORD.
                   05 LCL-KEY PIC X(10).
                   05 LCL-ALT-KEY PIC X(8).
                   05 LCL-REST PIC X(32).
           FD BACKUP-CL-FILE.
               01 BCL-RECORD.
                   05 BCL-KEY PIC X(10).
                   05 BCL-REST PIC X(40).
           FD LIVE-EL-FILE.
               01 LEL-RECORD.
                   05 LEL-KEY PIC X(16).
                   05 LEL-REST PIC X(78).
           FD BACKUP-EL-FILE.
               01 BEL-RECORD.
                   05 BEL-KEY PIC X(16).
                   05 BEL-REST PIC X(78).
           FD LIVE-LO-FILE.
               01 LLO-RECORD.
                   05 LLO-KEY PIC X(10).
                   05 LLO-REST PIC X(431).
           FD BACKUP-LO-FILE.
               01 BLO-RECORD.
                   05 BLO-KEY PIC X(10).
                   05 BLO-REST PIC X(431).
           FD LIVE-OC-FILE.
               01 LOC-RECORD.
                   05 LOC-KEY PIC X(6).
                   05 LOC-REST PIC X(117).
           FD BACKUP-OC-FILE.
               01 BOC-RECORD.
                   05 BOC-KEY PIC X(6).
                   05 BOC-REST PIC X(117).
           FD LIVE-SB-FILE.
               01 LSB-RECORD.
                   05 LSB-KEY PIC X(16).
                   05 LSB-REST PIC X(28).
           FD BACKUP-SB-FILE.
               01 BSB-RECORD.
                   05 BSB-KEY PIC X(16).
                   05 BSB-REST PIC X(28).
           FD LIVE-SL-FILE.
               01 LSL-RECORD.
                   05 LSL-KEY PIC X(12).
                   05 LSL-REST PIC X(60).
           FD BACKUP-SL-FILE.
               01 BSL-RECORD.
                   05 BSL-KEY PIC X(12).
                   05 BSL-REST PIC X(60).
           FD LIVE-CC-FILE.
               01 LCC-RECORD.
                   05 LCC-KEY PIC X(15).
                   05 LCC-REST PIC X(284).
           FD BACKUP-CC-FILE.
               01 BCC-RECORD.
                   05 BCC-KEY PIC X(15).
                   05 BCC-REST PIC X(284).
           FD LIVE-CD-FILE.
               01 LCD-RECORD.
                   05 LCD-KEY PIC X(24).
                   05 LCD-REST PIC X(12).
           FD BACKUP-CD-FILE.
               01 BCD-RECORD.
                   05 BCD-KEY PIC X(24).
                   05 BCD-REST PIC X(12).
           FD LIVE-FC-FILE.
               01 LFC-RECORD.
                   05 LFC-KEY PIC X(17).
                   05 LFC-REST PIC X(39).
           FD BACKUP-FC-FILE.
               01 BFC-RECORD.
                   05 BFC-KEY PIC X(17).
                   05 BFC-REST PIC X(39).
           FD LIVE-BR-FILE.
               01 LBR-RECORD.
                   05 LBR-KEY PIC X(3).
                   05 LBR-REST PIC X(31).
           FD BACKUP-BR-FILE.
               01 BBR-RECORD.
                   05 BBR-KEY PIC X(3).
                   05 BBR-REST PIC X(31).
           FD LIVE-CP-FILE.
               01 LCP-RECORD.
                   05 LCP-KEY PIC X(10).
                   05 LCP-REST PIC X(166).
           FD BACKUP-CP-FILE.
               01 BCP-RECORD.
                   05 BCP-KEY PIC X(10).
                   05 BCP-REST PIC X(166).
           FD LIVE-CH-FILE.
               01 LCH-RECORD.
                   05 LCH-KEY PIC X(26).
                   05 LCH-REST PIC X(117).
           FD BACKUP-CH-FILE.
               01 BCH-RECORD.
                   05 BCH-KEY PIC X(26).
                   05 BCH-REST PIC X(117).
           FD LIVE-PM-FILE.
               01 LPM-RECORD.
                   05 LPM-KEY PIC X(8).
                   05 LPM-REST PIC X(93).
           FD BACKUP-PM-FILE.
               01 BPM-RECORD.
                   05 BPM-KEY PIC X(8).
                   05 BPM-REST PIC X(93).
           FD LIVE-PE-FILE.
               01 LPE-RECORD.
                   05 LPE-KEY PIC X(8).
                   05 LPE-REST PIC X(87).
           FD BACKUP-PE-FILE.
               01 BPE-RECORD.
                   05 BPE-KEY PIC X(8).
                   05 BPE-REST PIC X(87).
           FD LIVE-RU-FILE.
               01 LRU-RECORD.
                   05 LRU-KEY PIC X(8).
                   05 LRU-REST PIC X(52).
           FD BACKUP-RU-FILE.
               01 BRU-RECORD.
                   05 BRU-KEY PIC X(8).
                   05 BRU-REST PIC X(52).
           FD LIVE-XR-FILE.
               01 LXR-RECORD.
                   05 LXR-KEY PIC X(8).
                   05 LXR-REST PIC X(55).
           FD BACKUP-XR-FILE.
               01 BXR-RECORD.
                   05 BXR-KEY PIC X(8).
                   05 BXR-REST PIC X(55).
           FD LIVE-AR-FILE.
               01 LAR-RECORD.
                   05 LAR-KEY PIC X(16).
                   05 LAR-REST PIC X(68).
           FD BACKUP-AR-FILE.
               01 BAR-RECORD.
                   05 BAR-KEY PIC X(16).
                   05 BAR-REST PIC X(68).
           FD LIVE-DP-FILE.
               01 LDP-RECORD.
                   05 LDP-KEY PIC X(16).
                   05 LDP-REST PIC X(40).
           FD BACKUP-DP-FILE.
               01 BDP-RECORD.
                   05 BDP-KEY PIC X(16).
                   05 BDP-REST PIC X(40).
           FD LIVE-CS-FILE.
               01 LCS-RECORD.
                   05 LCS-KEY PIC X(15).
                   05 LCS-REST PIC X(78).
           FD BACKUP-CS-FILE.
               01 BCS-RECORD.
                   05 BCS-KEY PIC X(15).
                   05 BCS-REST PIC X(78).
           FD LIVE-DQ-FILE.
               01 LDQ-RECORD.
                   05 LDQ-KEY PIC X(8).
                   05 LDQ-REST PIC X(53).
           FD BACKUP-DQ-FILE.
               01 BDQ-RECORD.
                   05 BDQ-KEY PIC X(8).
                   05 BDQ-REST PIC X(53).
           FD LIVE-DH-FILE.
               01 LDH-RECORD.
                   05 LDH-KEY PIC X(14).
                   05 LDH-REST PIC X(7).
           FD BACKUP-DH-FILE.
               01 BDH-RECORD.
                   05 BDH-KEY PIC X(14).
                   05 BDH-REST PIC X(7).
           FD LIVE-RK-FILE.
               01 LRK-RECORD.
                   05 LRK-KEY PIC X(6).
                   05 LRK-REST PIC X(15).
           FD BACKUP-RK-FILE.
               01 BRK-RECORD.
                   05 BRK-KEY PIC X(6).
                   05 BRK-REST PIC X(15).
           FD LIVE-DF-FILE.
               01 LDF-RECORD.
                   05 LDF-KEY PIC X(18).
                   05 LDF-REST PIC X(21).
           FD BACKUP-DF-FILE.
               01 BDF-RECORD.
                   05 BDF-KEY PIC X(18).
                   05 BDF-REST PIC X(21).
           FD LIVE-SD-FILE.
               01 LSD-RECORD.
                   05 LSD-KEY PIC X(5).
                   05 LSD-REST PIC X(43).
           FD BACKUP-SD-FILE.
               01 BSD-RECORD.
                   05 BSD-KEY PIC X(5).
                   05 BSD-REST PIC X(43).
           FD LIVE-BF-FILE.
               01 LBF-RECORD.
                   05 LBF-KEY PIC X(8).
                   05 LBF-REST PIC X(20).
           FD BACKUP-BF-FILE.
               01 BBF-RECORD.
                   05 BBF-KEY PIC X(8).
                   05 BBF-REST PIC X(20).
           FD MANIFEST-FILE.
               01 MANIFEST-LINE PIC X(100).
           FD SET-REGISTRY.
                   05 REG-SET-DATE PIC 9(8).
           FD RETENTION-CONFIG.
               01 RETENTION-CONFIG-LINE PIC X(10).
           FD POSTING-JOURNAL.
               01 POSTING-JOURNAL-LINE PIC X(160).
       WORKING-STORAGE SECTION.
      * Resolved at startup by the shared FILE-PATHS subprogram from
      * the shop's data-directory configuration file
           01 WS-BACKUP-ET-PATH PIC X(1000).
           01 WS-LIVE-PC-PATH PIC X(1000).
           01 WS-BACKUP-PC-PATH PIC X(1000).
           01 WS-LIVE-CM-PATH PIC X(1000).
           01 WS-BACKUP-CM-PATH PIC X(1000).
           01 WS-LIVE-CR-PATH PIC X(1000).
           01 WS-BACKUP-CR-PATH PIC X(1000).
           01 WS-LIVE-DC-PATH PIC X(1000).
           01 WS-BACKUP-DC-PATH PIC X(1000).
           01 WS-LIVE-LE-PATH PIC X(1000).
           01 WS-BACKUP-LE-PATH PIC X(1000).
           01 WS-LIVE-EI-PATH PIC X(1000).
           01 WS-BACKUP-EI-PATH PIC X(1000).
           01 WS-LIVE-LA-PATH PIC X(1000).
           01 WS-BACKUP-LA-PATH PIC X(1000).
           01 WS-LIVE-LG-PATH PIC X(1000).
           01 WS-BACKUP-LG-PATH PIC X(1000).
           01 WS-LIVE-LQ-PATH PIC X(1000).
           01 WS-BACKUP-LQ-PATH PIC X(1000).
           01 WS-LIVE-LR-PATH PIC X(1000).
           01 WS-BACKUP-LR-PATH PIC X(1000).
           01 WS-LIVE-IX-PATH PIC X(1000).
           01 WS-BACKUP-IX-PATH PIC X(1000).
           01 WS-LIVE-FS-PATH PIC X(1000).
           01 WS-BACKUP-FS-PATH PIC X(1000).
           01 WS-LIVE-FR-PATH PIC X(1000).
           01 WS-BACKUP-FR-PATH PIC X(1000).
           01 WS-LIVE-GA-PATH PIC X(1000).
           01 WS-BACKUP-GA-PATH PIC X(1000).
           01 WS-LIVE-GB-PATH PIC X(1000).
           01 WS-BACKUP-GB-PATH PIC X(1000).
           01 WS-LIVE-GP-PATH PIC X(1000).
           01 WS-BACKUP-GP-PATH PIC X(1000).
           01 WS-LIVE-GY-PATH PIC X(1000).
           01 WS-BACKUP-GY-PATH PIC X(1000).
           01 WS-LIVE-ID-PATH PIC X(1000).
           01 WS-BACKUP-ID-PATH PIC X(1000).
           01 WS-LIVE-IY-PATH PIC X(1000).
           01 WS-BACKUP-IY-PATH PIC X(1000).
           01 WS-LIVE-SG-PATH PIC X(1000).
           01 WS-BACKUP-SG-PATH PIC X(1000).
           01 WS-LIVE-XA-PATH PIC X(1000).
           01 WS-BACKUP-XA-PATH PIC X(1000).
           01 WS-LIVE-HM-PATH PIC X(1000).
           01 WS-BACKUP-HM-PATH PIC X(1000).
           01 WS-LIVE-CL-PATH PIC X(1000).
           01 WS-BACKUP-CL-PATH PIC X(1000).
           01 WS-LIVE-EL-PATH PIC X(1000).
           01 WS-BACKUP-EL-PATH PIC X(1000).
           01 WS-LIVE-LO-PATH PIC X(1000).
           01 WS-BACKUP-LO-PATH PIC X(1000).
           01 WS-LIVE-OC-PATH PIC X(1000).
           01 WS-BACKUP-OC-PATH PIC X(1000).
           01 WS-LIVE-SB-PATH PIC X(1000).
           01 WS-BACKUP-SB-PATH PIC X(1000).
           01 WS-LIVE-SL-PATH PIC X(1000).
           01 WS-BACKUP-SL-PATH PIC X(1000).
           01 WS-LIVE-CC-PATH PIC X(1000).
           01 WS-BACKUP-CC-PATH PIC X(1000).
           01 WS-LIVE-CD-PATH PIC X(1000).
           01 WS-BACKUP-CD-PATH PIC X(1000).
           01 WS-LIVE-FC-PATH PIC X(1000).
           01 WS-BACKUP-FC-PATH PIC X(1000).
           01 WS-LIVE-BR-PATH PIC X(1000).
           01 WS-BACKUP-BR-PATH PIC X(1000).
           01 WS-LIVE-CP-PATH PIC X(1000).
           01 WS-BACKUP-CP-PATH PIC X(1000).
           01 WS-LIVE-CH-PATH PIC X(1000).
           01 WS-BACKUP-CH-PATH PIC X(1000).
           01 WS-LIVE-PM-PATH PIC X(1000).
           01 WS-BACKUP-PM-PATH PIC X(1000).
           01 WS-LIVE-PE-PATH PIC X(1000).
           01 WS-BACKUP-PE-PATH PIC X(1000).
           01 WS-LIVE-RU-PATH PIC X(1000).
           01 WS-BACKUP-RU-PATH PIC X(1000).
           01 WS-LIVE-XR-PATH PIC X(1000).
           01 WS-BACKUP-XR-PATH PIC X(1000).
           01 WS-LIVE-AR-PATH PIC X(1000).
           01 WS-BACKUP-AR-PATH PIC X(1000).
           01 WS-LIVE-DP-PATH PIC X(1000).
           01 WS-BACKUP-DP-PATH PIC X(1000).
           01 WS-LIVE-CS-PATH PIC X(1000).
           01 WS-BACKUP-CS-PATH PIC X(1000).
           01 WS-LIVE-DQ-PATH PIC X(1000).
           01 WS-BACKUP-DQ-PATH PIC X(1000).
           01 WS-LIVE-DH-PATH PIC X(1000).
           01 WS-BACKUP-DH-PATH PIC X(1000).
           01 WS-LIVE-RK-PATH PIC X(1000).
           01 WS-BACKUP-RK-PATH PIC X(1000).
           01 WS-LIVE-DF-PATH PIC X(1000).
           01 WS-BACKUP-DF-PATH PIC X(1000).
           01 WS-LIVE-SD-PATH PIC X(1000).
           01 WS-BACKUP-SD-PATH PIC X(1000).
           01 WS-LIVE-BF-PATH PIC X(1000).
           01 WS-BACKUP-BF-PATH PIC X(1000).
           01 WS-MANIFEST-PATH PIC X(1000).
           01 WS-SET-REGISTRY-PATH PIC X(1000).
           01 WS-RETENTION-CONFIG-PATH PIC X(1000).
           01 WS-BACKUP-STATUS PIC X(2).
           01 WS-REGISTRY-STATUS PIC X(2).
           01 WS-RETENTION-STATUS PIC X(2).
           01 WS-MANIFEST-STATUS PIC X(2).
           01 WS-JOURNAL-STATUS PIC X(2).
           01 WS-POSTING-JOURNAL-PATH PIC X(1000).
           01 WS-MODE PIC A(1).
           01 WS-EOF PIC A(1).
           01 WS-SET-DATE PIC 9(8).
                   10 WS-REG-WHEN PIC 9(8).
           01 WS-REG-IDX PIC 9(3).
           01 WS-REG-LIVE PIC 9(3).
      * Point-in-time recovery: the set's manifest stamp and balance
      * totals, the journal cutoff, the journal line being applied
      * and the roll-forward tallies. Stamps are date and time digits
      * side by side, so they compare in time order as text
           01 WS-PR-STAMP.
               05 WS-PR-STAMP-DATE PIC X(8).
               05 WS-PR-STAMP-TIME PIC X(8).
           01 WS-PR-CUTOFF.
               05 WS-PR-CUTOFF-DATE PIC X(8).
               05 WS-PR-CUTOFF-CLOCK PIC X(6).
               05 WS-PR-CUTOFF-HUNDREDTHS PIC X(2) VALUE "99".
           01 WS-PR-LINE-STAMP.
               05 WS-PR-LINE-DATE PIC X(8).
               05 WS-PR-LINE-TIME PIC X(8).
           01 WS-PR-HAVE-STAMP PIC A(1).
           01 WS-PR-HAVE-BALANCES PIC A(1).
           01 WS-PR-MANIFEST-RECORDS PIC 9(8).
           01 WS-PR-MANIFEST-NET-TEXT PIC X(16).
           01 WS-PR-MANIFEST-NET REDEFINES WS-PR-MANIFEST-NET-TEXT
               PIC S9(14)V9(2).
           01 WS-PR-LINE-ACCOUNT PIC 9(8).
           01 WS-PR-LINE-TX PIC 9(10).
           01 WS-PR-LINE-BEFORE PIC S9(10)V9(2).
           01 WS-PR-LINE-AFTER PIC S9(10)V9(2).
           01 WS-PR-LINE-SOURCE PIC X(16).
           01 WS-PR-JOURNAL-OPEN PIC A(1).
           01 WS-PR-STOPPED PIC A(1).
           01 WS-PR-APPLIED PIC 9(8).
           01 WS-PR-SKIPPED PIC 9(8).
           01 WS-PR-RECREATED PIC 9(8).
           01 WS-PR-MOVEMENT PIC S9(14)V9(2).
           01 WS-PR-EXPECTED PIC S9(14)V9(2).
           01 WS-PR-RESTORED-TOTAL PIC S9(14)V9(2).
           01 WS-PR-RESTORED-COUNT PIC 9(8).
           01 WS-PR-DIFFERENCE PIC S9(14)V9(2).
           01 WS-CURRENT-DATE-DATA.
               05 WS-CURRENT-DATE.
                   10 WS-CURRENT-YEAR PIC 9(4).
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-ET-PATH
           MOVE "pendingchanges.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-PC-PATH
           MOVE "cards.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-CM-PATH
           MOVE "cardauthreg.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-CR-PATH
           MOVE "disputes.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-DC-PATH
           MOVE "loanescrow.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-LE-PATH
           MOVE "escrowitems.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-EI-PATH
           MOVE "loanapps.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-LA-PATH
           MOVE "loanbilling.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-LG-PATH
           MOVE "loandelinq.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-LQ-PATH
           MOVE "loanreserve.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-LR-PATH
           MOVE "indexrates.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-IX-PATH
           MOVE "feeschedule.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-FS-PATH
           MOVE "feerefunds.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-FR-PATH
           MOVE "glaccounts.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-GA-PATH
           MOVE "glbalances.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-GB-PATH
           MOVE "glposted.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-GP-PATH
           MOVE "glyears.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-GY-PATH
           MOVE "iradetails.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-ID-PATH
           MOVE "irayears.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-IY-PATH
           MOVE "signers.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-SG-PATH
           MOVE "externalaccts.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-XA-PATH
           MOVE "heldmail.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-HM-PATH
           MOVE "chargeoff.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-CL-PATH
           MOVE "estate.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-EL-PATH
           MOVE "legalorders.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-LO-PATH
           MOVE "officialchecks.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-OC-PATH
           MOVE "settlebatches.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-SB-PATH
           MOVE "settlelines.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-SL-PATH
           MOVE "cashcounts.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-CC-PATH
           MOVE "cashdays.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-CD-PATH
           MOVE "fxdrawer.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-FC-PATH
           MOVE "branches.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-BR-PATH
           MOVE "complaints.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-CP-PATH
           MOVE "complainthist.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-CH-PATH
           MOVE "promocampaigns.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-PM-PATH
           MOVE "promoenroll.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-PE-PATH
           MOVE "roundup.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-RU-PATH
           MOVE "xsellrules.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-XR-PATH
           MOVE "recert.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-AR-PATH
           MOVE "dutypairs.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-DP-PATH
           MOVE "confirms.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-CS-PATH
           MOVE "scrubrules.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-DQ-PATH
           MOVE "scrubhist.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-DH-PATH
           MOVE "riskfactors.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-RK-PATH
           MOVE "debitfilters.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-DF-PATH
           MOVE "sdboxes.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-SD-PATH
           MOVE "bureaufinal.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LIVE-BF-PATH
           MOVE "backupsets.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-SET-REGISTRY-PATH
           MOVE "backupretain.cfg" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-RETENTION-CONFIG-PATH
           MOVE "postjournal.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-POSTING-JOURNAL-PATH
           DISPLAY "(b)ack up the data files, (r)estore a set, or (p)oin
      -        "t-in-time recover balances from a set and the journal?"
           ACCEPT WS-MODE
           IF WS-MODE IS EQUAL TO "r"
               PERFORM RUN-RESTORE
           ELSE IF WS-MODE IS EQUAL TO "p"
               PERFORM RUN-POINT-IN-TIME-RECOVERY
           ELSE
               PERFORM RUN-BACKUP
           END-IF
           END-IF
      * GOBACK, not STOP RUN: the nightly chain runs this as a CALLed
      * step and must get control back to checkpoint and continue
           GOBACK.
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-PC-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "cards.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-CM-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "cardauthreg.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-CR-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "disputes.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-DC-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "loanescrow.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-LE-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "escrowitems.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-EI-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "loanapps.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-LA-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "loanbilling.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-LG-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "loandelinq.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-LQ-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "loanreserve.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-LR-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "indexrates.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-IX-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "feeschedule.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-FS-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "feerefunds.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-FR-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "glaccounts.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-GA-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "glbalances.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-GB-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "glposted.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-GP-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "glyears.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-GY-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "iradetails.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-ID-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "irayears.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-IY-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "signers.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-SG-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "externalaccts.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-XA-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "heldmail.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-HM-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "chargeoff.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-CL-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "estate.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-EL-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "legalorders.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-LO-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "officialchecks.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-OC-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "settlebatches.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-SB-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "settlelines.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-SL-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "cashcounts.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-CC-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "cashdays.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-CD-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "fxdrawer.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-FC-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "branches.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-BR-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "complaints.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-CP-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "complainthist.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-CH-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "promocampaigns.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-PM-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "promoenroll.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-PE-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "roundup.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-RU-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "xsellrules.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-XR-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "recert.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-AR-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "dutypairs.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-DP-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "confirms.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-CS-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "scrubrules.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-DQ-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "scrubhist.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-DH-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "riskfactors.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-RK-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "debitfilters.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-DF-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "sdboxes.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-SD-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "bureaufinal.bak." WS-SET-DATE
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE WS-STAMP-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BACKUP-BF-PATH
           MOVE SPACES TO WS-STAMP-NAME
           STRING "backupset." WS-SET-DATE ".manifest"
               DELIMITED BY SIZE INTO WS-STAMP-NAME
           END-STRING
           MOVE "y" TO WS-SET-OK
           DISPLAY "Backing up data files to set "WS-SET-DATE
           OPEN OUTPUT MANIFEST-FILE
           PERFORM WRITE-MANIFEST-STAMP
           PERFORM BACKUP-ACCOUNTS-FILE
           PERFORM BACKUP-BALANCES-FILE
           PERFORM BACKUP-TRANSACTIONS-FILE
           PERFORM BACKUP-RQ-GENERIC
           PERFORM BACKUP-ET-GENERIC
           PERFORM BACKUP-PC-GENERIC
           PERFORM BACKUP-CM-GENERIC
           PERFORM BACKUP-CR-GENERIC
           PERFORM BACKUP-DC-GENERIC
           PERFORM BACKUP-LE-GENERIC
           PERFORM BACKUP-EI-GENERIC
           PERFORM BACKUP-LA-GENERIC
           PERFORM BACKUP-LG-GENERIC
           PERFORM BACKUP-LQ-GENERIC
           PERFORM BACKUP-LR-GENERIC
           PERFORM BACKUP-IX-GENERIC
           PERFORM BACKUP-FS-GENERIC
           PERFORM BACKUP-FR-GENERIC
           PERFORM BACKUP-GA-GENERIC
           PERFORM BACKUP-GB-GENERIC
           PERFORM BACKUP-GP-GENERIC
           PERFORM BACKUP-GY-GENERIC
           PERFORM BACKUP-ID-GENERIC
           PERFORM BACKUP-IY-GENERIC
           PERFORM BACKUP-SG-GENERIC
           PERFORM BACKUP-XA-GENERIC
           PERFORM BACKUP-HM-GENERIC
           PERFORM BACKUP-CL-GENERIC
           PERFORM BACKUP-EL-GENERIC
           PERFORM BACKUP-LO-GENERIC
           PERFORM BACKUP-OC-GENERIC
           PERFORM BACKUP-SB-GENERIC
           PERFORM BACKUP-SL-GENERIC
           PERFORM BACKUP-CC-GENERIC
           PERFORM BACKUP-CD-GENERIC
           PERFORM BACKUP-FC-GENERIC
           PERFORM BACKUP-BR-GENERIC
           PERFORM BACKUP-CP-GENERIC
           PERFORM BACKUP-CH-GENERIC
           PERFORM BACKUP-PM-GENERIC
           PERFORM BACKUP-PE-GENERIC
           PERFORM BACKUP-RU-GENERIC
           PERFORM BACKUP-XR-GENERIC
           PERFORM BACKUP-AR-GENERIC
           PERFORM BACKUP-DP-GENERIC
           PERFORM BACKUP-CS-GENERIC
           PERFORM BACKUP-DQ-GENERIC
           PERFORM BACKUP-DH-GENERIC
           PERFORM BACKUP-RK-GENERIC
           PERFORM BACKUP-DF-GENERIC
           PERFORM BACKUP-SD-GENERIC
           PERFORM BACKUP-BF-GENERIC
           CLOSE MANIFEST-FILE
           IF WS-SET-OK IS EQUAL TO "y"
               DISPLAY "Backup set "WS-SET-DATE" verified complete"
               DISPLAY "BACKUP INCOMPLETE: at least one file failed it
      -            "s verification; the set was not registered"
           END-IF.
      * The set's first manifest line: when the copy began, the
      * point from which recovery rolls the posting journal forward
       WRITE-MANIFEST-STAMP.
           MOVE SPACES TO MANIFEST-LINE
           STRING "taken=" WS-CURRENT-DATE
               " time=" WS-CURRENT-TIME
               DELIMITED BY SIZE INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE.
      * One manifest line for the file just copied, plus the
      * count-verification pass outcome
       WRITE-MANIFEST-LINE.
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-BALANCES NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-BALANCES
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       BACKUP-TRANSACTIONS-FILE.
           MOVE "transactions.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-TRANSACTIONS
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-TRANSACTIONS
           ELSE
               OPEN OUTPUT BACKUP-TRANSACTIONS
               MOVE LOW-VALUES TO LT-TRANSACTION-NUMBER
               START LIVE-TRANSACTIONS KEY IS GREATER THAN
                   LT-TRANSACTION-NUMBER
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-TRANSACTIONS NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LT-RECORD TO BT-RECORD
                           WRITE BT-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                           ADD LT-AMMOUNT TO WS-COPY-TOTAL
                   END-READ
               END-PERFORM
               CLOSE BACKUP-TRANSACTIONS
               CLOSE LIVE-TRANSACTIONS
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-TRANSACTIONS
               MOVE LOW-VALUES TO BT-TRANSACTION-NUMBER
               START BACKUP-TRANSACTIONS KEY IS GREATER THAN
                   BT-TRANSACTION-NUMBER
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-TRANSACTIONS NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-TRANSACTIONS
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       BACKUP-MEMBERS-FILE.
           MOVE "members.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-MEMBERS
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-MEMBERS
           ELSE
               OPEN OUTPUT BACKUP-MEMBERS
               MOVE LOW-VALUES TO LM-MEMBER-ID
               START LIVE-MEMBERS KEY IS GREATER THAN LM-MEMBER-ID
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-MEMBERS NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LM-RECORD TO BM-RECORD
                           WRITE BM-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-MEMBERS
               CLOSE LIVE-MEMBERS
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-MEMBERS
               MOVE LOW-VALUES TO BM-MEMBER-ID
               START BACKUP-MEMBERS KEY IS GREATER THAN BM-MEMBER-ID
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-MEMBERS NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-MEMBERS
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       BACKUP-LOANS-FILE.
           MOVE "loans.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-LOANS
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-LOANS
           ELSE
               OPEN OUTPUT BACKUP-LOANS
               MOVE LOW-VALUES TO LL-ACCOUNT-ID
               START LIVE-LOANS KEY IS GREATER THAN LL-ACCOUNT-ID
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-LOANS NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LL-RECORD TO BL-RECORD
                           WRITE BL-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                           ADD LL-PRINCIPAL TO WS-COPY-TOTAL
                   END-READ
               END-PERFORM
               CLOSE BACKUP-LOANS
               CLOSE LIVE-LOANS
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-LOANS
               MOVE LOW-VALUES TO BL-ACCOUNT-ID
               START BACKUP-LOANS KEY IS GREATER THAN BL-ACCOUNT-ID
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-LOANS NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-LOANS
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       BACKUP-STANDING-FILE.
           MOVE "standing.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-STANDING
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-STANDING
           ELSE
               OPEN OUTPUT BACKUP-STANDING
               MOVE LOW-VALUES TO LS-INSTRUCTION-ID
               START LIVE-STANDING KEY IS GREATER THAN
                   LS-INSTRUCTION-ID
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-STANDING NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LS-RECORD TO BS-RECORD
                           WRITE BS-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                           ADD LS-AMMOUNT TO WS-COPY-TOTAL
                   END-READ
               END-PERFORM
               CLOSE BACKUP-STANDING
               CLOSE LIVE-STANDING
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-STANDING
               MOVE LOW-VALUES TO BS-INSTRUCTION-ID
               START BACKUP-STANDING KEY IS GREATER THAN
                   BS-INSTRUCTION-ID
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-STANDING NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-STANDING
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
      * The remaining indexed files ride the same copy/verify and
      * restore boilerplate, record bytes moved whole with no field
      * interpretation (so the manifest nets stay zero for them)
       BACKUP-TD-GENERIC.
           MOVE "termdeposits.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-TD-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-TD-FILE
           ELSE
               OPEN OUTPUT BACKUP-TD-FILE
               MOVE LOW-VALUES TO LTD-KEY
               START LIVE-TD-FILE KEY IS GREATER THAN LTD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-TD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LTD-RECORD TO BTD-RECORD
                           WRITE BTD-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-TD-FILE
               CLOSE LIVE-TD-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-TD-FILE
               MOVE LOW-VALUES TO BTD-KEY
               START BACKUP-TD-FILE KEY IS GREATER THAN
                   BTD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-TD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-TD-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-TD-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-TD-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "termdeposits.txt: no backup in that set"
               CLOSE BACKUP-TD-FILE
           ELSE
               OPEN OUTPUT LIVE-TD-FILE
               MOVE LOW-VALUES TO BTD-KEY
               START BACKUP-TD-FILE KEY IS GREATER THAN
                   BTD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-TD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BTD-RECORD TO LTD-RECORD
                           WRITE LTD-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-TD-FILE
               CLOSE BACKUP-TD-FILE
               DISPLAY "termdeposits.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-HD-GENERIC.
           MOVE "holds.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-HD-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-HD-FILE
           ELSE
               OPEN OUTPUT BACKUP-HD-FILE
               MOVE LOW-VALUES TO LHD-KEY
               START LIVE-HD-FILE KEY IS GREATER THAN LHD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-HD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LHD-RECORD TO BHD-RECORD
                           WRITE BHD-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-HD-FILE
               CLOSE LIVE-HD-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-HD-FILE
               MOVE LOW-VALUES TO BHD-KEY
               START BACKUP-HD-FILE KEY IS GREATER THAN
                   BHD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-HD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-HD-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-HD-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-HD-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "holds.txt: no backup in that set"
               CLOSE BACKUP-HD-FILE
           ELSE
               OPEN OUTPUT LIVE-HD-FILE
               MOVE LOW-VALUES TO BHD-KEY
               START BACKUP-HD-FILE KEY IS GREATER THAN
                   BHD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-HD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BHD-RECORD TO LHD-RECORD
                           WRITE LHD-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-HD-FILE
               CLOSE BACKUP-HD-FILE
               DISPLAY "holds.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-OD-GENERIC.
           MOVE "overdrafts.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-OD-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-OD-FILE
           ELSE
               OPEN OUTPUT BACKUP-OD-FILE
               MOVE LOW-VALUES TO LOD-KEY
               START LIVE-OD-FILE KEY IS GREATER THAN LOD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-OD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LOD-RECORD TO BOD-RECORD
                           WRITE BOD-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-OD-FILE
               CLOSE LIVE-OD-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-OD-FILE
               MOVE LOW-VALUES TO BOD-KEY
               START BACKUP-OD-FILE KEY IS GREATER THAN
                   BOD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-OD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-OD-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-OD-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-OD-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "overdrafts.txt: no backup in that set"
               CLOSE BACKUP-OD-FILE
           ELSE
               OPEN OUTPUT LIVE-OD-FILE
               MOVE LOW-VALUES TO BOD-KEY
               START BACKUP-OD-FILE KEY IS GREATER THAN
                   BOD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-OD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BOD-RECORD TO LOD-RECORD
                           WRITE LOD-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-OD-FILE
               CLOSE BACKUP-OD-FILE
               DISPLAY "overdrafts.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-AC-GENERIC.
           MOVE "accruals.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-AC-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-AC-FILE
           ELSE
               OPEN OUTPUT BACKUP-AC-FILE
               MOVE LOW-VALUES TO LAC-KEY
               START LIVE-AC-FILE KEY IS GREATER THAN LAC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-AC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LAC-RECORD TO BAC-RECORD
                           WRITE BAC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-AC-FILE
               CLOSE LIVE-AC-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-AC-FILE
               MOVE LOW-VALUES TO BAC-KEY
               START BACKUP-AC-FILE KEY IS GREATER THAN
                   BAC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-AC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-AC-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-AC-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-AC-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "accruals.txt: no backup in that set"
               CLOSE BACKUP-AC-FILE
           ELSE
               OPEN OUTPUT LIVE-AC-FILE
               MOVE LOW-VALUES TO BAC-KEY
               START BACKUP-AC-FILE KEY IS GREATER THAN
                   BAC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-AC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BAC-RECORD TO LAC-RECORD
                           WRITE LAC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-AC-FILE
               CLOSE BACKUP-AC-FILE
               DISPLAY "accruals.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-CK-GENERIC.
           MOVE "checks.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-CK-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-CK-FILE
           ELSE
               OPEN OUTPUT BACKUP-CK-FILE
               MOVE LOW-VALUES TO LCK-KEY
               START LIVE-CK-FILE KEY IS GREATER THAN LCK-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-CK-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LCK-RECORD TO BCK-RECORD
                           WRITE BCK-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CK-FILE
               CLOSE LIVE-CK-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-CK-FILE
               MOVE LOW-VALUES TO BCK-KEY
               START BACKUP-CK-FILE KEY IS GREATER THAN
                   BCK-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CK-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CK-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-CK-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-CK-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "checks.txt: no backup in that set"
               CLOSE BACKUP-CK-FILE
           ELSE
               OPEN OUTPUT LIVE-CK-FILE
               MOVE LOW-VALUES TO BCK-KEY
               START BACKUP-CK-FILE KEY IS GREATER THAN
                   BCK-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CK-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BCK-RECORD TO LCK-RECORD
                           WRITE LCK-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-CK-FILE
               CLOSE BACKUP-CK-FILE
               DISPLAY "checks.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-PN-GENERIC.
           MOVE "pending.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-PN-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-PN-FILE
           ELSE
               OPEN OUTPUT BACKUP-PN-FILE
               MOVE LOW-VALUES TO LPN-KEY
               START LIVE-PN-FILE KEY IS GREATER THAN LPN-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-PN-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LPN-RECORD TO BPN-RECORD
                           WRITE BPN-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-PN-FILE
               CLOSE LIVE-PN-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-PN-FILE
               MOVE LOW-VALUES TO BPN-KEY
               START BACKUP-PN-FILE KEY IS GREATER THAN
                   BPN-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-PN-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-PN-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-PN-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-PN-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "pending.txt: no backup in that set"
               CLOSE BACKUP-PN-FILE
           ELSE
               OPEN OUTPUT LIVE-PN-FILE
               MOVE LOW-VALUES TO BPN-KEY
               START BACKUP-PN-FILE KEY IS GREATER THAN
                   BPN-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-PN-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BPN-RECORD TO LPN-RECORD
                           WRITE LPN-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-PN-FILE
               CLOSE BACKUP-PN-FILE
               DISPLAY "pending.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-SN-GENERIC.
           MOVE "snapshots.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-SN-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-SN-FILE
           ELSE
               OPEN OUTPUT BACKUP-SN-FILE
               MOVE LOW-VALUES TO LSN-KEY
               START LIVE-SN-FILE KEY IS GREATER THAN LSN-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-SN-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LSN-RECORD TO BSN-RECORD
                           WRITE BSN-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SN-FILE
               CLOSE LIVE-SN-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-SN-FILE
               MOVE LOW-VALUES TO BSN-KEY
               START BACKUP-SN-FILE KEY IS GREATER THAN
                   BSN-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-SN-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SN-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-SN-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-SN-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "snapshots.txt: no backup in that set"
               CLOSE BACKUP-SN-FILE
           ELSE
               OPEN OUTPUT LIVE-SN-FILE
               MOVE LOW-VALUES TO BSN-KEY
               START BACKUP-SN-FILE KEY IS GREATER THAN
                   BSN-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-SN-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BSN-RECORD TO LSN-RECORD
                           WRITE LSN-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-SN-FILE
               CLOSE BACKUP-SN-FILE
               DISPLAY "snapshots.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-AV-GENERIC.
           MOVE "activity.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-AV-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-AV-FILE
           ELSE
               OPEN OUTPUT BACKUP-AV-FILE
               MOVE LOW-VALUES TO LAV-KEY
               START LIVE-AV-FILE KEY IS GREATER THAN LAV-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-AV-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LAV-RECORD TO BAV-RECORD
                           WRITE BAV-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-AV-FILE
               CLOSE LIVE-AV-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-AV-FILE
               MOVE LOW-VALUES TO BAV-KEY
               START BACKUP-AV-FILE KEY IS GREATER THAN
                   BAV-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-AV-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-AV-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-AV-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-AV-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "activity.txt: no backup in that set"
               CLOSE BACKUP-AV-FILE
           ELSE
               OPEN OUTPUT LIVE-AV-FILE
               MOVE LOW-VALUES TO BAV-KEY
               START BACKUP-AV-FILE KEY IS GREATER THAN
                   BAV-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-AV-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BAV-RECORD TO LAV-RECORD
                           WRITE LAV-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-AV-FILE
               CLOSE BACKUP-AV-FILE
               DISPLAY "activity.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-RF-GENERIC.
           MOVE "refcodes.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-RF-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-RF-FILE
           ELSE
               OPEN OUTPUT BACKUP-RF-FILE
               MOVE LOW-VALUES TO LRF-KEY
               START LIVE-RF-FILE KEY IS GREATER THAN LRF-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-RF-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LRF-RECORD TO BRF-RECORD
                           WRITE BRF-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-RF-FILE
               CLOSE LIVE-RF-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-RF-FILE
               MOVE LOW-VALUES TO BRF-KEY
               START BACKUP-RF-FILE KEY IS GREATER THAN
                   BRF-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-RF-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-RF-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-RF-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-RF-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "refcodes.txt: no backup in that set"
               CLOSE BACKUP-RF-FILE
           ELSE
               OPEN OUTPUT LIVE-RF-FILE
               MOVE LOW-VALUES TO BRF-KEY
               START BACKUP-RF-FILE KEY IS GREATER THAN
                   BRF-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-RF-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BRF-RECORD TO LRF-RECORD
                           WRITE LRF-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-RF-FILE
               CLOSE BACKUP-RF-FILE
               DISPLAY "refcodes.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-ST-GENERIC.
           MOVE "staff.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-ST-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-ST-FILE
           ELSE
               OPEN OUTPUT BACKUP-ST-FILE
               MOVE LOW-VALUES TO LST-KEY
               START LIVE-ST-FILE KEY IS GREATER THAN LST-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-ST-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LST-RECORD TO BST-RECORD
                           WRITE BST-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-ST-FILE
               CLOSE LIVE-ST-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-ST-FILE
               MOVE LOW-VALUES TO BST-KEY
               START BACKUP-ST-FILE KEY IS GREATER THAN
                   BST-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-ST-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-ST-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-ST-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-ST-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "staff.txt: no backup in that set"
               CLOSE BACKUP-ST-FILE
           ELSE
               OPEN OUTPUT LIVE-ST-FILE
               MOVE LOW-VALUES TO BST-KEY
               START BACKUP-ST-FILE KEY IS GREATER THAN
                   BST-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-ST-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BST-RECORD TO LST-RECORD
                           WRITE LST-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-ST-FILE
               CLOSE BACKUP-ST-FILE
               DISPLAY "staff.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-BP-GENERIC.
           MOVE "bankparams.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-BP-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-BP-FILE
           ELSE
               OPEN OUTPUT BACKUP-BP-FILE
               MOVE LOW-VALUES TO LBP-KEY
               START LIVE-BP-FILE KEY IS GREATER THAN LBP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-BP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LBP-RECORD TO BBP-RECORD
                           WRITE BBP-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-BP-FILE
               CLOSE LIVE-BP-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-BP-FILE
               MOVE LOW-VALUES TO BBP-KEY
               START BACKUP-BP-FILE KEY IS GREATER THAN
                   BBP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-BP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-BP-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-BP-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-BP-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "bankparams.txt: no backup in that set"
               CLOSE BACKUP-BP-FILE
           ELSE
               OPEN OUTPUT LIVE-BP-FILE
               MOVE LOW-VALUES TO BBP-KEY
               START BACKUP-BP-FILE KEY IS GREATER THAN
                   BBP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-BP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BBP-RECORD TO LBP-RECORD
                           WRITE LBP-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-BP-FILE
               CLOSE BACKUP-BP-FILE
               DISPLAY "bankparams.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-EN-GENERIC.
           MOVE "envelopes.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-EN-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-EN-FILE
           ELSE
               OPEN OUTPUT BACKUP-EN-FILE
               MOVE LOW-VALUES TO LEN-KEY
               START LIVE-EN-FILE KEY IS GREATER THAN LEN-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-EN-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LEN-RECORD TO BEN-RECORD
                           WRITE BEN-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-EN-FILE
               CLOSE LIVE-EN-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-EN-FILE
               MOVE LOW-VALUES TO BEN-KEY
               START BACKUP-EN-FILE KEY IS GREATER THAN
                   BEN-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-EN-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-EN-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-EN-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-EN-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "envelopes.txt: no backup in that set"
               CLOSE BACKUP-EN-FILE
           ELSE
               OPEN OUTPUT LIVE-EN-FILE
               MOVE LOW-VALUES TO BEN-KEY
               START BACKUP-EN-FILE KEY IS GREATER THAN
                   BEN-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-EN-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BEN-RECORD TO LEN-RECORD
                           WRITE LEN-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-EN-FILE
               CLOSE BACKUP-EN-FILE
               DISPLAY "envelopes.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-PY-GENERIC.
           MOVE "payees.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-PY-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-PY-FILE
           ELSE
               OPEN OUTPUT BACKUP-PY-FILE
               MOVE LOW-VALUES TO LPY-KEY
               START LIVE-PY-FILE KEY IS GREATER THAN LPY-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-PY-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LPY-RECORD TO BPY-RECORD
                           WRITE BPY-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-PY-FILE
               CLOSE LIVE-PY-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-PY-FILE
               MOVE LOW-VALUES TO BPY-KEY
               START BACKUP-PY-FILE KEY IS GREATER THAN
                   BPY-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-PY-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-PY-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-PY-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-PY-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "payees.txt: no backup in that set"
               CLOSE BACKUP-PY-FILE
           ELSE
               OPEN OUTPUT LIVE-PY-FILE
               MOVE LOW-VALUES TO BPY-KEY
               START BACKUP-PY-FILE KEY IS GREATER THAN
                   BPY-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-PY-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BPY-RECORD TO LPY-RECORD
                           WRITE LPY-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-PY-FILE
               CLOSE BACKUP-PY-FILE
               DISPLAY "payees.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-RT-GENERIC.
           MOVE "ratetiers.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-RT-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-RT-FILE
           ELSE
               OPEN OUTPUT BACKUP-RT-FILE
               MOVE LOW-VALUES TO LRT-KEY
               START LIVE-RT-FILE KEY IS GREATER THAN LRT-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-RT-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LRT-RECORD TO BRT-RECORD
                           WRITE BRT-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-RT-FILE
               CLOSE LIVE-RT-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-RT-FILE
               MOVE LOW-VALUES TO BRT-KEY
               START BACKUP-RT-FILE KEY IS GREATER THAN
                   BRT-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-RT-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-RT-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-RT-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-RT-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ratetiers.txt: no backup in that set"
               CLOSE BACKUP-RT-FILE
           ELSE
               OPEN OUTPUT LIVE-RT-FILE
               MOVE LOW-VALUES TO BRT-KEY
               START BACKUP-RT-FILE KEY IS GREATER THAN
                   BRT-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-RT-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BRT-RECORD TO LRT-RECORD
                           WRITE LRT-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-RT-FILE
               CLOSE BACKUP-RT-FILE
               DISPLAY "ratetiers.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-PR-GENERIC.
           MOVE "products.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-PR-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-PR-FILE
           ELSE
               OPEN OUTPUT BACKUP-PR-FILE
               MOVE LOW-VALUES TO LPR-KEY
               START LIVE-PR-FILE KEY IS GREATER THAN LPR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-PR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LPR-RECORD TO BPR-RECORD
                           WRITE BPR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-PR-FILE
               CLOSE LIVE-PR-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-PR-FILE
               MOVE LOW-VALUES TO BPR-KEY
               START BACKUP-PR-FILE KEY IS GREATER THAN
                   BPR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-PR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-PR-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-PR-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-PR-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "products.txt: no backup in that set"
               CLOSE BACKUP-PR-FILE
           ELSE
               OPEN OUTPUT LIVE-PR-FILE
               MOVE LOW-VALUES TO BPR-KEY
               START BACKUP-PR-FILE KEY IS GREATER THAN
                   BPR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-PR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BPR-RECORD TO LPR-RECORD
                           WRITE LPR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-PR-FILE
               CLOSE BACKUP-PR-FILE
               DISPLAY "products.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-CO-GENERIC.
           MOVE "collateral.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-CO-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-CO-FILE
           ELSE
               OPEN OUTPUT BACKUP-CO-FILE
               MOVE LOW-VALUES TO LCO-KEY
               START LIVE-CO-FILE KEY IS GREATER THAN LCO-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-CO-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LCO-RECORD TO BCO-RECORD
                           WRITE BCO-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CO-FILE
               CLOSE LIVE-CO-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-CO-FILE
               MOVE LOW-VALUES TO BCO-KEY
               START BACKUP-CO-FILE KEY IS GREATER THAN
                   BCO-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CO-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CO-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-CO-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-CO-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "collateral.txt: no backup in that set"
               CLOSE BACKUP-CO-FILE
           ELSE
               OPEN OUTPUT LIVE-CO-FILE
               MOVE LOW-VALUES TO BCO-KEY
               START BACKUP-CO-FILE KEY IS GREATER THAN
                   BCO-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CO-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BCO-RECORD TO LCO-RECORD
                           WRITE LCO-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-CO-FILE
               CLOSE BACKUP-CO-FILE
               DISPLAY "collateral.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-SW-GENERIC.
           MOVE "sweeps.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-SW-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-SW-FILE
           ELSE
               OPEN OUTPUT BACKUP-SW-FILE
               MOVE LOW-VALUES TO LSW-KEY
               START LIVE-SW-FILE KEY IS GREATER THAN LSW-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-SW-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LSW-RECORD TO BSW-RECORD
                           WRITE BSW-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SW-FILE
               CLOSE LIVE-SW-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-SW-FILE
               MOVE LOW-VALUES TO BSW-KEY
               START BACKUP-SW-FILE KEY IS GREATER THAN
                   BSW-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-SW-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SW-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-SW-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-SW-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "sweeps.txt: no backup in that set"
               CLOSE BACKUP-SW-FILE
           ELSE
               OPEN OUTPUT LIVE-SW-FILE
               MOVE LOW-VALUES TO BSW-KEY
               START BACKUP-SW-FILE KEY IS GREATER THAN
                   BSW-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-SW-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BSW-RECORD TO LSW-RECORD
                           WRITE LSW-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-SW-FILE
               CLOSE BACKUP-SW-FILE
               DISPLAY "sweeps.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-AP-GENERIC.
           MOVE "alertprefs.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-AP-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-AP-FILE
           ELSE
               OPEN OUTPUT BACKUP-AP-FILE
               MOVE LOW-VALUES TO LAP-KEY
               START LIVE-AP-FILE KEY IS GREATER THAN LAP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-AP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LAP-RECORD TO BAP-RECORD
                           WRITE BAP-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-AP-FILE
               CLOSE LIVE-AP-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-AP-FILE
               MOVE LOW-VALUES TO BAP-KEY
               START BACKUP-AP-FILE KEY IS GREATER THAN
                   BAP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-AP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-AP-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-AP-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-AP-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "alertprefs.txt: no backup in that set"
               CLOSE BACKUP-AP-FILE
           ELSE
               OPEN OUTPUT LIVE-AP-FILE
               MOVE LOW-VALUES TO BAP-KEY
               START BACKUP-AP-FILE KEY IS GREATER THAN
                   BAP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-AP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BAP-RECORD TO LAP-RECORD
                           WRITE LAP-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-AP-FILE
               CLOSE BACKUP-AP-FILE
               DISPLAY "alertprefs.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-OS-GENERIC.
           MOVE "outsent.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-OS-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-OS-FILE
           ELSE
               OPEN OUTPUT BACKUP-OS-FILE
               MOVE LOW-VALUES TO LOS-KEY
               START LIVE-OS-FILE KEY IS GREATER THAN LOS-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-OS-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LOS-RECORD TO BOS-RECORD
                           WRITE BOS-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-OS-FILE
               CLOSE LIVE-OS-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-OS-FILE
               MOVE LOW-VALUES TO BOS-KEY
               START BACKUP-OS-FILE KEY IS GREATER THAN
                   BOS-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-OS-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-OS-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-OS-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-OS-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "outsent.txt: no backup in that set"
               CLOSE BACKUP-OS-FILE
           ELSE
               OPEN OUTPUT LIVE-OS-FILE
               MOVE LOW-VALUES TO BOS-KEY
               START BACKUP-OS-FILE KEY IS GREATER THAN
                   BOS-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-OS-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BOS-RECORD TO LOS-RECORD
                           WRITE LOS-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-OS-FILE
               CLOSE BACKUP-OS-FILE
               DISPLAY "outsent.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-AM-GENERIC.
           MOVE "amortsched.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-AM-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-AM-FILE
           ELSE
               OPEN OUTPUT BACKUP-AM-FILE
               MOVE LOW-VALUES TO LAM-KEY
               START LIVE-AM-FILE KEY IS GREATER THAN LAM-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-AM-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LAM-RECORD TO BAM-RECORD
                           WRITE BAM-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-AM-FILE
               CLOSE LIVE-AM-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-AM-FILE
               MOVE LOW-VALUES TO BAM-KEY
               START BACKUP-AM-FILE KEY IS GREATER THAN
                   BAM-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-AM-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-AM-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-AM-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-AM-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "amortsched.txt: no backup in that set"
               CLOSE BACKUP-AM-FILE
           ELSE
               OPEN OUTPUT LIVE-AM-FILE
               MOVE LOW-VALUES TO BAM-KEY
               START BACKUP-AM-FILE KEY IS GREATER THAN
                   BAM-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-AM-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BAM-RECORD TO LAM-RECORD
                           WRITE LAM-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-AM-FILE
               CLOSE BACKUP-AM-FILE
               DISPLAY "amortsched.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-OQ-GENERIC.
           MOVE "outqueue.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-OQ-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-OQ-FILE
           ELSE
               OPEN OUTPUT BACKUP-OQ-FILE
               MOVE LOW-VALUES TO LOQ-KEY
               START LIVE-OQ-FILE KEY IS GREATER THAN LOQ-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-OQ-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LOQ-RECORD TO BOQ-RECORD
                           WRITE BOQ-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-OQ-FILE
               CLOSE LIVE-OQ-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-OQ-FILE
               MOVE LOW-VALUES TO BOQ-KEY
               START BACKUP-OQ-FILE KEY IS GREATER THAN
                   BOQ-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-OQ-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-OQ-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-OQ-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-OQ-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "outqueue.txt: no backup in that set"
               CLOSE BACKUP-OQ-FILE
           ELSE
               OPEN OUTPUT LIVE-OQ-FILE
               MOVE LOW-VALUES TO BOQ-KEY
               START BACKUP-OQ-FILE KEY IS GREATER THAN
                   BOQ-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-OQ-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BOQ-RECORD TO LOQ-RECORD
                           WRITE LOQ-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-OQ-FILE
               CLOSE BACKUP-OQ-FILE
               DISPLAY "outqueue.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-SQ-GENERIC.
           MOVE "sequences.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-SQ-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-SQ-FILE
           ELSE
               OPEN OUTPUT BACKUP-SQ-FILE
               MOVE LOW-VALUES TO LSQ-KEY
               START LIVE-SQ-FILE KEY IS GREATER THAN LSQ-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-SQ-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LSQ-RECORD TO BSQ-RECORD
                           WRITE BSQ-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SQ-FILE
               CLOSE LIVE-SQ-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-SQ-FILE
               MOVE LOW-VALUES TO BSQ-KEY
               START BACKUP-SQ-FILE KEY IS GREATER THAN
                   BSQ-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-SQ-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SQ-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-SQ-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-SQ-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "sequences.txt: no backup in that set"
               CLOSE BACKUP-SQ-FILE
           ELSE
               OPEN OUTPUT LIVE-SQ-FILE
               MOVE LOW-VALUES TO BSQ-KEY
               START BACKUP-SQ-FILE KEY IS GREATER THAN
                   BSQ-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-SQ-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BSQ-RECORD TO LSQ-RECORD
                           WRITE LSQ-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-SQ-FILE
               CLOSE BACKUP-SQ-FILE
               DISPLAY "sequences.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-IR-GENERIC.
           MOVE "interestrates.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-IR-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-IR-FILE
           ELSE
               OPEN OUTPUT BACKUP-IR-FILE
               MOVE LOW-VALUES TO LIR-KEY
               START LIVE-IR-FILE KEY IS GREATER THAN LIR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-IR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LIR-RECORD TO BIR-RECORD
                           WRITE BIR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-IR-FILE
               CLOSE LIVE-IR-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-IR-FILE
               MOVE LOW-VALUES TO BIR-KEY
               START BACKUP-IR-FILE KEY IS GREATER THAN
                   BIR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-IR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-IR-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-IR-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-IR-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "interestrates.txt: no backup in that set"
               CLOSE BACKUP-IR-FILE
           ELSE
               OPEN OUTPUT LIVE-IR-FILE
               MOVE LOW-VALUES TO BIR-KEY
               START BACKUP-IR-FILE KEY IS GREATER THAN
                   BIR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-IR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BIR-RECORD TO LIR-RECORD
                           WRITE LIR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-IR-FILE
               CLOSE BACKUP-IR-FILE
               DISPLAY "interestrates.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-FX-GENERIC.
           MOVE "fxrates.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-FX-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-FX-FILE
           ELSE
               OPEN OUTPUT BACKUP-FX-FILE
               MOVE LOW-VALUES TO LFX-KEY
               START LIVE-FX-FILE KEY IS GREATER THAN LFX-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-FX-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LFX-RECORD TO BFX-RECORD
                           WRITE BFX-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FX-FILE
               CLOSE LIVE-FX-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-FX-FILE
               MOVE LOW-VALUES TO BFX-KEY
               START BACKUP-FX-FILE KEY IS GREATER THAN
                   BFX-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-FX-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FX-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-FX-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-FX-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "fxrates.txt: no backup in that set"
               CLOSE BACKUP-FX-FILE
           ELSE
               OPEN OUTPUT LIVE-FX-FILE
               MOVE LOW-VALUES TO BFX-KEY
               START BACKUP-FX-FILE KEY IS GREATER THAN
                   BFX-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-FX-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BFX-RECORD TO LFX-RECORD
                           WRITE LFX-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-FX-FILE
               CLOSE BACKUP-FX-FILE
               DISPLAY "fxrates.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-DR-GENERIC.
           MOVE "drawers.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-DR-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-DR-FILE
           ELSE
               OPEN OUTPUT BACKUP-DR-FILE
               MOVE LOW-VALUES TO LDR-KEY
               START LIVE-DR-FILE KEY IS GREATER THAN LDR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-DR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LDR-RECORD TO BDR-RECORD
                           WRITE BDR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-DR-FILE
               CLOSE LIVE-DR-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-DR-FILE
               MOVE LOW-VALUES TO BDR-KEY
               START BACKUP-DR-FILE KEY IS GREATER THAN
                   BDR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-DR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-DR-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-DR-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-DR-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "drawers.txt: no backup in that set"
               CLOSE BACKUP-DR-FILE
           ELSE
               OPEN OUTPUT LIVE-DR-FILE
               MOVE LOW-VALUES TO BDR-KEY
               START BACKUP-DR-FILE KEY IS GREATER THAN
                   BDR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-DR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BDR-RECORD TO LDR-RECORD
                           WRITE LDR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-DR-FILE
               CLOSE BACKUP-DR-FILE
               DISPLAY "drawers.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-VA-GENERIC.
           MOVE "vault.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-VA-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-VA-FILE
           ELSE
               OPEN OUTPUT BACKUP-VA-FILE
               MOVE LOW-VALUES TO LVA-KEY
               START LIVE-VA-FILE KEY IS GREATER THAN LVA-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-VA-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LVA-RECORD TO BVA-RECORD
                           WRITE BVA-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-VA-FILE
               CLOSE LIVE-VA-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-VA-FILE
               MOVE LOW-VALUES TO BVA-KEY
               START BACKUP-VA-FILE KEY IS GREATER THAN
                   BVA-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-VA-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-VA-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-VA-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-VA-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "vault.txt: no backup in that set"
               CLOSE BACKUP-VA-FILE
           ELSE
               OPEN OUTPUT LIVE-VA-FILE
               MOVE LOW-VALUES TO BVA-KEY
               START BACKUP-VA-FILE KEY IS GREATER THAN
                   BVA-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-VA-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BVA-RECORD TO LVA-RECORD
                           WRITE LVA-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-VA-FILE
               CLOSE BACKUP-VA-FILE
               DISPLAY "vault.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-SR-GENERIC.
           MOVE "stmtregister.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-SR-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-SR-FILE
           ELSE
               OPEN OUTPUT BACKUP-SR-FILE
               MOVE LOW-VALUES TO LSR-KEY
               START LIVE-SR-FILE KEY IS GREATER THAN LSR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-SR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LSR-RECORD TO BSR-RECORD
                           WRITE BSR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SR-FILE
               CLOSE LIVE-SR-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-SR-FILE
               MOVE LOW-VALUES TO BSR-KEY
               START BACKUP-SR-FILE KEY IS GREATER THAN
                   BSR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-SR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SR-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-SR-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-SR-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "stmtregister.txt: no backup in that set"
               CLOSE BACKUP-SR-FILE
           ELSE
               OPEN OUTPUT LIVE-SR-FILE
               MOVE LOW-VALUES TO BSR-KEY
               START BACKUP-SR-FILE KEY IS GREATER THAN
                   BSR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-SR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BSR-RECORD TO LSR-RECORD
                           WRITE LSR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-SR-FILE
               CLOSE BACKUP-SR-FILE
               DISPLAY "stmtregister.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-PG-GENERIC.
           MOVE "payrollreg.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-PG-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-PG-FILE
           ELSE
               OPEN OUTPUT BACKUP-PG-FILE
               MOVE LOW-VALUES TO LPG-KEY
               START LIVE-PG-FILE KEY IS GREATER THAN LPG-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-PG-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LPG-RECORD TO BPG-RECORD
                           WRITE BPG-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-PG-FILE
               CLOSE LIVE-PG-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-PG-FILE
               MOVE LOW-VALUES TO BPG-KEY
               START BACKUP-PG-FILE KEY IS GREATER THAN
                   BPG-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-PG-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-PG-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-PG-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-PG-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "payrollreg.txt: no backup in that set"
               CLOSE BACKUP-PG-FILE
           ELSE
               OPEN OUTPUT LIVE-PG-FILE
               MOVE LOW-VALUES TO BPG-KEY
               START BACKUP-PG-FILE KEY IS GREATER THAN
                   BPG-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-PG-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BPG-RECORD TO LPG-RECORD
                           WRITE LPG-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-PG-FILE
               CLOSE BACKUP-PG-FILE
               DISPLAY "payrollreg.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-RQ-GENERIC.
           MOVE "represent.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-RQ-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-RQ-FILE
           ELSE
               OPEN OUTPUT BACKUP-RQ-FILE
               MOVE LOW-VALUES TO LRQ-KEY
               START LIVE-RQ-FILE KEY IS GREATER THAN LRQ-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-RQ-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LRQ-RECORD TO BRQ-RECORD
                           WRITE BRQ-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-RQ-FILE
               CLOSE LIVE-RQ-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-RQ-FILE
               MOVE LOW-VALUES TO BRQ-KEY
               START BACKUP-RQ-FILE KEY IS GREATER THAN
                   BRQ-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-RQ-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-RQ-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-RQ-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-RQ-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "represent.txt: no backup in that set"
               CLOSE BACKUP-RQ-FILE
           ELSE
               OPEN OUTPUT LIVE-RQ-FILE
               MOVE LOW-VALUES TO BRQ-KEY
               START BACKUP-RQ-FILE KEY IS GREATER THAN
                   BRQ-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-RQ-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BRQ-RECORD TO LRQ-RECORD
                           WRITE LRQ-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-RQ-FILE
               CLOSE BACKUP-RQ-FILE
               DISPLAY "represent.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-ET-GENERIC.
           MOVE "entitlements.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-ET-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-ET-FILE
           ELSE
               OPEN OUTPUT BACKUP-ET-FILE
               MOVE LOW-VALUES TO LET-KEY
               START LIVE-ET-FILE KEY IS GREATER THAN LET-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-ET-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LET-RECORD TO BET-RECORD
                           WRITE BET-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-ET-FILE
               CLOSE LIVE-ET-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-ET-FILE
               MOVE LOW-VALUES TO BET-KEY
               START BACKUP-ET-FILE KEY IS GREATER THAN
                   BET-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-ET-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-ET-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-ET-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-ET-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "entitlements.txt: no backup in that set"
               CLOSE BACKUP-ET-FILE
           ELSE
               OPEN OUTPUT LIVE-ET-FILE
               MOVE LOW-VALUES TO BET-KEY
               START BACKUP-ET-FILE KEY IS GREATER THAN
                   BET-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-ET-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BET-RECORD TO LET-RECORD
                           WRITE LET-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-ET-FILE
               CLOSE BACKUP-ET-FILE
               DISPLAY "entitlements.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-PC-GENERIC.
           MOVE "pendingchanges.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-PC-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-PC-FILE
           ELSE
               OPEN OUTPUT BACKUP-PC-FILE
               MOVE LOW-VALUES TO LPC-KEY
               START LIVE-PC-FILE KEY IS GREATER THAN LPC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-PC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LPC-RECORD TO BPC-RECORD
                           WRITE BPC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-PC-FILE
               CLOSE LIVE-PC-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-PC-FILE
               MOVE LOW-VALUES TO BPC-KEY
               START BACKUP-PC-FILE KEY IS GREATER THAN
                   BPC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-PC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-PC-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-PC-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-PC-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "pendingchanges.txt: no backup in that set"
               CLOSE BACKUP-PC-FILE
           ELSE
               OPEN OUTPUT LIVE-PC-FILE
               MOVE LOW-VALUES TO BPC-KEY
               START BACKUP-PC-FILE KEY IS GREATER THAN
                   BPC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-PC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BPC-RECORD TO LPC-RECORD
                           WRITE LPC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-PC-FILE
               CLOSE BACKUP-PC-FILE
               DISPLAY "pendingchanges.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-CM-GENERIC.
           MOVE "cards.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-CM-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-CM-FILE
           ELSE
               OPEN OUTPUT BACKUP-CM-FILE
               MOVE LOW-VALUES TO LCM-KEY
               START LIVE-CM-FILE KEY IS GREATER THAN LCM-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-CM-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LCM-RECORD TO BCM-RECORD
                           WRITE BCM-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CM-FILE
               CLOSE LIVE-CM-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-CM-FILE
               MOVE LOW-VALUES TO BCM-KEY
               START BACKUP-CM-FILE KEY IS GREATER THAN
                   BCM-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CM-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CM-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-CM-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-CM-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "cards.txt: no backup in that set"
               CLOSE BACKUP-CM-FILE
           ELSE
               OPEN OUTPUT LIVE-CM-FILE
               MOVE LOW-VALUES TO BCM-KEY
               START BACKUP-CM-FILE KEY IS GREATER THAN
                   BCM-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CM-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BCM-RECORD TO LCM-RECORD
                           WRITE LCM-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-CM-FILE
               CLOSE BACKUP-CM-FILE
               DISPLAY "cards.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-CR-GENERIC.
           MOVE "cardauthreg.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-CR-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-CR-FILE
           ELSE
               OPEN OUTPUT BACKUP-CR-FILE
               MOVE LOW-VALUES TO LCR-KEY
               START LIVE-CR-FILE KEY IS GREATER THAN LCR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-CR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LCR-RECORD TO BCR-RECORD
                           WRITE BCR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CR-FILE
               CLOSE LIVE-CR-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-CR-FILE
               MOVE LOW-VALUES TO BCR-KEY
               START BACKUP-CR-FILE KEY IS GREATER THAN
                   BCR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CR-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-CR-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-CR-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "cardauthreg.txt: no backup in that set"
               CLOSE BACKUP-CR-FILE
           ELSE
               OPEN OUTPUT LIVE-CR-FILE
               MOVE LOW-VALUES TO BCR-KEY
               START BACKUP-CR-FILE KEY IS GREATER THAN
                   BCR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BCR-RECORD TO LCR-RECORD
                           WRITE LCR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-CR-FILE
               CLOSE BACKUP-CR-FILE
               DISPLAY "cardauthreg.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-DC-GENERIC.
           MOVE "disputes.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-DC-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-DC-FILE
           ELSE
               OPEN OUTPUT BACKUP-DC-FILE
               MOVE LOW-VALUES TO LDC-KEY
               START LIVE-DC-FILE KEY IS GREATER THAN LDC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-DC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LDC-RECORD TO BDC-RECORD
                           WRITE BDC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-DC-FILE
               CLOSE LIVE-DC-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-DC-FILE
               MOVE LOW-VALUES TO BDC-KEY
               START BACKUP-DC-FILE KEY IS GREATER THAN
                   BDC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-DC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-DC-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-DC-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-DC-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "disputes.txt: no backup in that set"
               CLOSE BACKUP-DC-FILE
           ELSE
               OPEN OUTPUT LIVE-DC-FILE
               MOVE LOW-VALUES TO BDC-KEY
               START BACKUP-DC-FILE KEY IS GREATER THAN
                   BDC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-DC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BDC-RECORD TO LDC-RECORD
                           WRITE LDC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-DC-FILE
               CLOSE BACKUP-DC-FILE
               DISPLAY "disputes.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-LE-GENERIC.
           MOVE "loanescrow.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-LE-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-LE-FILE
           ELSE
               OPEN OUTPUT BACKUP-LE-FILE
               MOVE LOW-VALUES TO LLE-KEY
               START LIVE-LE-FILE KEY IS GREATER THAN LLE-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-LE-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LLE-RECORD TO BLE-RECORD
                           WRITE BLE-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-LE-FILE
               CLOSE LIVE-LE-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-LE-FILE
               MOVE LOW-VALUES TO BLE-KEY
               START BACKUP-LE-FILE KEY IS GREATER THAN
                   BLE-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-LE-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-LE-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-LE-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-LE-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "loanescrow.txt: no backup in that set"
               CLOSE BACKUP-LE-FILE
           ELSE
               OPEN OUTPUT LIVE-LE-FILE
               MOVE LOW-VALUES TO BLE-KEY
               START BACKUP-LE-FILE KEY IS GREATER THAN
                   BLE-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-LE-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BLE-RECORD TO LLE-RECORD
                           WRITE LLE-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-LE-FILE
               CLOSE BACKUP-LE-FILE
               DISPLAY "loanescrow.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-EI-GENERIC.
           MOVE "escrowitems.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-EI-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-EI-FILE
           ELSE
               OPEN OUTPUT BACKUP-EI-FILE
               MOVE LOW-VALUES TO LEI-KEY
               START LIVE-EI-FILE KEY IS GREATER THAN LEI-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-EI-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LEI-RECORD TO BEI-RECORD
                           WRITE BEI-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-EI-FILE
               CLOSE LIVE-EI-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-EI-FILE
               MOVE LOW-VALUES TO BEI-KEY
               START BACKUP-EI-FILE KEY IS GREATER THAN
                   BEI-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-EI-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-EI-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-EI-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-EI-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "escrowitems.txt: no backup in that set"
               CLOSE BACKUP-EI-FILE
           ELSE
               OPEN OUTPUT LIVE-EI-FILE
               MOVE LOW-VALUES TO BEI-KEY
               START BACKUP-EI-FILE KEY IS GREATER THAN
                   BEI-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-EI-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BEI-RECORD TO LEI-RECORD
                           WRITE LEI-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-EI-FILE
               CLOSE BACKUP-EI-FILE
               DISPLAY "escrowitems.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-LA-GENERIC.
           MOVE "loanapps.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-LA-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-LA-FILE
           ELSE
               OPEN OUTPUT BACKUP-LA-FILE
               MOVE LOW-VALUES TO LLA-KEY
               START LIVE-LA-FILE KEY IS GREATER THAN LLA-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-LA-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LLA-RECORD TO BLA-RECORD
                           WRITE BLA-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-LA-FILE
               CLOSE LIVE-LA-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-LA-FILE
               MOVE LOW-VALUES TO BLA-KEY
               START BACKUP-LA-FILE KEY IS GREATER THAN
                   BLA-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-LA-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-LA-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-LA-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-LA-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "loanapps.txt: no backup in that set"
               CLOSE BACKUP-LA-FILE
           ELSE
               OPEN OUTPUT LIVE-LA-FILE
               MOVE LOW-VALUES TO BLA-KEY
               START BACKUP-LA-FILE KEY IS GREATER THAN
                   BLA-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-LA-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BLA-RECORD TO LLA-RECORD
                           WRITE LLA-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-LA-FILE
               CLOSE BACKUP-LA-FILE
               DISPLAY "loanapps.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-LG-GENERIC.
           MOVE "loanbilling.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-LG-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-LG-FILE
           ELSE
               OPEN OUTPUT BACKUP-LG-FILE
               MOVE LOW-VALUES TO LLG-KEY
               START LIVE-LG-FILE KEY IS GREATER THAN LLG-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-LG-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LLG-RECORD TO BLG-RECORD
                           WRITE BLG-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-LG-FILE
               CLOSE LIVE-LG-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-LG-FILE
               MOVE LOW-VALUES TO BLG-KEY
               START BACKUP-LG-FILE KEY IS GREATER THAN
                   BLG-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-LG-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-LG-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-LG-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-LG-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "loanbilling.txt: no backup in that set"
               CLOSE BACKUP-LG-FILE
           ELSE
               OPEN OUTPUT LIVE-LG-FILE
               MOVE LOW-VALUES TO BLG-KEY
               START BACKUP-LG-FILE KEY IS GREATER THAN
                   BLG-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-LG-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BLG-RECORD TO LLG-RECORD
                           WRITE LLG-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-LG-FILE
               CLOSE BACKUP-LG-FILE
               DISPLAY "loanbilling.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-LQ-GENERIC.
           MOVE "loandelinq.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-LQ-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-LQ-FILE
           ELSE
               OPEN OUTPUT BACKUP-LQ-FILE
               MOVE LOW-VALUES TO LLQ-KEY
               START LIVE-LQ-FILE KEY IS GREATER THAN LLQ-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-LQ-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LLQ-RECORD TO BLQ-RECORD
                           WRITE BLQ-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-LQ-FILE
               CLOSE LIVE-LQ-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-LQ-FILE
               MOVE LOW-VALUES TO BLQ-KEY
               START BACKUP-LQ-FILE KEY IS GREATER THAN
                   BLQ-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-LQ-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-LQ-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-LQ-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-LQ-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "loandelinq.txt: no backup in that set"
               CLOSE BACKUP-LQ-FILE
           ELSE
               OPEN OUTPUT LIVE-LQ-FILE
               MOVE LOW-VALUES TO BLQ-KEY
               START BACKUP-LQ-FILE KEY IS GREATER THAN
                   BLQ-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-LQ-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BLQ-RECORD TO LLQ-RECORD
                           WRITE LLQ-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-LQ-FILE
               CLOSE BACKUP-LQ-FILE
               DISPLAY "loandelinq.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-LR-GENERIC.
           MOVE "loanreserve.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-LR-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-LR-FILE
           ELSE
               OPEN OUTPUT BACKUP-LR-FILE
               MOVE LOW-VALUES TO LLR-KEY
               START LIVE-LR-FILE KEY IS GREATER THAN LLR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-LR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LLR-RECORD TO BLR-RECORD
                           WRITE BLR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-LR-FILE
               CLOSE LIVE-LR-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-LR-FILE
               MOVE LOW-VALUES TO BLR-KEY
               START BACKUP-LR-FILE KEY IS GREATER THAN
                   BLR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-LR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-LR-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-LR-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-LR-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "loanreserve.txt: no backup in that set"
               CLOSE BACKUP-LR-FILE
           ELSE
               OPEN OUTPUT LIVE-LR-FILE
               MOVE LOW-VALUES TO BLR-KEY
               START BACKUP-LR-FILE KEY IS GREATER THAN
                   BLR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-LR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BLR-RECORD TO LLR-RECORD
                           WRITE LLR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-LR-FILE
               CLOSE BACKUP-LR-FILE
               DISPLAY "loanreserve.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-IX-GENERIC.
           MOVE "indexrates.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-IX-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-IX-FILE
           ELSE
               OPEN OUTPUT BACKUP-IX-FILE
               MOVE LOW-VALUES TO LIX-KEY
               START LIVE-IX-FILE KEY IS GREATER THAN LIX-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-IX-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LIX-RECORD TO BIX-RECORD
                           WRITE BIX-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-IX-FILE
               CLOSE LIVE-IX-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-IX-FILE
               MOVE LOW-VALUES TO BIX-KEY
               START BACKUP-IX-FILE KEY IS GREATER THAN
                   BIX-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-IX-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-IX-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-IX-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-IX-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "indexrates.txt: no backup in that set"
               CLOSE BACKUP-IX-FILE
           ELSE
               OPEN OUTPUT LIVE-IX-FILE
               MOVE LOW-VALUES TO BIX-KEY
               START BACKUP-IX-FILE KEY IS GREATER THAN
                   BIX-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-IX-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BIX-RECORD TO LIX-RECORD
                           WRITE LIX-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-IX-FILE
               CLOSE BACKUP-IX-FILE
               DISPLAY "indexrates.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-FS-GENERIC.
           MOVE "feeschedule.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-FS-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-FS-FILE
           ELSE
               OPEN OUTPUT BACKUP-FS-FILE
               MOVE LOW-VALUES TO LFS-KEY
               START LIVE-FS-FILE KEY IS GREATER THAN LFS-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-FS-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LFS-RECORD TO BFS-RECORD
                           WRITE BFS-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FS-FILE
               CLOSE LIVE-FS-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-FS-FILE
               MOVE LOW-VALUES TO BFS-KEY
               START BACKUP-FS-FILE KEY IS GREATER THAN
                   BFS-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-FS-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FS-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-FS-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-FS-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "feeschedule.txt: no backup in that set"
               CLOSE BACKUP-FS-FILE
           ELSE
               OPEN OUTPUT LIVE-FS-FILE
               MOVE LOW-VALUES TO BFS-KEY
               START BACKUP-FS-FILE KEY IS GREATER THAN
                   BFS-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-FS-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BFS-RECORD TO LFS-RECORD
                           WRITE LFS-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-FS-FILE
               CLOSE BACKUP-FS-FILE
               DISPLAY "feeschedule.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-FR-GENERIC.
           MOVE "feerefunds.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-FR-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-FR-FILE
           ELSE
               OPEN OUTPUT BACKUP-FR-FILE
               MOVE LOW-VALUES TO LFR-KEY
               START LIVE-FR-FILE KEY IS GREATER THAN LFR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-FR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LFR-RECORD TO BFR-RECORD
                           WRITE BFR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FR-FILE
               CLOSE LIVE-FR-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-FR-FILE
               MOVE LOW-VALUES TO BFR-KEY
               START BACKUP-FR-FILE KEY IS GREATER THAN
                   BFR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-FR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FR-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-FR-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-FR-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "feerefunds.txt: no backup in that set"
               CLOSE BACKUP-FR-FILE
           ELSE
               OPEN OUTPUT LIVE-FR-FILE
               MOVE LOW-VALUES TO BFR-KEY
               START BACKUP-FR-FILE KEY IS GREATER THAN
                   BFR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-FR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BFR-RECORD TO LFR-RECORD
                           WRITE LFR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-FR-FILE
               CLOSE BACKUP-FR-FILE
               DISPLAY "feerefunds.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-GA-GENERIC.
           MOVE "glaccounts.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-GA-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-GA-FILE
           ELSE
               OPEN OUTPUT BACKUP-GA-FILE
               MOVE LOW-VALUES TO LGA-KEY
               START LIVE-GA-FILE KEY IS GREATER THAN LGA-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-GA-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LGA-RECORD TO BGA-RECORD
                           WRITE BGA-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-GA-FILE
               CLOSE LIVE-GA-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-GA-FILE
               MOVE LOW-VALUES TO BGA-KEY
               START BACKUP-GA-FILE KEY IS GREATER THAN
                   BGA-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-GA-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-GA-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-GA-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-GA-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "glaccounts.txt: no backup in that set"
               CLOSE BACKUP-GA-FILE
           ELSE
               OPEN OUTPUT LIVE-GA-FILE
               MOVE LOW-VALUES TO BGA-KEY
               START BACKUP-GA-FILE KEY IS GREATER THAN
                   BGA-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-GA-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BGA-RECORD TO LGA-RECORD
                           WRITE LGA-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-GA-FILE
               CLOSE BACKUP-GA-FILE
               DISPLAY "glaccounts.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-GB-GENERIC.
           MOVE "glbalances.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-GB-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-GB-FILE
           ELSE
               OPEN OUTPUT BACKUP-GB-FILE
               MOVE LOW-VALUES TO LGB-KEY
               START LIVE-GB-FILE KEY IS GREATER THAN LGB-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-GB-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LGB-RECORD TO BGB-RECORD
                           WRITE BGB-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-GB-FILE
               CLOSE LIVE-GB-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-GB-FILE
               MOVE LOW-VALUES TO BGB-KEY
               START BACKUP-GB-FILE KEY IS GREATER THAN
                   BGB-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-GB-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-GB-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-GB-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-GB-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "glbalances.txt: no backup in that set"
               CLOSE BACKUP-GB-FILE
           ELSE
               OPEN OUTPUT LIVE-GB-FILE
               MOVE LOW-VALUES TO BGB-KEY
               START BACKUP-GB-FILE KEY IS GREATER THAN
                   BGB-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-GB-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BGB-RECORD TO LGB-RECORD
                           WRITE LGB-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-GB-FILE
               CLOSE BACKUP-GB-FILE
               DISPLAY "glbalances.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-GP-GENERIC.
           MOVE "glposted.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-GP-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-GP-FILE
           ELSE
               OPEN OUTPUT BACKUP-GP-FILE
               MOVE LOW-VALUES TO LGP-KEY
               START LIVE-GP-FILE KEY IS GREATER THAN LGP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-GP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LGP-RECORD TO BGP-RECORD
                           WRITE BGP-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-GP-FILE
               CLOSE LIVE-GP-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-GP-FILE
               MOVE LOW-VALUES TO BGP-KEY
               START BACKUP-GP-FILE KEY IS GREATER THAN
                   BGP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-GP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-GP-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-GP-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-GP-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "glposted.txt: no backup in that set"
               CLOSE BACKUP-GP-FILE
           ELSE
               OPEN OUTPUT LIVE-GP-FILE
               MOVE LOW-VALUES TO BGP-KEY
               START BACKUP-GP-FILE KEY IS GREATER THAN
                   BGP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-GP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BGP-RECORD TO LGP-RECORD
                           WRITE LGP-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-GP-FILE
               CLOSE BACKUP-GP-FILE
               DISPLAY "glposted.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-GY-GENERIC.
           MOVE "glyears.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-GY-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-GY-FILE
           ELSE
               OPEN OUTPUT BACKUP-GY-FILE
               MOVE LOW-VALUES TO LGY-KEY
               START LIVE-GY-FILE KEY IS GREATER THAN LGY-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-GY-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LGY-RECORD TO BGY-RECORD
                           WRITE BGY-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-GY-FILE
               CLOSE LIVE-GY-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-GY-FILE
               MOVE LOW-VALUES TO BGY-KEY
               START BACKUP-GY-FILE KEY IS GREATER THAN
                   BGY-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-GY-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-GY-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-GY-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-GY-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "glyears.txt: no backup in that set"
               CLOSE BACKUP-GY-FILE
           ELSE
               OPEN OUTPUT LIVE-GY-FILE
               MOVE LOW-VALUES TO BGY-KEY
               START BACKUP-GY-FILE KEY IS GREATER THAN
                   BGY-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-GY-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BGY-RECORD TO LGY-RECORD
                           WRITE LGY-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-GY-FILE
               CLOSE BACKUP-GY-FILE
               DISPLAY "glyears.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-ID-GENERIC.
           MOVE "iradetails.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-ID-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-ID-FILE
           ELSE
               OPEN OUTPUT BACKUP-ID-FILE
               MOVE LOW-VALUES TO LID-KEY
               START LIVE-ID-FILE KEY IS GREATER THAN LID-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-ID-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LID-RECORD TO BID-RECORD
                           WRITE BID-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-ID-FILE
               CLOSE LIVE-ID-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-ID-FILE
               MOVE LOW-VALUES TO BID-KEY
               START BACKUP-ID-FILE KEY IS GREATER THAN
                   BID-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-ID-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-ID-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-ID-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-ID-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "iradetails.txt: no backup in that set"
               CLOSE BACKUP-ID-FILE
           ELSE
               OPEN OUTPUT LIVE-ID-FILE
               MOVE LOW-VALUES TO BID-KEY
               START BACKUP-ID-FILE KEY IS GREATER THAN
                   BID-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-ID-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BID-RECORD TO LID-RECORD
                           WRITE LID-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-ID-FILE
               CLOSE BACKUP-ID-FILE
               DISPLAY "iradetails.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-IY-GENERIC.
           MOVE "irayears.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-IY-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-IY-FILE
           ELSE
               OPEN OUTPUT BACKUP-IY-FILE
               MOVE LOW-VALUES TO LIY-KEY
               START LIVE-IY-FILE KEY IS GREATER THAN LIY-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-IY-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LIY-RECORD TO BIY-RECORD
                           WRITE BIY-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-IY-FILE
               CLOSE LIVE-IY-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-IY-FILE
               MOVE LOW-VALUES TO BIY-KEY
               START BACKUP-IY-FILE KEY IS GREATER THAN
                   BIY-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-IY-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-IY-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-IY-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-IY-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "irayears.txt: no backup in that set"
               CLOSE BACKUP-IY-FILE
           ELSE
               OPEN OUTPUT LIVE-IY-FILE
               MOVE LOW-VALUES TO BIY-KEY
               START BACKUP-IY-FILE KEY IS GREATER THAN
                   BIY-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-IY-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BIY-RECORD TO LIY-RECORD
                           WRITE LIY-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-IY-FILE
               CLOSE BACKUP-IY-FILE
               DISPLAY "irayears.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-SG-GENERIC.
           MOVE "signers.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-SG-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-SG-FILE
           ELSE
               OPEN OUTPUT BACKUP-SG-FILE
               MOVE LOW-VALUES TO LSG-KEY
               START LIVE-SG-FILE KEY IS GREATER THAN LSG-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-SG-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LSG-RECORD TO BSG-RECORD
                           WRITE BSG-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SG-FILE
               CLOSE LIVE-SG-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-SG-FILE
               MOVE LOW-VALUES TO BSG-KEY
               START BACKUP-SG-FILE KEY IS GREATER THAN
                   BSG-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-SG-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SG-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-SG-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-SG-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "signers.txt: no backup in that set"
               CLOSE BACKUP-SG-FILE
           ELSE
               OPEN OUTPUT LIVE-SG-FILE
               MOVE LOW-VALUES TO BSG-KEY
               START BACKUP-SG-FILE KEY IS GREATER THAN
                   BSG-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-SG-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BSG-RECORD TO LSG-RECORD
                           WRITE LSG-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-SG-FILE
               CLOSE BACKUP-SG-FILE
               DISPLAY "signers.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-XA-GENERIC.
           MOVE "externalaccts.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-XA-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-XA-FILE
           ELSE
               OPEN OUTPUT BACKUP-XA-FILE
               MOVE LOW-VALUES TO LXA-KEY
               START LIVE-XA-FILE KEY IS GREATER THAN LXA-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-XA-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LXA-RECORD TO BXA-RECORD
                           WRITE BXA-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-XA-FILE
               CLOSE LIVE-XA-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-XA-FILE
               MOVE LOW-VALUES TO BXA-KEY
               START BACKUP-XA-FILE KEY IS GREATER THAN
                   BXA-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-XA-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-XA-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-XA-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-XA-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "externalaccts.txt: no backup in that set"
               CLOSE BACKUP-XA-FILE
           ELSE
               OPEN OUTPUT LIVE-XA-FILE
               MOVE LOW-VALUES TO BXA-KEY
               START BACKUP-XA-FILE KEY IS GREATER THAN
                   BXA-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-XA-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BXA-RECORD TO LXA-RECORD
                           WRITE LXA-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-XA-FILE
               CLOSE BACKUP-XA-FILE
               DISPLAY "externalaccts.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-HM-GENERIC.
           MOVE "heldmail.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-HM-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-HM-FILE
           ELSE
               OPEN OUTPUT BACKUP-HM-FILE
               MOVE LOW-VALUES TO LHM-KEY
               START LIVE-HM-FILE KEY IS GREATER THAN LHM-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-HM-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LHM-RECORD TO BHM-RECORD
                           WRITE BHM-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-HM-FILE
               CLOSE LIVE-HM-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-HM-FILE
               MOVE LOW-VALUES TO BHM-KEY
               START BACKUP-HM-FILE KEY IS GREATER THAN
                   BHM-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-HM-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-HM-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-HM-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-HM-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "heldmail.txt: no backup in that set"
               CLOSE BACKUP-HM-FILE
           ELSE
               OPEN OUTPUT LIVE-HM-FILE
               MOVE LOW-VALUES TO BHM-KEY
               START BACKUP-HM-FILE KEY IS GREATER THAN
                   BHM-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-HM-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BHM-RECORD TO LHM-RECORD
                           WRITE LHM-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-HM-FILE
               CLOSE BACKUP-HM-FILE
               DISPLAY "heldmail.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-CL-GENERIC.
           MOVE "chargeoff.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-CL-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-CL-FILE
           ELSE
               OPEN OUTPUT BACKUP-CL-FILE
               MOVE LOW-VALUES TO LCL-KEY
               START LIVE-CL-FILE KEY IS GREATER THAN LCL-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-CL-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LCL-RECORD TO BCL-RECORD
                           WRITE BCL-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CL-FILE
               CLOSE LIVE-CL-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-CL-FILE
               MOVE LOW-VALUES TO BCL-KEY
               START BACKUP-CL-FILE KEY IS GREATER THAN
                   BCL-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CL-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CL-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-CL-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-CL-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "chargeoff.txt: no backup in that set"
               CLOSE BACKUP-CL-FILE
           ELSE
               OPEN OUTPUT LIVE-CL-FILE
               MOVE LOW-VALUES TO BCL-KEY
               START BACKUP-CL-FILE KEY IS GREATER THAN
                   BCL-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CL-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BCL-RECORD TO LCL-RECORD
                           WRITE LCL-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-CL-FILE
               CLOSE BACKUP-CL-FILE
               DISPLAY "chargeoff.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-EL-GENERIC.
           MOVE "estate.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-EL-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-EL-FILE
           ELSE
               OPEN OUTPUT BACKUP-EL-FILE
               MOVE LOW-VALUES TO LEL-KEY
               START LIVE-EL-FILE KEY IS GREATER THAN LEL-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-EL-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LEL-RECORD TO BEL-RECORD
                           WRITE BEL-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-EL-FILE
               CLOSE LIVE-EL-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-EL-FILE
               MOVE LOW-VALUES TO BEL-KEY
               START BACKUP-EL-FILE KEY IS GREATER THAN
                   BEL-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-EL-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-EL-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-EL-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-EL-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "estate.txt: no backup in that set"
               CLOSE BACKUP-EL-FILE
           ELSE
               OPEN OUTPUT LIVE-EL-FILE
               MOVE LOW-VALUES TO BEL-KEY
               START BACKUP-EL-FILE KEY IS GREATER THAN
                   BEL-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-EL-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BEL-RECORD TO LEL-RECORD
                           WRITE LEL-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-EL-FILE
               CLOSE BACKUP-EL-FILE
               DISPLAY "estate.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-LO-GENERIC.
           MOVE "legalorders.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-LO-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-LO-FILE
           ELSE
               OPEN OUTPUT BACKUP-LO-FILE
               MOVE LOW-VALUES TO LLO-KEY
               START LIVE-LO-FILE KEY IS GREATER THAN LLO-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-LO-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LLO-RECORD TO BLO-RECORD
                           WRITE BLO-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-LO-FILE
               CLOSE LIVE-LO-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-LO-FILE
               MOVE LOW-VALUES TO BLO-KEY
               START BACKUP-LO-FILE KEY IS GREATER THAN
                   BLO-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-LO-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-LO-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-LO-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-LO-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "legalorders.txt: no backup in that set"
               CLOSE BACKUP-LO-FILE
           ELSE
               OPEN OUTPUT LIVE-LO-FILE
               MOVE LOW-VALUES TO BLO-KEY
               START BACKUP-LO-FILE KEY IS GREATER THAN
                   BLO-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-LO-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BLO-RECORD TO LLO-RECORD
                           WRITE LLO-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-LO-FILE
               CLOSE BACKUP-LO-FILE
               DISPLAY "legalorders.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-OC-GENERIC.
           MOVE "officialchecks.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-OC-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-OC-FILE
           ELSE
               OPEN OUTPUT BACKUP-OC-FILE
               MOVE LOW-VALUES TO LOC-KEY
               START LIVE-OC-FILE KEY IS GREATER THAN LOC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-OC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LOC-RECORD TO BOC-RECORD
                           WRITE BOC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-OC-FILE
               CLOSE LIVE-OC-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-OC-FILE
               MOVE LOW-VALUES TO BOC-KEY
               START BACKUP-OC-FILE KEY IS GREATER THAN
                   BOC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-OC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-OC-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-OC-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-OC-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "officialchecks.txt: no backup in that set"
               CLOSE BACKUP-OC-FILE
           ELSE
               OPEN OUTPUT LIVE-OC-FILE
               MOVE LOW-VALUES TO BOC-KEY
               START BACKUP-OC-FILE KEY IS GREATER THAN
                   BOC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-OC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BOC-RECORD TO LOC-RECORD
                           WRITE LOC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-OC-FILE
               CLOSE BACKUP-OC-FILE
               DISPLAY "officialchecks.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-SB-GENERIC.
           MOVE "settlebatches.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-SB-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-SB-FILE
           ELSE
               OPEN OUTPUT BACKUP-SB-FILE
               MOVE LOW-VALUES TO LSB-KEY
               START LIVE-SB-FILE KEY IS GREATER THAN LSB-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-SB-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LSB-RECORD TO BSB-RECORD
                           WRITE BSB-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SB-FILE
               CLOSE LIVE-SB-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-SB-FILE
               MOVE LOW-VALUES TO BSB-KEY
               START BACKUP-SB-FILE KEY IS GREATER THAN
                   BSB-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-SB-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SB-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-SB-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-SB-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "settlebatches.txt: no backup in that set"
               CLOSE BACKUP-SB-FILE
           ELSE
               OPEN OUTPUT LIVE-SB-FILE
               MOVE LOW-VALUES TO BSB-KEY
               START BACKUP-SB-FILE KEY IS GREATER THAN
                   BSB-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-SB-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BSB-RECORD TO LSB-RECORD
                           WRITE LSB-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-SB-FILE
               CLOSE BACKUP-SB-FILE
               DISPLAY "settlebatches.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-SL-GENERIC.
           MOVE "settlelines.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-SL-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-SL-FILE
           ELSE
               OPEN OUTPUT BACKUP-SL-FILE
               MOVE LOW-VALUES TO LSL-KEY
               START LIVE-SL-FILE KEY IS GREATER THAN LSL-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-SL-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LSL-RECORD TO BSL-RECORD
                           WRITE BSL-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SL-FILE
               CLOSE LIVE-SL-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-SL-FILE
               MOVE LOW-VALUES TO BSL-KEY
               START BACKUP-SL-FILE KEY IS GREATER THAN
                   BSL-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-SL-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SL-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-SL-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-SL-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "settlelines.txt: no backup in that set"
               CLOSE BACKUP-SL-FILE
           ELSE
               OPEN OUTPUT LIVE-SL-FILE
               MOVE LOW-VALUES TO BSL-KEY
               START BACKUP-SL-FILE KEY IS GREATER THAN
                   BSL-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-SL-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BSL-RECORD TO LSL-RECORD
                           WRITE LSL-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-SL-FILE
               CLOSE BACKUP-SL-FILE
               DISPLAY "settlelines.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-CC-GENERIC.
           MOVE "cashcounts.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-CC-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-CC-FILE
           ELSE
               OPEN OUTPUT BACKUP-CC-FILE
               MOVE LOW-VALUES TO LCC-KEY
               START LIVE-CC-FILE KEY IS GREATER THAN LCC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-CC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LCC-RECORD TO BCC-RECORD
                           WRITE BCC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CC-FILE
               CLOSE LIVE-CC-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-CC-FILE
               MOVE LOW-VALUES TO BCC-KEY
               START BACKUP-CC-FILE KEY IS GREATER THAN
                   BCC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CC-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-CC-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-CC-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "cashcounts.txt: no backup in that set"
               CLOSE BACKUP-CC-FILE
           ELSE
               OPEN OUTPUT LIVE-CC-FILE
               MOVE LOW-VALUES TO BCC-KEY
               START BACKUP-CC-FILE KEY IS GREATER THAN
                   BCC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BCC-RECORD TO LCC-RECORD
                           WRITE LCC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-CC-FILE
               CLOSE BACKUP-CC-FILE
               DISPLAY "cashcounts.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-CD-GENERIC.
           MOVE "cashdays.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-CD-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-CD-FILE
           ELSE
               OPEN OUTPUT BACKUP-CD-FILE
               MOVE LOW-VALUES TO LCD-KEY
               START LIVE-CD-FILE KEY IS GREATER THAN LCD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-CD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LCD-RECORD TO BCD-RECORD
                           WRITE BCD-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CD-FILE
               CLOSE LIVE-CD-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-CD-FILE
               MOVE LOW-VALUES TO BCD-KEY
               START BACKUP-CD-FILE KEY IS GREATER THAN
                   BCD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CD-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-CD-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-CD-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "cashdays.txt: no backup in that set"
               CLOSE BACKUP-CD-FILE
           ELSE
               OPEN OUTPUT LIVE-CD-FILE
               MOVE LOW-VALUES TO BCD-KEY
               START BACKUP-CD-FILE KEY IS GREATER THAN
                   BCD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BCD-RECORD TO LCD-RECORD
                           WRITE LCD-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-CD-FILE
               CLOSE BACKUP-CD-FILE
               DISPLAY "cashdays.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-FC-GENERIC.
           MOVE "fxdrawer.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-FC-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-FC-FILE
           ELSE
               OPEN OUTPUT BACKUP-FC-FILE
               MOVE LOW-VALUES TO LFC-KEY
               START LIVE-FC-FILE KEY IS GREATER THAN LFC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-FC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LFC-RECORD TO BFC-RECORD
                           WRITE BFC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FC-FILE
               CLOSE LIVE-FC-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-FC-FILE
               MOVE LOW-VALUES TO BFC-KEY
               START BACKUP-FC-FILE KEY IS GREATER THAN
                   BFC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-FC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FC-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-FC-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-FC-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "fxdrawer.txt: no backup in that set"
               CLOSE BACKUP-FC-FILE
           ELSE
               OPEN OUTPUT LIVE-FC-FILE
               MOVE LOW-VALUES TO BFC-KEY
               START BACKUP-FC-FILE KEY IS GREATER THAN
                   BFC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-FC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BFC-RECORD TO LFC-RECORD
                           WRITE LFC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-FC-FILE
               CLOSE BACKUP-FC-FILE
               DISPLAY "fxdrawer.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-BR-GENERIC.
           MOVE "branches.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-BR-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-BR-FILE
           ELSE
               OPEN OUTPUT BACKUP-BR-FILE
               MOVE LOW-VALUES TO LBR-KEY
               START LIVE-BR-FILE KEY IS GREATER THAN LBR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-BR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LBR-RECORD TO BBR-RECORD
                           WRITE BBR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-BR-FILE
               CLOSE LIVE-BR-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-BR-FILE
               MOVE LOW-VALUES TO BBR-KEY
               START BACKUP-BR-FILE KEY IS GREATER THAN
                   BBR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-BR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-BR-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-BR-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-BR-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "branches.txt: no backup in that set"
               CLOSE BACKUP-BR-FILE
           ELSE
               OPEN OUTPUT LIVE-BR-FILE
               MOVE LOW-VALUES TO BBR-KEY
               START BACKUP-BR-FILE KEY IS GREATER THAN
                   BBR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-BR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BBR-RECORD TO LBR-RECORD
                           WRITE LBR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-BR-FILE
               CLOSE BACKUP-BR-FILE
               DISPLAY "branches.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-CP-GENERIC.
           MOVE "complaints.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-CP-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-CP-FILE
           ELSE
               OPEN OUTPUT BACKUP-CP-FILE
               MOVE LOW-VALUES TO LCP-KEY
               START LIVE-CP-FILE KEY IS GREATER THAN LCP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-CP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LCP-RECORD TO BCP-RECORD
                           WRITE BCP-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CP-FILE
               CLOSE LIVE-CP-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-CP-FILE
               MOVE LOW-VALUES TO BCP-KEY
               START BACKUP-CP-FILE KEY IS GREATER THAN
                   BCP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CP-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-CP-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-CP-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "complaints.txt: no backup in that set"
               CLOSE BACKUP-CP-FILE
           ELSE
               OPEN OUTPUT LIVE-CP-FILE
               MOVE LOW-VALUES TO BCP-KEY
               START BACKUP-CP-FILE KEY IS GREATER THAN
                   BCP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BCP-RECORD TO LCP-RECORD
                           WRITE LCP-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-CP-FILE
               CLOSE BACKUP-CP-FILE
               DISPLAY "complaints.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-CH-GENERIC.
           MOVE "complainthist.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-CH-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-CH-FILE
           ELSE
               OPEN OUTPUT BACKUP-CH-FILE
               MOVE LOW-VALUES TO LCH-KEY
               START LIVE-CH-FILE KEY IS GREATER THAN LCH-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-CH-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LCH-RECORD TO BCH-RECORD
                           WRITE BCH-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CH-FILE
               CLOSE LIVE-CH-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-CH-FILE
               MOVE LOW-VALUES TO BCH-KEY
               START BACKUP-CH-FILE KEY IS GREATER THAN
                   BCH-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CH-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CH-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-CH-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-CH-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "complainthist.txt: no backup in that set"
               CLOSE BACKUP-CH-FILE
           ELSE
               OPEN OUTPUT LIVE-CH-FILE
               MOVE LOW-VALUES TO BCH-KEY
               START BACKUP-CH-FILE KEY IS GREATER THAN
                   BCH-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CH-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BCH-RECORD TO LCH-RECORD
                           WRITE LCH-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-CH-FILE
               CLOSE BACKUP-CH-FILE
               DISPLAY "complainthist.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-PM-GENERIC.
           MOVE "promocampaigns.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-PM-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-PM-FILE
           ELSE
               OPEN OUTPUT BACKUP-PM-FILE
               MOVE LOW-VALUES TO LPM-KEY
               START LIVE-PM-FILE KEY IS GREATER THAN LPM-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-PM-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LPM-RECORD TO BPM-RECORD
                           WRITE BPM-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-PM-FILE
               CLOSE LIVE-PM-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-PM-FILE
               MOVE LOW-VALUES TO BPM-KEY
               START BACKUP-PM-FILE KEY IS GREATER THAN
                   BPM-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-PM-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-PM-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-PM-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-PM-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "promocampaigns.txt: no backup in that set"
               CLOSE BACKUP-PM-FILE
           ELSE
               OPEN OUTPUT LIVE-PM-FILE
               MOVE LOW-VALUES TO BPM-KEY
               START BACKUP-PM-FILE KEY IS GREATER THAN
                   BPM-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-PM-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BPM-RECORD TO LPM-RECORD
                           WRITE LPM-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-PM-FILE
               CLOSE BACKUP-PM-FILE
               DISPLAY "promocampaigns.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-PE-GENERIC.
           MOVE "promoenroll.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-PE-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-PE-FILE
           ELSE
               OPEN OUTPUT BACKUP-PE-FILE
               MOVE LOW-VALUES TO LPE-KEY
               START LIVE-PE-FILE KEY IS GREATER THAN LPE-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-PE-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LPE-RECORD TO BPE-RECORD
                           WRITE BPE-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-PE-FILE
               CLOSE LIVE-PE-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-PE-FILE
               MOVE LOW-VALUES TO BPE-KEY
               START BACKUP-PE-FILE KEY IS GREATER THAN
                   BPE-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-PE-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-PE-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-PE-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-PE-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "promoenroll.txt: no backup in that set"
               CLOSE BACKUP-PE-FILE
           ELSE
               OPEN OUTPUT LIVE-PE-FILE
               MOVE LOW-VALUES TO BPE-KEY
               START BACKUP-PE-FILE KEY IS GREATER THAN
                   BPE-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-PE-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BPE-RECORD TO LPE-RECORD
                           WRITE LPE-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-PE-FILE
               CLOSE BACKUP-PE-FILE
               DISPLAY "promoenroll.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-RU-GENERIC.
           MOVE "roundup.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-RU-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-RU-FILE
           ELSE
               OPEN OUTPUT BACKUP-RU-FILE
               MOVE LOW-VALUES TO LRU-KEY
               START LIVE-RU-FILE KEY IS GREATER THAN LRU-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-RU-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LRU-RECORD TO BRU-RECORD
                           WRITE BRU-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-RU-FILE
               CLOSE LIVE-RU-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-RU-FILE
               MOVE LOW-VALUES TO BRU-KEY
               START BACKUP-RU-FILE KEY IS GREATER THAN
                   BRU-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-RU-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-RU-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-RU-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-RU-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "roundup.txt: no backup in that set"
               CLOSE BACKUP-RU-FILE
           ELSE
               OPEN OUTPUT LIVE-RU-FILE
               MOVE LOW-VALUES TO BRU-KEY
               START BACKUP-RU-FILE KEY IS GREATER THAN
                   BRU-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-RU-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BRU-RECORD TO LRU-RECORD
                           WRITE LRU-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-RU-FILE
               CLOSE BACKUP-RU-FILE
               DISPLAY "roundup.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-XR-GENERIC.
           MOVE "xsellrules.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-XR-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-XR-FILE
           ELSE
               OPEN OUTPUT BACKUP-XR-FILE
               MOVE LOW-VALUES TO LXR-KEY
               START LIVE-XR-FILE KEY IS GREATER THAN LXR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-XR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LXR-RECORD TO BXR-RECORD
                           WRITE BXR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-XR-FILE
               CLOSE LIVE-XR-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-XR-FILE
               MOVE LOW-VALUES TO BXR-KEY
               START BACKUP-XR-FILE KEY IS GREATER THAN
                   BXR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-XR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-XR-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-XR-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-XR-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "xsellrules.txt: no backup in that set"
               CLOSE BACKUP-XR-FILE
           ELSE
               OPEN OUTPUT LIVE-XR-FILE
               MOVE LOW-VALUES TO BXR-KEY
               START BACKUP-XR-FILE KEY IS GREATER THAN
                   BXR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-XR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BXR-RECORD TO LXR-RECORD
                           WRITE LXR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-XR-FILE
               CLOSE BACKUP-XR-FILE
               DISPLAY "xsellrules.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-AR-GENERIC.
           MOVE "recert.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-AR-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-AR-FILE
           ELSE
               OPEN OUTPUT BACKUP-AR-FILE
               MOVE LOW-VALUES TO LAR-KEY
               START LIVE-AR-FILE KEY IS GREATER THAN LAR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-AR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LAR-RECORD TO BAR-RECORD
                           WRITE BAR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-AR-FILE
               CLOSE LIVE-AR-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-AR-FILE
               MOVE LOW-VALUES TO BAR-KEY
               START BACKUP-AR-FILE KEY IS GREATER THAN
                   BAR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-AR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-AR-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-AR-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-AR-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "recert.txt: no backup in that set"
               CLOSE BACKUP-AR-FILE
           ELSE
               OPEN OUTPUT LIVE-AR-FILE
               MOVE LOW-VALUES TO BAR-KEY
               START BACKUP-AR-FILE KEY IS GREATER THAN
                   BAR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-AR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BAR-RECORD TO LAR-RECORD
                           WRITE LAR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-AR-FILE
               CLOSE BACKUP-AR-FILE
               DISPLAY "recert.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-DP-GENERIC.
           MOVE "dutypairs.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-DP-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-DP-FILE
           ELSE
               OPEN OUTPUT BACKUP-DP-FILE
               MOVE LOW-VALUES TO LDP-KEY
               START LIVE-DP-FILE KEY IS GREATER THAN LDP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-DP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LDP-RECORD TO BDP-RECORD
                           WRITE BDP-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-DP-FILE
               CLOSE LIVE-DP-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-DP-FILE
               MOVE LOW-VALUES TO BDP-KEY
               START BACKUP-DP-FILE KEY IS GREATER THAN
                   BDP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-DP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-DP-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-DP-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-DP-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "dutypairs.txt: no backup in that set"
               CLOSE BACKUP-DP-FILE
           ELSE
               OPEN OUTPUT LIVE-DP-FILE
               MOVE LOW-VALUES TO BDP-KEY
               START BACKUP-DP-FILE KEY IS GREATER THAN
                   BDP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-DP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BDP-RECORD TO LDP-RECORD
                           WRITE LDP-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-DP-FILE
               CLOSE BACKUP-DP-FILE
               DISPLAY "dutypairs.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-CS-GENERIC.
           MOVE "confirms.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-CS-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-CS-FILE
           ELSE
               OPEN OUTPUT BACKUP-CS-FILE
               MOVE LOW-VALUES TO LCS-KEY
               START LIVE-CS-FILE KEY IS GREATER THAN LCS-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-CS-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LCS-RECORD TO BCS-RECORD
                           WRITE BCS-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CS-FILE
               CLOSE LIVE-CS-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-CS-FILE
               MOVE LOW-VALUES TO BCS-KEY
               START BACKUP-CS-FILE KEY IS GREATER THAN
                   BCS-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CS-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CS-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-CS-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-CS-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "confirms.txt: no backup in that set"
               CLOSE BACKUP-CS-FILE
           ELSE
               OPEN OUTPUT LIVE-CS-FILE
               MOVE LOW-VALUES TO BCS-KEY
               START BACKUP-CS-FILE KEY IS GREATER THAN
                   BCS-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-CS-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BCS-RECORD TO LCS-RECORD
                           WRITE LCS-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-CS-FILE
               CLOSE BACKUP-CS-FILE
               DISPLAY "confirms.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-DQ-GENERIC.
           MOVE "scrubrules.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-DQ-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-DQ-FILE
           ELSE
               OPEN OUTPUT BACKUP-DQ-FILE
               MOVE LOW-VALUES TO LDQ-KEY
               START LIVE-DQ-FILE KEY IS GREATER THAN LDQ-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-DQ-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LDQ-RECORD TO BDQ-RECORD
                           WRITE BDQ-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-DQ-FILE
               CLOSE LIVE-DQ-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-DQ-FILE
               MOVE LOW-VALUES TO BDQ-KEY
               START BACKUP-DQ-FILE KEY IS GREATER THAN
                   BDQ-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-DQ-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-DQ-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-DQ-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-DQ-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "scrubrules.txt: no backup in that set"
               CLOSE BACKUP-DQ-FILE
           ELSE
               OPEN OUTPUT LIVE-DQ-FILE
               MOVE LOW-VALUES TO BDQ-KEY
               START BACKUP-DQ-FILE KEY IS GREATER THAN
                   BDQ-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-DQ-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BDQ-RECORD TO LDQ-RECORD
                           WRITE LDQ-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-DQ-FILE
               CLOSE BACKUP-DQ-FILE
               DISPLAY "scrubrules.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-DH-GENERIC.
           MOVE "scrubhist.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-DH-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-DH-FILE
           ELSE
               OPEN OUTPUT BACKUP-DH-FILE
               MOVE LOW-VALUES TO LDH-KEY
               START LIVE-DH-FILE KEY IS GREATER THAN LDH-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-DH-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LDH-RECORD TO BDH-RECORD
                           WRITE BDH-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-DH-FILE
               CLOSE LIVE-DH-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-DH-FILE
               MOVE LOW-VALUES TO BDH-KEY
               START BACKUP-DH-FILE KEY IS GREATER THAN
                   BDH-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-DH-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-DH-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-DH-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-DH-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "scrubhist.txt: no backup in that set"
               CLOSE BACKUP-DH-FILE
           ELSE
               OPEN OUTPUT LIVE-DH-FILE
               MOVE LOW-VALUES TO BDH-KEY
               START BACKUP-DH-FILE KEY IS GREATER THAN
                   BDH-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-DH-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BDH-RECORD TO LDH-RECORD
                           WRITE LDH-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-DH-FILE
               CLOSE BACKUP-DH-FILE
               DISPLAY "scrubhist.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-RK-GENERIC.
           MOVE "riskfactors.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-RK-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-RK-FILE
           ELSE
               OPEN OUTPUT BACKUP-RK-FILE
               MOVE LOW-VALUES TO LRK-KEY
               START LIVE-RK-FILE KEY IS GREATER THAN LRK-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-RK-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LRK-RECORD TO BRK-RECORD
                           WRITE BRK-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-RK-FILE
               CLOSE LIVE-RK-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-RK-FILE
               MOVE LOW-VALUES TO BRK-KEY
               START BACKUP-RK-FILE KEY IS GREATER THAN
                   BRK-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-RK-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-RK-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-RK-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-RK-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "riskfactors.txt: no backup in that set"
               CLOSE BACKUP-RK-FILE
           ELSE
               OPEN OUTPUT LIVE-RK-FILE
               MOVE LOW-VALUES TO BRK-KEY
               START BACKUP-RK-FILE KEY IS GREATER THAN
                   BRK-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-RK-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BRK-RECORD TO LRK-RECORD
                           WRITE LRK-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-RK-FILE
               CLOSE BACKUP-RK-FILE
               DISPLAY "riskfactors.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-DF-GENERIC.
           MOVE "debitfilters.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-DF-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-DF-FILE
           ELSE
               OPEN OUTPUT BACKUP-DF-FILE
               MOVE LOW-VALUES TO LDF-KEY
               START LIVE-DF-FILE KEY IS GREATER THAN LDF-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-DF-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LDF-RECORD TO BDF-RECORD
                           WRITE BDF-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-DF-FILE
               CLOSE LIVE-DF-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-DF-FILE
               MOVE LOW-VALUES TO BDF-KEY
               START BACKUP-DF-FILE KEY IS GREATER THAN
                   BDF-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-DF-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-DF-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-DF-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-DF-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "debitfilters.txt: no backup in that set"
               CLOSE BACKUP-DF-FILE
           ELSE
               OPEN OUTPUT LIVE-DF-FILE
               MOVE LOW-VALUES TO BDF-KEY
               START BACKUP-DF-FILE KEY IS GREATER THAN
                   BDF-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-DF-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BDF-RECORD TO LDF-RECORD
                           WRITE LDF-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-DF-FILE
               CLOSE BACKUP-DF-FILE
               DISPLAY "debitfilters.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-SD-GENERIC.
           MOVE "sdboxes.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-SD-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-SD-FILE
           ELSE
               OPEN OUTPUT BACKUP-SD-FILE
               MOVE LOW-VALUES TO LSD-KEY
               START LIVE-SD-FILE KEY IS GREATER THAN LSD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-SD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LSD-RECORD TO BSD-RECORD
                           WRITE BSD-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SD-FILE
               CLOSE LIVE-SD-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-SD-FILE
               MOVE LOW-VALUES TO BSD-KEY
               START BACKUP-SD-FILE KEY IS GREATER THAN
                   BSD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-SD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SD-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-SD-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-SD-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "sdboxes.txt: no backup in that set"
               CLOSE BACKUP-SD-FILE
           ELSE
               OPEN OUTPUT LIVE-SD-FILE
               MOVE LOW-VALUES TO BSD-KEY
               START BACKUP-SD-FILE KEY IS GREATER THAN
                   BSD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-SD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BSD-RECORD TO LSD-RECORD
                           WRITE LSD-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-SD-FILE
               CLOSE BACKUP-SD-FILE
               DISPLAY "sdboxes.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       BACKUP-BF-GENERIC.
           MOVE "bureaufinal.txt" TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-TOTAL
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-BF-FILE
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY WS-FILE-NAME": not on disk; skipped"
               CLOSE LIVE-BF-FILE
           ELSE
               OPEN OUTPUT BACKUP-BF-FILE
               MOVE LOW-VALUES TO LBF-KEY
               START LIVE-BF-FILE KEY IS GREATER THAN LBF-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ LIVE-BF-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE LBF-RECORD TO BBF-RECORD
                           WRITE BBF-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-BF-FILE
               CLOSE LIVE-BF-FILE
               MOVE "n" TO WS-EOF
               OPEN INPUT BACKUP-BF-FILE
               MOVE LOW-VALUES TO BBF-KEY
               START BACKUP-BF-FILE KEY IS GREATER THAN
                   BBF-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-BF-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-BF-FILE
               PERFORM WRITE-MANIFEST-LINE
           END-IF.
       RESTORE-BF-GENERIC.
           MOVE 0 TO WS-RESTORE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT BACKUP-BF-FILE
           IF WS-BACKUP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "bureaufinal.txt: no backup in that set"
               CLOSE BACKUP-BF-FILE
           ELSE
               OPEN OUTPUT LIVE-BF-FILE
               MOVE LOW-VALUES TO BBF-KEY
               START BACKUP-BF-FILE KEY IS GREATER THAN
                   BBF-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ BACKUP-BF-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE BBF-RECORD TO LBF-RECORD
                           WRITE LBF-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RESTORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-BF-FILE
               CLOSE BACKUP-BF-FILE
               DISPLAY "bureaufinal.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
       READ-RETENTION-CONFIG.
           CLOSE BACKUP-ET-FILE
           OPEN OUTPUT BACKUP-PC-FILE
           CLOSE BACKUP-PC-FILE
           OPEN OUTPUT BACKUP-CM-FILE
           CLOSE BACKUP-CM-FILE
           OPEN OUTPUT BACKUP-CR-FILE
           CLOSE BACKUP-CR-FILE
           OPEN OUTPUT BACKUP-DC-FILE
           CLOSE BACKUP-DC-FILE
           OPEN OUTPUT BACKUP-LE-FILE
           CLOSE BACKUP-LE-FILE
           OPEN OUTPUT BACKUP-EI-FILE
           CLOSE BACKUP-EI-FILE
           OPEN OUTPUT BACKUP-LA-FILE
           CLOSE BACKUP-LA-FILE
           OPEN OUTPUT BACKUP-LG-FILE
           CLOSE BACKUP-LG-FILE
           OPEN OUTPUT BACKUP-LQ-FILE
           CLOSE BACKUP-LQ-FILE
           OPEN OUTPUT BACKUP-LR-FILE
           CLOSE BACKUP-LR-FILE
           OPEN OUTPUT BACKUP-IX-FILE
           CLOSE BACKUP-IX-FILE
           OPEN OUTPUT BACKUP-FS-FILE
           CLOSE BACKUP-FS-FILE
           OPEN OUTPUT BACKUP-FR-FILE
           CLOSE BACKUP-FR-FILE
           OPEN OUTPUT BACKUP-GA-FILE
           CLOSE BACKUP-GA-FILE
           OPEN OUTPUT BACKUP-GB-FILE
           CLOSE BACKUP-GB-FILE
           OPEN OUTPUT BACKUP-GP-FILE
           CLOSE BACKUP-GP-FILE
           OPEN OUTPUT BACKUP-GY-FILE
           CLOSE BACKUP-GY-FILE
           OPEN OUTPUT BACKUP-ID-FILE
           CLOSE BACKUP-ID-FILE
           OPEN OUTPUT BACKUP-IY-FILE
           CLOSE BACKUP-IY-FILE
           OPEN OUTPUT BACKUP-SG-FILE
           CLOSE BACKUP-SG-FILE
           OPEN OUTPUT BACKUP-XA-FILE
           CLOSE BACKUP-XA-FILE
           OPEN OUTPUT BACKUP-HM-FILE
           CLOSE BACKUP-HM-FILE
           OPEN OUTPUT BACKUP-CL-FILE
           CLOSE BACKUP-CL-FILE
           OPEN OUTPUT BACKUP-EL-FILE
           CLOSE BACKUP-EL-FILE
           OPEN OUTPUT BACKUP-LO-FILE
           CLOSE BACKUP-LO-FILE
           OPEN OUTPUT BACKUP-OC-FILE
           CLOSE BACKUP-OC-FILE
           OPEN OUTPUT BACKUP-SB-FILE
           CLOSE BACKUP-SB-FILE
           OPEN OUTPUT BACKUP-SL-FILE
           CLOSE BACKUP-SL-FILE
           OPEN OUTPUT BACKUP-CC-FILE
           CLOSE BACKUP-CC-FILE
           OPEN OUTPUT BACKUP-CD-FILE
           CLOSE BACKUP-CD-FILE
           OPEN OUTPUT BACKUP-FC-FILE
           CLOSE BACKUP-FC-FILE
           OPEN OUTPUT BACKUP-BR-FILE
           CLOSE BACKUP-BR-FILE
           OPEN OUTPUT BACKUP-CP-FILE
           CLOSE BACKUP-CP-FILE
           OPEN OUTPUT BACKUP-CH-FILE
           CLOSE BACKUP-CH-FILE
           OPEN OUTPUT BACKUP-PM-FILE
           CLOSE BACKUP-PM-FILE
           OPEN OUTPUT BACKUP-PE-FILE
           CLOSE BACKUP-PE-FILE
           OPEN OUTPUT BACKUP-RU-FILE
           CLOSE BACKUP-RU-FILE
           OPEN OUTPUT BACKUP-XR-FILE
           CLOSE BACKUP-XR-FILE
           OPEN OUTPUT BACKUP-AR-FILE
           CLOSE BACKUP-AR-FILE
           OPEN OUTPUT BACKUP-DP-FILE
           CLOSE BACKUP-DP-FILE
           OPEN OUTPUT BACKUP-CS-FILE
           CLOSE BACKUP-CS-FILE
           OPEN OUTPUT BACKUP-DQ-FILE
           CLOSE BACKUP-DQ-FILE
           OPEN OUTPUT BACKUP-DH-FILE
           CLOSE BACKUP-DH-FILE
           OPEN OUTPUT BACKUP-RK-FILE
           CLOSE BACKUP-RK-FILE
           OPEN OUTPUT BACKUP-DF-FILE
           CLOSE BACKUP-DF-FILE
           OPEN OUTPUT BACKUP-SD-FILE
           CLOSE BACKUP-SD-FILE
           OPEN OUTPUT BACKUP-BF-FILE
           CLOSE BACKUP-BF-FILE
           OPEN OUTPUT MANIFEST-FILE
           CLOSE MANIFEST-FILE.
      * Restore mode: bring one file (by its live name) or the whole
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "pendingchanges.txt"
               PERFORM RESTORE-PC-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "cards.txt"
               PERFORM RESTORE-CM-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "cardauthreg.txt"
               PERFORM RESTORE-CR-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "disputes.txt"
               PERFORM RESTORE-DC-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "loanescrow.txt"
               PERFORM RESTORE-LE-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "escrowitems.txt"
               PERFORM RESTORE-EI-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "loanapps.txt"
               PERFORM RESTORE-LA-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "loanbilling.txt"
               PERFORM RESTORE-LG-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "loandelinq.txt"
               PERFORM RESTORE-LQ-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "loanreserve.txt"
               PERFORM RESTORE-LR-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "indexrates.txt"
               PERFORM RESTORE-IX-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "feeschedule.txt"
               PERFORM RESTORE-FS-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "feerefunds.txt"
               PERFORM RESTORE-FR-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "glaccounts.txt"
               PERFORM RESTORE-GA-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "glbalances.txt"
               PERFORM RESTORE-GB-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "glposted.txt"
               PERFORM RESTORE-GP-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "glyears.txt"
               PERFORM RESTORE-GY-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "iradetails.txt"
               PERFORM RESTORE-ID-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "irayears.txt"
               PERFORM RESTORE-IY-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "signers.txt"
               PERFORM RESTORE-SG-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "externalaccts.txt"
               PERFORM RESTORE-XA-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "heldmail.txt"
               PERFORM RESTORE-HM-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "chargeoff.txt"
               PERFORM RESTORE-CL-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "estate.txt"
               PERFORM RESTORE-EL-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "legalorders.txt"
               PERFORM RESTORE-LO-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "officialchecks.txt"
               PERFORM RESTORE-OC-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "settlebatches.txt"
               PERFORM RESTORE-SB-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "settlelines.txt"
               PERFORM RESTORE-SL-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "cashcounts.txt"
               PERFORM RESTORE-CC-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "cashdays.txt"
               PERFORM RESTORE-CD-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "fxdrawer.txt"
               PERFORM RESTORE-FC-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "branches.txt"
               PERFORM RESTORE-BR-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "complaints.txt"
               PERFORM RESTORE-CP-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "complainthist.txt"
               PERFORM RESTORE-CH-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "promocampaigns.txt"
               PERFORM RESTORE-PM-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "promoenroll.txt"
               PERFORM RESTORE-PE-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "roundup.txt"
               PERFORM RESTORE-RU-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "xsellrules.txt"
               PERFORM RESTORE-XR-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "recert.txt"
               PERFORM RESTORE-AR-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "dutypairs.txt"
               PERFORM RESTORE-DP-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "confirms.txt"
               PERFORM RESTORE-CS-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "scrubrules.txt"
               PERFORM RESTORE-DQ-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "scrubhist.txt"
               PERFORM RESTORE-DH-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "riskfactors.txt"
               PERFORM RESTORE-RK-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "debitfilters.txt"
               PERFORM RESTORE-DF-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "sdboxes.txt"
               PERFORM RESTORE-SD-GENERIC
           END-IF
           IF WS-RESTORE-NAME IS EQUAL TO "ALL" OR
               WS-RESTORE-NAME IS EQUAL TO "bureaufinal.txt"
               PERFORM RESTORE-BF-GENERIC
           END-IF.
       RESTORE-ACCOUNTS-FILE.
           MOVE 0 TO WS-RESTORE-COUNT
               DISPLAY "standing.txt restored: "WS-RESTORE-COUNT
                   " records"
           END-IF.
      * Point-in-time recovery: restore a set's balances and
      * transactions, then roll the posting journal forward from the
      * set's manifest stamp to the chosen cutoff, reapplying each
      * balance after-image and re-creating any transaction record the
      * restore lost. The roll stops at the first posting whose
      * before-image does not meet the restored balance, and the
      * restored total is proved against the manifest net plus the
      * journal movement applied. The other files stay as they are;
      * restore mode brings them back where they are wanted too
       RUN-POINT-IN-TIME-RECOVERY.
           DISPLAY "Enter backup set date (YYYYMMDD)..."
           ACCEPT WS-SET-DATE
           PERFORM RESOLVE-BACKUP-PATHS
           PERFORM READ-MANIFEST-TOTALS
           IF WS-PR-HAVE-BALANCES IS NOT EQUAL TO "y"
               DISPLAY "No manifest with a balance.txt copy for set "
                   WS-SET-DATE"; nothing recovered"
           ELSE
               DISPLAY "Enter the cutoff date (YYYYMMDD)..."
               ACCEPT WS-PR-CUTOFF-DATE
               DISPLAY "Enter the cutoff time (HHMMSS), or leave blank f
      -            "or the whole day..."
               ACCEPT WS-PR-CUTOFF-CLOCK
               IF WS-PR-CUTOFF-CLOCK IS EQUAL TO SPACES
                   MOVE "235959" TO WS-PR-CUTOFF-CLOCK
               END-IF
               DISPLAY "Recovering from set "WS-SET-DATE" taken "
                   WS-PR-STAMP-DATE" "WS-PR-STAMP-TIME
                   " through "WS-PR-CUTOFF-DATE" "WS-PR-CUTOFF-CLOCK
               PERFORM RESTORE-BALANCES-FILE
               PERFORM RESTORE-TRANSACTIONS-FILE
               PERFORM ROLL-JOURNAL-FORWARD
               PERFORM PROVE-RECOVERED-BALANCES
           END-IF.
      * The set's stamp line and balance.txt line; a set written
      * before stamps were kept is taken as of the start of its date
       READ-MANIFEST-TOTALS.
           MOVE "n" TO WS-PR-HAVE-STAMP
           MOVE "n" TO WS-PR-HAVE-BALANCES
           MOVE 0 TO WS-PR-MANIFEST-RECORDS
           MOVE 0 TO WS-PR-MANIFEST-NET
           MOVE WS-SET-DATE TO WS-PR-STAMP-DATE
           MOVE "00000000" TO WS-PR-STAMP-TIME
           MOVE "n" TO WS-EOF
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS IS NOT EQUAL TO "00"
               MOVE "y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF IS EQUAL TO "y"
               READ MANIFEST-FILE
                   AT END MOVE "y" TO WS-EOF
                   NOT AT END
                       IF MANIFEST-LINE(1:6) IS EQUAL TO "taken="
                           MOVE MANIFEST-LINE(7:8) TO WS-PR-STAMP-DATE
                           MOVE MANIFEST-LINE(21:8) TO
                               WS-PR-STAMP-TIME
                           MOVE "y" TO WS-PR-HAVE-STAMP
                       END-IF
                       IF MANIFEST-LINE(6:20) IS EQUAL TO "balance.txt"
                           MOVE MANIFEST-LINE(35:8) TO
                               WS-PR-MANIFEST-RECORDS
                           MOVE MANIFEST-LINE(48:16) TO
                               WS-PR-MANIFEST-NET-TEXT
                           MOVE "y" TO WS-PR-HAVE-BALANCES
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MANIFEST-STATUS IS NOT EQUAL TO "35"
               CLOSE MANIFEST-FILE
           END-IF
           IF WS-PR-HAVE-BALANCES IS EQUAL TO "y" AND
               WS-PR-HAVE-STAMP IS NOT EQUAL TO "y"
               DISPLAY "Manifest carries no stamp; rolling forward from
      -            "the start of "WS-SET-DATE
           END-IF.
       ROLL-JOURNAL-FORWARD.
           MOVE 0 TO WS-PR-APPLIED
           MOVE 0 TO WS-PR-SKIPPED
           MOVE 0 TO WS-PR-RECREATED
           MOVE 0 TO WS-PR-MOVEMENT
           MOVE "n" TO WS-PR-STOPPED
           MOVE "n" TO WS-PR-JOURNAL-OPEN
           MOVE "n" TO WS-EOF
           OPEN INPUT POSTING-JOURNAL
           IF WS-JOURNAL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "No posting journal on file; nothing to roll forw
      -            "ard"
               MOVE "y" TO WS-EOF
           ELSE
               MOVE "y" TO WS-PR-JOURNAL-OPEN
               OPEN I-O LIVE-BALANCES
               OPEN I-O LIVE-TRANSACTIONS
           END-IF
           PERFORM UNTIL WS-EOF IS EQUAL TO "y"
               READ POSTING-JOURNAL
                   AT END MOVE "y" TO WS-EOF
                   NOT AT END PERFORM APPLY-JOURNAL-LINE
               END-READ
           END-PERFORM
           IF WS-PR-JOURNAL-OPEN IS EQUAL TO "y"
               CLOSE LIVE-TRANSACTIONS
               CLOSE LIVE-BALANCES
               CLOSE POSTING-JOURNAL
           END-IF
           DISPLAY "Journal postings already in the set: "WS-PR-SKIPPED
           DISPLAY "Journal postings reapplied: "WS-PR-APPLIED
           DISPLAY "Transaction records re-created: "WS-PR-RECREATED
           IF WS-PR-STOPPED IS EQUAL TO "y"
               DISPLAY "ROLL-FORWARD STOPPED SHORT OF THE CUTOFF: balanc
      -            "es stand as of the last posting reapplied"
           END-IF.
      * One journal line: postings up to the set's stamp are already
      * in the restored copy, the first one past the cutoff ends the
      * roll (the journal is appended in time order)
       APPLY-JOURNAL-LINE.
           MOVE POSTING-JOURNAL-LINE(6:8) TO WS-PR-LINE-DATE
           MOVE POSTING-JOURNAL-LINE(20:8) TO WS-PR-LINE-TIME
           IF WS-PR-LINE-STAMP > WS-PR-CUTOFF
               MOVE "y" TO WS-EOF
           ELSE IF WS-PR-LINE-STAMP IS NOT GREATER THAN WS-PR-STAMP
               ADD 1 TO WS-PR-SKIPPED
           ELSE
               COMPUTE WS-PR-LINE-ACCOUNT =
                   FUNCTION NUMVAL(POSTING-JOURNAL-LINE(37:8))
               COMPUTE WS-PR-LINE-TX =
                   FUNCTION NUMVAL(POSTING-JOURNAL-LINE(49:10))
               COMPUTE WS-PR-LINE-BEFORE =
                   FUNCTION NUMVAL(POSTING-JOURNAL-LINE(67:14))
               COMPUTE WS-PR-LINE-AFTER =
                   FUNCTION NUMVAL(POSTING-JOURNAL-LINE(88:14))
               MOVE POSTING-JOURNAL-LINE(110:16) TO WS-PR-LINE-SOURCE
               MOVE WS-PR-LINE-ACCOUNT TO LB-BALANCE-ID
               READ LIVE-BALANCES
                   INVALID KEY
                       DISPLAY "STOPPED at tx "WS-PR-LINE-TX
                           ": account "WS-PR-LINE-ACCOUNT
                           " is not in the restored balances (opened sin
      -                    "ce the set was taken?)"
                       MOVE "y" TO WS-PR-STOPPED
                   NOT INVALID KEY
                       IF LB-AMMOUNT IS NOT EQUAL TO WS-PR-LINE-BEFORE
                           DISPLAY "STOPPED at tx "WS-PR-LINE-TX
                               ": journal before-image "
                               WS-PR-LINE-BEFORE
                               " but the restored balance is "
                               LB-AMMOUNT
                           MOVE "y" TO WS-PR-STOPPED
                       ELSE
                           MOVE WS-PR-LINE-AFTER TO LB-AMMOUNT
                           REWRITE LB-RECORD
                               INVALID KEY
                                   DISPLAY "Error: unable to rewrite bal
      -                                "ance "WS-PR-LINE-ACCOUNT
                                   MOVE "y" TO WS-PR-STOPPED
                           END-REWRITE
                       END-IF
               END-READ
               IF WS-PR-STOPPED IS EQUAL TO "y"
                   DISPLAY POSTING-JOURNAL-LINE
                   MOVE "y" TO WS-EOF
               ELSE
                   ADD 1 TO WS-PR-APPLIED
                   COMPUTE WS-PR-MOVEMENT = WS-PR-MOVEMENT +
                       WS-PR-LINE-AFTER - WS-PR-LINE-BEFORE
                   PERFORM RECREATE-TRANSACTION-RECORD
               END-IF
           END-IF
           END-IF.
      * A posting whose transaction record did not survive the restore
      * gets one rebuilt from the journal: the movement as amount and
      * sign, the journal source as memo, channel RV
       RECREATE-TRANSACTION-RECORD.
           IF WS-PR-LINE-TX > 0
               MOVE WS-PR-LINE-TX TO LT-TRANSACTION-NUMBER
               READ LIVE-TRANSACTIONS
                   INVALID KEY
                       MOVE SPACES TO LT-RECOVERED-RECORD
                       MOVE WS-PR-LINE-TX TO LT-R-NUMBER
                       MOVE WS-PR-LINE-DATE TO LT-R-DATE
                       MOVE WS-PR-LINE-ACCOUNT TO LT-R-ID
                       IF WS-PR-LINE-AFTER < WS-PR-LINE-BEFORE
                           COMPUTE LT-R-AMMOUNT =
                               WS-PR-LINE-BEFORE - WS-PR-LINE-AFTER
                           MOVE "-" TO LT-R-SIGN
                       ELSE
                           COMPUTE LT-R-AMMOUNT =
                               WS-PR-LINE-AFTER - WS-PR-LINE-BEFORE
                           MOVE "+" TO LT-R-SIGN
                       END-IF
                       MOVE WS-PR-LINE-SOURCE TO LT-R-MEMO
                       MOVE LB-REST(3:3) TO LT-R-CURRENCY
                       MOVE "RV" TO LT-R-CHANNEL
                       MOVE "RECOVERY" TO LT-R-OPERATOR
                       WRITE LT-RECOVERED-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO WS-PR-RECREATED
                       END-WRITE
                   NOT INVALID KEY CONTINUE
               END-READ
           END-IF.
      * The recovered balance file summed and proved against what the
      * set's manifest and the reapplied journal movement say it holds
       PROVE-RECOVERED-BALANCES.
           MOVE 0 TO WS-PR-RESTORED-TOTAL
           MOVE 0 TO WS-PR-RESTORED-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT LIVE-BALANCES
           MOVE LOW-VALUES TO LB-BALANCE-ID
           START LIVE-BALANCES KEY IS GREATER THAN LB-BALANCE-ID
               INVALID KEY MOVE "y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF IS EQUAL TO "y"
               READ LIVE-BALANCES NEXT RECORD
                   AT END MOVE "y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-PR-RESTORED-COUNT
                       ADD LB-AMMOUNT TO WS-PR-RESTORED-TOTAL
               END-READ
           END-PERFORM
           CLOSE LIVE-BALANCES
           COMPUTE WS-PR-EXPECTED = WS-PR-MANIFEST-NET + WS-PR-MOVEMENT
           COMPUTE WS-PR-DIFFERENCE =
               WS-PR-RESTORED-TOTAL - WS-PR-EXPECTED
           DISPLAY "Manifest balance.txt: "WS-PR-MANIFEST-RECORDS
               " records, net "WS-PR-MANIFEST-NET
           DISPLAY "Journal net movement reapplied: "WS-PR-MOVEMENT
           DISPLAY "Expected balance total: "WS-PR-EXPECTED
           DISPLAY "Recovered balance total: "WS-PR-RESTORED-TOTAL
               " over "WS-PR-RESTORED-COUNT" records"
           IF WS-PR-DIFFERENCE IS EQUAL TO 0
               DISPLAY "Recovered balances agree with the manifest plus
      -            "the journal"
           ELSE
               DISPLAY "RECOVERED BALANCES OUT BY "WS-PR-DIFFERENCE
           END-IF.
       END PROGRAM BACKUP-KEEPER.
