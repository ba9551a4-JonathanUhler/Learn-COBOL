      * Date:
      * Purpose: Clone the production data files into a test-region
      *          directory with the personal identifiers scrambled
      *          (member name, government ID, address, phone, the
      *          account and signer usernames/passwords, and external
      *          account and card numbers), while record counts
      *          and balance totals are preserved so batch jobs in
      *          the test region behave realistically
      * Tectonics: cobc
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CAY-KEY.
      * Reference and account-service files, cloned whole the same
      * way, and the holiday calendar the region's business-day
      * arithmetic reads
                   SELECT PROD-TD-FILE ASSIGN TO
                       WS-PROD-TD-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PTD-KEY.
                   SELECT CLONE-TD-FILE ASSIGN TO
                       WS-CLONE-TD-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CTD-KEY.
                   SELECT PROD-HD-FILE ASSIGN TO
                       WS-PROD-HD-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PHD-KEY.
                   SELECT CLONE-HD-FILE ASSIGN TO
                       WS-CLONE-HD-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CHD-KEY.
                   SELECT PROD-OD-FILE ASSIGN TO
                       WS-PROD-OD-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS POD-KEY.
                   SELECT CLONE-OD-FILE ASSIGN TO
                       WS-CLONE-OD-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS COD-KEY.
                   SELECT PROD-AC-FILE ASSIGN TO
                       WS-PROD-AC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PAC-KEY.
                   SELECT CLONE-AC-FILE ASSIGN TO
                       WS-CLONE-AC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CAC-KEY.
                   SELECT PROD-RF-FILE ASSIGN TO
                       WS-PROD-RF-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PRF-KEY.
                   SELECT CLONE-RF-FILE ASSIGN TO
                       WS-CLONE-RF-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CRF-KEY.
                   SELECT PROD-BP-FILE ASSIGN TO
                       WS-PROD-BP-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PBP-KEY.
                   SELECT CLONE-BP-FILE ASSIGN TO
                       WS-CLONE-BP-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CBP-KEY.
                   SELECT PROD-RT-FILE ASSIGN TO
                       WS-PROD-RT-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PRT-KEY.
                   SELECT CLONE-RT-FILE ASSIGN TO
                       WS-CLONE-RT-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CRT-KEY.
                   SELECT PROD-PR-FILE ASSIGN TO
                       WS-PROD-PR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PPR-KEY.
                   SELECT CLONE-PR-FILE ASSIGN TO
                       WS-CLONE-PR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CPR-KEY.
                   SELECT PROD-IR-FILE ASSIGN TO
                       WS-PROD-IR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PIR-KEY.
                   SELECT CLONE-IR-FILE ASSIGN TO
                       WS-CLONE-IR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CIR-KEY.
                   SELECT PROD-FX-FILE ASSIGN TO
                       WS-PROD-FX-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PFX-KEY.
                   SELECT CLONE-FX-FILE ASSIGN TO
                       WS-CLONE-FX-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CFX-KEY.
                   SELECT PROD-PC-FILE ASSIGN TO
                       WS-PROD-PC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PPC-KEY.
                   SELECT CLONE-PC-FILE ASSIGN TO
                       WS-CLONE-PC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CPC-KEY.
                   SELECT PROD-SW-FILE ASSIGN TO
                       WS-PROD-SW-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PSW-KEY.
                   SELECT CLONE-SW-FILE ASSIGN TO
                       WS-CLONE-SW-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CSW-KEY.
                   SELECT PROD-CO-FILE ASSIGN TO
                       WS-PROD-CO-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PCO-KEY.
                   SELECT CLONE-CO-FILE ASSIGN TO
                       WS-CLONE-CO-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CCO-KEY.
                   SELECT PROD-AM-FILE ASSIGN TO
                       WS-PROD-AM-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PAM-KEY.
                   SELECT CLONE-AM-FILE ASSIGN TO
                       WS-CLONE-AM-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CAM-KEY.
                   SELECT PROD-HOLIDAY-FILE ASSIGN TO
                       WS-PROD-HL-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-PROD-STATUS.
                   SELECT CLONE-HOLIDAY-FILE ASSIGN TO
                       WS-CLONE-HL-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * The servicing, ledger and control masters, their personal
      * fields masked where they carry any
                   SELECT PROD-CM-FILE ASSIGN TO
                       WS-PROD-CM-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PCM-KEY
                       ALTERNATE RECORD KEY IS PCM-ALT-KEY
                           WITH DUPLICATES.
                   SELECT CLONE-CM-FILE ASSIGN TO
                       WS-CLONE-CM-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CCM-KEY
                       ALTERNATE RECORD KEY IS CCM-ALT-KEY
                           WITH DUPLICATES.
                   SELECT PROD-CR-FILE ASSIGN TO
                       WS-PROD-CR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PCR-KEY.
                   SELECT CLONE-CR-FILE ASSIGN TO
                       WS-CLONE-CR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CCR-KEY.
                   SELECT PROD-DC-FILE ASSIGN TO
                       WS-PROD-DC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PDC-KEY
                       ALTERNATE RECORD KEY IS PDC-ALT-KEY.
                   SELECT CLONE-DC-FILE ASSIGN TO
                       WS-CLONE-DC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CDC-KEY
                       ALTERNATE RECORD KEY IS CDC-ALT-KEY.
                   SELECT PROD-LE-FILE ASSIGN TO
                       WS-PROD-LE-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PLE-KEY.
                   SELECT CLONE-LE-FILE ASSIGN TO
                       WS-CLONE-LE-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CLE-KEY.
                   SELECT PROD-EI-FILE ASSIGN TO
                       WS-PROD-EI-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PEI-KEY.
                   SELECT CLONE-EI-FILE ASSIGN TO
                       WS-CLONE-EI-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CEI-KEY.
                   SELECT PROD-LA-FILE ASSIGN TO
                       WS-PROD-LA-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PLA-KEY
                       ALTERNATE RECORD KEY IS PLA-ALT-KEY
                           WITH DUPLICATES.
                   SELECT CLONE-LA-FILE ASSIGN TO
                       WS-CLONE-LA-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CLA-KEY
                       ALTERNATE RECORD KEY IS CLA-ALT-KEY
                           WITH DUPLICATES.
                   SELECT PROD-LG-FILE ASSIGN TO
                       WS-PROD-LG-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PLG-KEY.
                   SELECT CLONE-LG-FILE ASSIGN TO
                       WS-CLONE-LG-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CLG-KEY.
                   SELECT PROD-LQ-FILE ASSIGN TO
                       WS-PROD-LQ-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PLQ-KEY.
                   SELECT CLONE-LQ-FILE ASSIGN TO
                       WS-CLONE-LQ-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CLQ-KEY.
                   SELECT PROD-LR-FILE ASSIGN TO
                       WS-PROD-LR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PLR-KEY.
                   SELECT CLONE-LR-FILE ASSIGN TO
                       WS-CLONE-LR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CLR-KEY.
                   SELECT PROD-IX-FILE ASSIGN TO
                       WS-PROD-IX-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PIX-KEY.
                   SELECT CLONE-IX-FILE ASSIGN TO
                       WS-CLONE-IX-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CIX-KEY.
                   SELECT PROD-FS-FILE ASSIGN TO
                       WS-PROD-FS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PFS-KEY.
                   SELECT CLONE-FS-FILE ASSIGN TO
                       WS-CLONE-FS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CFS-KEY.
                   SELECT PROD-FR-FILE ASSIGN TO
                       WS-PROD-FR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PFR-KEY.
                   SELECT CLONE-FR-FILE ASSIGN TO
                       WS-CLONE-FR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CFR-KEY.
                   SELECT PROD-GA-FILE ASSIGN TO
                       WS-PROD-GA-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PGA-KEY.
                   SELECT CLONE-GA-FILE ASSIGN TO
                       WS-CLONE-GA-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CGA-KEY.
                   SELECT PROD-GB-FILE ASSIGN TO
                       WS-PROD-GB-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PGB-KEY.
                   SELECT CLONE-GB-FILE ASSIGN TO
                       WS-CLONE-GB-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CGB-KEY.
                   SELECT PROD-GP-FILE ASSIGN TO
                       WS-PROD-GP-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PGP-KEY.
                   SELECT CLONE-GP-FILE ASSIGN TO
                       WS-CLONE-GP-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CGP-KEY.
                   SELECT PROD-GY-FILE ASSIGN TO
                       WS-PROD-GY-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PGY-KEY.
                   SELECT CLONE-GY-FILE ASSIGN TO
                       WS-CLONE-GY-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CGY-KEY.
                   SELECT PROD-ID-FILE ASSIGN TO
                       WS-PROD-ID-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PID-KEY.
                   SELECT CLONE-ID-FILE ASSIGN TO
                       WS-CLONE-ID-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CID-KEY.
                   SELECT PROD-IY-FILE ASSIGN TO
                       WS-PROD-IY-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PIY-KEY.
                   SELECT CLONE-IY-FILE ASSIGN TO
                       WS-CLONE-IY-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CIY-KEY.
                   SELECT PROD-SG-FILE ASSIGN TO
                       WS-PROD-SG-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PSG-KEY.
                   SELECT CLONE-SG-FILE ASSIGN TO
                       WS-CLONE-SG-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CSG-KEY.
                   SELECT PROD-XA-FILE ASSIGN TO
                       WS-PROD-XA-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PXA-KEY.
                   SELECT CLONE-XA-FILE ASSIGN TO
                       WS-CLONE-XA-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CXA-KEY.
                   SELECT PROD-HM-FILE ASSIGN TO
                       WS-PROD-HM-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PHM-KEY.
                   SELECT CLONE-HM-FILE ASSIGN TO
                       WS-CLONE-HM-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CHM-KEY.
                   SELECT PROD-CL-FILE ASSIGN TO
                       WS-PROD-CL-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PCL-KEY
                       ALTERNATE RECORD KEY IS PCL-ALT-KEY
                           WITH DUPLICATES.
                   SELECT CLONE-CL-FILE ASSIGN TO
                       WS-CLONE-CL-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CCL-KEY
                       ALTERNATE RECORD KEY IS CCL-ALT-KEY
                           WITH DUPLICATES.
                   SELECT PROD-EL-FILE ASSIGN TO
                       WS-PROD-EL-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PEL-KEY.
                   SELECT CLONE-EL-FILE ASSIGN TO
                       WS-CLONE-EL-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CEL-KEY.
                   SELECT PROD-LO-FILE ASSIGN TO
                       WS-PROD-LO-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PLO-KEY.
                   SELECT CLONE-LO-FILE ASSIGN TO
                       WS-CLONE-LO-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CLO-KEY.
                   SELECT PROD-OC-FILE ASSIGN TO
                       WS-PROD-OC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS POC-KEY.
                   SELECT CLONE-OC-FILE ASSIGN TO
                       WS-CLONE-OC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS COC-KEY.
                   SELECT PROD-SB-FILE ASSIGN TO
                       WS-PROD-SB-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PSB-KEY.
                   SELECT CLONE-SB-FILE ASSIGN TO
                       WS-CLONE-SB-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CSB-KEY.
                   SELECT PROD-SL-FILE ASSIGN TO
                       WS-PROD-SL-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PSL-KEY.
                   SELECT CLONE-SL-FILE ASSIGN TO
                       WS-CLONE-SL-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CSL-KEY.
                   SELECT PROD-CC-FILE ASSIGN TO
                       WS-PROD-CC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PCC-KEY.
                   SELECT CLONE-CC-FILE ASSIGN TO
                       WS-CLONE-CC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CCC-KEY.
                   SELECT PROD-CD-FILE ASSIGN TO
                       WS-PROD-CD-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PCD-KEY.
                   SELECT CLONE-CD-FILE ASSIGN TO
                       WS-CLONE-CD-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CCD-KEY.
                   SELECT PROD-FC-FILE ASSIGN TO
                       WS-PROD-FC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PFC-KEY.
                   SELECT CLONE-FC-FILE ASSIGN TO
                       WS-CLONE-FC-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CFC-KEY.
                   SELECT PROD-BR-FILE ASSIGN TO
                       WS-PROD-BR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PBR-KEY.
                   SELECT CLONE-BR-FILE ASSIGN TO
                       WS-CLONE-BR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CBR-KEY.
                   SELECT PROD-CP-FILE ASSIGN TO
                       WS-PROD-CP-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PCP-KEY.
                   SELECT CLONE-CP-FILE ASSIGN TO
                       WS-CLONE-CP-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CCP-KEY.
                   SELECT PROD-CH-FILE ASSIGN TO
                       WS-PROD-CH-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PCH-KEY.
                   SELECT CLONE-CH-FILE ASSIGN TO
                       WS-CLONE-CH-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CCH-KEY.
                   SELECT PROD-PM-FILE ASSIGN TO
                       WS-PROD-PM-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PPM-KEY.
                   SELECT CLONE-PM-FILE ASSIGN TO
                       WS-CLONE-PM-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CPM-KEY.
                   SELECT PROD-PE-FILE ASSIGN TO
                       WS-PROD-PE-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PPE-KEY.
                   SELECT CLONE-PE-FILE ASSIGN TO
                       WS-CLONE-PE-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CPE-KEY.
                   SELECT PROD-RU-FILE ASSIGN TO
                       WS-PROD-RU-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PRU-KEY.
                   SELECT CLONE-RU-FILE ASSIGN TO
                       WS-CLONE-RU-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CRU-KEY.
                   SELECT PROD-XR-FILE ASSIGN TO
                       WS-PROD-XR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PXR-KEY.
                   SELECT CLONE-XR-FILE ASSIGN TO
                       WS-CLONE-XR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CXR-KEY.
                   SELECT PROD-AR-FILE ASSIGN TO
                       WS-PROD-AR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PAR-KEY.
                   SELECT CLONE-AR-FILE ASSIGN TO
                       WS-CLONE-AR-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CAR-KEY.
                   SELECT PROD-DP-FILE ASSIGN TO
                       WS-PROD-DP-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PDP-KEY.
                   SELECT CLONE-DP-FILE ASSIGN TO
                       WS-CLONE-DP-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CDP-KEY.
                   SELECT PROD-CS-FILE ASSIGN TO
                       WS-PROD-CS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PCS-KEY.
                   SELECT CLONE-CS-FILE ASSIGN TO
                       WS-CLONE-CS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CCS-KEY.
                   SELECT PROD-DQ-FILE ASSIGN TO
                       WS-PROD-DQ-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PDQ-KEY.
                   SELECT CLONE-DQ-FILE ASSIGN TO
                       WS-CLONE-DQ-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CDQ-KEY.
                   SELECT PROD-DH-FILE ASSIGN TO
                       WS-PROD-DH-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PDH-KEY.
                   SELECT CLONE-DH-FILE ASSIGN TO
                       WS-CLONE-DH-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CDH-KEY.
                   SELECT PROD-RK-FILE ASSIGN TO
                       WS-PROD-RK-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PRK-KEY.
                   SELECT CLONE-RK-FILE ASSIGN TO
                       WS-CLONE-RK-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CRK-KEY.
                   SELECT PROD-DF-FILE ASSIGN TO
                       WS-PROD-DF-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PDF-KEY.
                   SELECT CLONE-DF-FILE ASSIGN TO
                       WS-CLONE-DF-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CDF-KEY.
                   SELECT PROD-SD-FILE ASSIGN TO
                       WS-PROD-SD-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PSD-KEY.
                   SELECT CLONE-SD-FILE ASSIGN TO
                       WS-CLONE-SD-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CSD-KEY.
                   SELECT PROD-BF-FILE ASSIGN TO
                       WS-PROD-BF-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PROD-STATUS
                       RECORD KEY IS PBF-KEY.
                   SELECT CLONE-BF-FILE ASSIGN TO
                       WS-CLONE-BF-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CBF-KEY.
      * Summary proving what was cloned and what was masked
                   SELECT CLONE-SUMMARY-FILE ASSIGN TO
                       WS-CLONE-SUMMARY-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD PROD-ACCOUNTS.
               01 PA-RECORD.
                   05 PA-PASSWORD PIC X(100).
                   05 PA-USERNAME PIC X(100).
                   05 PA-PASS-VALID PIC A(1).
                   05 PA-ACCOUNT-ID PIC 9(8).
                   05 PA-ACCOUNT-TYPE PIC A(1).
                   05 PA-HAS-JOINT PIC A(1).
                   05 PA-USERNAME-2 PIC X(100).
                   05 PA-PASSWORD-2 PIC X(100).
                   05 PA-MEMBER-ID PIC 9(8).
                   05 PA-BOTH-TO-SIGN PIC A(1).
                   05 PA-HOME-BRANCH PIC X(3).
           FD PROD-BALANCES.
               01 PB-RECORD.
                   05 PB-BALANCE-ID PIC 9(8).
                   05 PB-AMMOUNT PIC S9(10)V9(2).
                   05 PB-REST PIC X(51).
           FD PROD-TRANSACTIONS.
               01 PT-RECORD.
                   05 PT-TRANSACTION-NUMBER PIC 9(10).
                   05 PT-DATE PIC 9(8).
                   05 PT-TRANSACTION-ID PIC 9(8).
                   05 PT-AMMOUNT PIC 9(10)V9(2).
                   05 PT-REST PIC X(37).
           FD PROD-MEMBERS.
               01 PM-RECORD.
                   05 PM-MEMBER-ID PIC 9(8).
                   05 PM-NAME PIC A(30).
                   05 PM-AGE PIC 9(2).
                   05 PM-GRADE PIC 9(2).
                   05 PM-SCHOOL PIC A(40).
                   05 PM-DOB PIC 9(8).
                   05 PM-GOVT-ID PIC X(12).
                   05 PM-ADDRESS PIC X(60).
                   05 PM-PHONE PIC X(12).
                   05 PM-KYC-REVIEW-DATE PIC 9(8).
                   05 PM-DECEASED-DATE PIC 9(8).
                   05 PM-ESTATE-CONTACT PIC X(30).
                   05 PM-ESTATE-ADDRESS PIC X(60).
                   05 PM-TYPE PIC A(1).
                   05 PM-LEGAL-NAME PIC X(60).
                   05 PM-TAX-ID PIC X(12).
                   05 PM-ENTITY-TYPE PIC X(2).
                   05 PM-FORMATION-DATE PIC 9(8).
                   05 PM-MERGED-INTO PIC 9(8).
                   05 PM-MERGED-DATE PIC 9(8).
                   05 PM-ADDRESS-BAD PIC A(1).
                   05 PM-BAD-ADDRESS-DATE PIC 9(8).
                   05 PM-BAD-NOTICE PIC X(12).
                   05 PM-EMAIL PIC X(60).
                   05 PM-MOBILE PIC X(15).
                   05 PM-ALERT-CHANNEL PIC A(1).
                   05 PM-LOAN-CHANNEL PIC A(1).
                   05 PM-SERVICE-CHANNEL PIC A(1).
                   05 PM-RISK-RATING PIC A(1).
                   05 PM-RISK-SCORE PIC 9(3).
                   05 PM-RISK-POINTS PIC 9(3) OCCURS 8 TIMES.
                   05 PM-RISK-DATE PIC 9(8).
                   05 PM-OFFICER-ID PIC X(8).
                   05 PM-MARKETING-OPT-OUT PIC A(1).
           FD CLONE-ACCOUNTS.
               01 CA-RECORD.
                   05 CA-PASSWORD PIC X(100).
                   05 CA-USERNAME PIC X(100).
                   05 CA-PASS-VALID PIC A(1).
                   05 CA-ACCOUNT-ID PIC 9(8).
                   05 CA-ACCOUNT-TYPE PIC A(1).
                   05 CA-HAS-JOINT PIC A(1).
                   05 CA-USERNAME-2 PIC X(100).
                   05 CA-PASSWORD-2 PIC X(100).
                   05 CA-MEMBER-ID PIC 9(8).
                   05 CA-BOTH-TO-SIGN PIC A(1).
                   05 CA-HOME-BRANCH PIC X(3).
           FD CLONE-BALANCES.
               01 CB-RECORD.
                   05 CB-BALANCE-ID PIC 9(8).
                   05 CB-REST PIC X(63).
           FD CLONE-TRANSACTIONS.
               01 CT-RECORD.
                   05 CT-TRANSACTION-NUMBER PIC 9(10).
                   05 CT-REST PIC X(65).
           FD CLONE-MEMBERS.
               01 CM-RECORD.
                   05 CM-MEMBER-ID PIC 9(8).
                   05 CM-NAME PIC A(30).
                   05 CM-AGE PIC 9(2).
                   05 CM-GRADE PIC 9(2).
                   05 CM-SCHOOL PIC A(40).
                   05 CM-DOB PIC 9(8).
                   05 CM-GOVT-ID PIC X(12).
                   05 CM-ADDRESS PIC X(60).
                   05 CM-PHONE PIC X(12).
                   05 CM-KYC-REVIEW-DATE PIC 9(8).
                   05 CM-DECEASED-DATE PIC 9(8).
                   05 CM-ESTATE-CONTACT PIC X(30).
                   05 CM-ESTATE-ADDRESS PIC X(60).
                   05 CM-TYPE PIC A(1).
                   05 CM-LEGAL-NAME PIC X(60).
                   05 CM-TAX-ID PIC X(12).
                   05 CM-ENTITY-TYPE PIC X(2).
                   05 CM-FORMATION-DATE PIC 9(8).
                   05 CM-MERGED-INTO PIC 9(8).
                   05 CM-MERGED-DATE PIC 9(8).
                   05 CM-ADDRESS-BAD PIC A(1).
                   05 CM-BAD-ADDRESS-DATE PIC 9(8).
                   05 CM-BAD-NOTICE PIC X(12).
                   05 CM-EMAIL PIC X(60).
                   05 CM-MOBILE PIC X(15).
                   05 CM-ALERT-CHANNEL PIC A(1).
                   05 CM-LOAN-CHANNEL PIC A(1).
                   05 CM-SERVICE-CHANNEL PIC A(1).
                   05 CM-RISK-RATING PIC A(1).
                   05 CM-RISK-SCORE PIC 9(3).
                   05 CM-RISK-POINTS PIC 9(3) OCCURS 8 TIMES.
                   05 CM-RISK-DATE PIC 9(8).
                   05 CM-OFFICER-ID PIC X(8).
                   05 CM-MARKETING-OPT-OUT PIC A(1).
           FD PROD-LN-FILE.
               01 PLN-RECORD.
                   05 PLN-KEY PIC X(8).
                   05 PLN-REST PIC X(131).
           FD CLONE-LN-FILE.
               01 CLN-RECORD.
                   05 CLN-KEY PIC X(8).
                   05 CLN-REST PIC X(131).
           FD PROD-SI-FILE.
               01 PSI-RECORD.
                   05 PSI-KEY PIC X(8).
                   05 PSI-ALT-KEY PIC X(8).
                   05 PSI-REST PIC X(27).
           FD CLONE-SI-FILE.
               01 CSI-RECORD.
                   05 CSI-KEY PIC X(8).
                   05 CSI-ALT-KEY PIC X(8).
                   05 CSI-REST PIC X(27).
           FD PROD-SP-FILE.
               01 PSP-RECORD.
                   05 PSP-KEY PIC X(14).
                   05 PSP-REST PIC X(14).
           FD CLONE-SP-FILE.
               01 CSP-RECORD.
                   05 CSP-KEY PIC X(14).
                   05 CSP-REST PIC X(14).
           FD PROD-AY-FILE.
               01 PAY-RECORD.
                   05 PAY-KEY PIC X(16).
                   05 PAY-REST PIC X(60).
           FD CLONE-AY-FILE.
               01 CAY-RECORD.
                   05 CAY-KEY PIC X(16).
                   05 CAY-REST PIC X(60).
           FD PROD-TD-FILE.
               01 PTD-RECORD.
                   05 PTD-KEY PIC X(8).
                   05 PTD-REST PIC X(41).
           FD CLONE-TD-FILE.
               01 CTD-RECORD.
                   05 CTD-KEY PIC X(8).
                   05 CTD-REST PIC X(41).
           FD PROD-HD-FILE.
               01 PHD-RECORD.
                   05 PHD-KEY PIC X(10).
                   05 PHD-REST PIC X(27).
           FD CLONE-HD-FILE.
               01 CHD-RECORD.
                   05 CHD-KEY PIC X(10).
                   05 CHD-REST PIC X(27).
           FD PROD-OD-FILE.
               01 POD-RECORD.
                   05 POD-KEY PIC X(8).
                   05 POD-REST PIC X(37).
           FD CLONE-OD-FILE.
               01 COD-RECORD.
                   05 COD-KEY PIC X(8).
                   05 COD-REST PIC X(37).
           FD PROD-AC-FILE.
               01 PAC-RECORD.
                   05 PAC-KEY PIC X(8).
                   05 PAC-REST PIC X(20).
           FD CLONE-AC-FILE.
               01 CAC-RECORD.
                   05 CAC-KEY PIC X(8).
                   05 CAC-REST PIC X(20).
           FD PROD-RF-FILE.
               01 PRF-RECORD.
                   05 PRF-KEY PIC X(20).
                   05 PRF-REST PIC X(37).
           FD CLONE-RF-FILE.
               01 CRF-RECORD.
                   05 CRF-KEY PIC X(20).
                   05 CRF-REST PIC X(37).
           FD PROD-BP-FILE.
               01 PBP-RECORD.
                   05 PBP-KEY PIC X(20).
                   05 PBP-REST PIC X(18).
           FD CLONE-BP-FILE.
               01 CBP-RECORD.
                   05 CBP-KEY PIC X(20).
                   05 CBP-REST PIC X(18).
           FD PROD-RT-FILE.
               01 PRT-RECORD.
                   05 PRT-KEY PIC X(3).
                   05 PRT-REST PIC X(19).
           FD CLONE-RT-FILE.
               01 CRT-RECORD.
                   05 CRT-KEY PIC X(3).
                   05 CRT-REST PIC X(19).
           FD PROD-PR-FILE.
               01 PPR-RECORD.
                   05 PPR-KEY PIC X(1).
                   05 PPR-REST PIC X(38).
           FD CLONE-PR-FILE.
               01 CPR-RECORD.
                   05 CPR-KEY PIC X(1).
                   05 CPR-REST PIC X(38).
           FD PROD-IR-FILE.
               01 PIR-RECORD.
                   05 PIR-KEY PIC X(1).
                   05 PIR-REST PIC X(7).
           FD CLONE-IR-FILE.
               01 CIR-RECORD.
                   05 CIR-KEY PIC X(1).
                   05 CIR-REST PIC X(7).
           FD PROD-FX-FILE.
               01 PFX-RECORD.
                   05 PFX-KEY PIC X(3).
                   05 PFX-REST PIC X(21).
           FD CLONE-FX-FILE.
               01 CFX-RECORD.
                   05 CFX-KEY PIC X(3).
                   05 CFX-REST PIC X(21).
           FD PROD-PC-FILE.
               01 PPC-RECORD.
                   05 PPC-KEY PIC X(10).
                   05 PPC-REST PIC X(110).
           FD CLONE-PC-FILE.
               01 CPC-RECORD.
                   05 CPC-KEY PIC X(10).
                   05 CPC-REST PIC X(110).
           FD PROD-SW-FILE.
               01 PSW-RECORD.
                   05 PSW-KEY PIC X(10).
                   05 PSW-REST PIC X(36).
           FD CLONE-SW-FILE.
               01 CSW-RECORD.
                   05 CSW-KEY PIC X(10).
                   05 CSW-REST PIC X(36).
           FD PROD-CO-FILE.
               01 PCO-RECORD.
                   05 PCO-KEY PIC X(8).
                   05 PCO-REST PIC X(58).
           FD CLONE-CO-FILE.
               01 CCO-RECORD.
                   05 CCO-KEY PIC X(8).
                   05 CCO-REST PIC X(58).
           FD PROD-AM-FILE.
               01 PAM-RECORD.
                   05 PAM-KEY PIC X(11).
                   05 PAM-REST PIC X(36).
           FD CLONE-AM-FILE.
               01 CAM-RECORD.
                   05 CAM-KEY PIC X(11).
                   05 CAM-REST PIC X(36).
           FD PROD-HOLIDAY-FILE.
               01 PHL-RECORD PIC X(6).
           FD CLONE-HOLIDAY-FILE.
               01 CHL-RECORD PIC X(6).
           FD PROD-CM-FILE.
               01 PCM-RECORD.
                   05 PCM-KEY PIC 9(16).
                   05 PCM-ALT-KEY PIC X(8).
                   05 PCM-PIN-HASH PIC X(100).
                   05 PCM-DATA PIC X(17).
                   05 PCM-REPLACES PIC 9(16).
           FD CLONE-CM-FILE.
               01 CCM-RECORD.
                   05 CCM-KEY PIC 9(16).
                   05 CCM-ALT-KEY PIC X(8).
                   05 CCM-PIN-HASH PIC X(100).
                   05 CCM-DATA PIC X(17).
                   05 CCM-REPLACES PIC 9(16).
           FD PROD-CR-FILE.
               01 PCR-RECORD.
                   05 PCR-KEY.
                       10 PCR-CARD-NUMBER PIC 9(16).
                       10 PCR-AUTH-CODE PIC X(6).
                   05 PCR-REST PIC X(81).
           FD CLONE-CR-FILE.
               01 CCR-RECORD.
                   05 CCR-KEY.
                       10 CCR-CARD-NUMBER PIC 9(16).
                       10 CCR-AUTH-CODE PIC X(6).
                   05 CCR-REST PIC X(81).
           FD PROD-DC-FILE.
               01 PDC-RECORD.
                   05 PDC-KEY PIC X(10).
                   05 PDC-ALT-KEY PIC X(10).
                   05 PDC-REST PIC X(61).
           FD CLONE-DC-FILE.
               01 CDC-RECORD.
                   05 CDC-KEY PIC X(10).
                   05 CDC-ALT-KEY PIC X(10).
                   05 CDC-REST PIC X(61).
           FD PROD-LE-FILE.
               01 PLE-RECORD.
                   05 PLE-KEY PIC X(8).
                   05 PLE-REST PIC X(41).
           FD CLONE-LE-FILE.
               01 CLE-RECORD.
                   05 CLE-KEY PIC X(8).
                   05 CLE-REST PIC X(41).
           FD PROD-EI-FILE.
               01 PEI-RECORD.
                   05 PEI-KEY PIC X(10).
                   05 PEI-REST PIC X(38).
           FD CLONE-EI-FILE.
               01 CEI-RECORD.
                   05 CEI-KEY PIC X(10).
                   05 CEI-REST PIC X(38).
           FD PROD-LA-FILE.
               01 PLA-RECORD.
                   05 PLA-KEY PIC X(10).
                   05 PLA-ALT-KEY PIC X(8).
                   05 PLA-DATA PIC X(54).
                   05 PLA-COLL-DESC PIC X(30).
                   05 PLA-REST PIC X(167).
           FD CLONE-LA-FILE.
               01 CLA-RECORD.
                   05 CLA-KEY PIC X(10).
                   05 CLA-ALT-KEY PIC X(8).
                   05 CLA-DATA PIC X(54).
                   05 CLA-COLL-DESC PIC X(30).
                   05 CLA-REST PIC X(167).
           FD PROD-LG-FILE.
               01 PLG-RECORD.
                   05 PLG-KEY PIC X(14).
                   05 PLG-REST PIC X(78).
           FD CLONE-LG-FILE.
               01 CLG-RECORD.
                   05 CLG-KEY PIC X(14).
                   05 CLG-REST PIC X(78).
           FD PROD-LQ-FILE.
               01 PLQ-RECORD.
                   05 PLQ-KEY PIC X(14).
                   05 PLQ-REST PIC X(51).
           FD CLONE-LQ-FILE.
               01 CLQ-RECORD.
                   05 CLQ-KEY PIC X(14).
                   05 CLQ-REST PIC X(51).
           FD PROD-LR-FILE.
               01 PLR-RECORD.
                   05 PLR-KEY PIC X(6).
                   05 PLR-REST PIC X(256).
           FD CLONE-LR-FILE.
               01 CLR-RECORD.
                   05 CLR-KEY PIC X(6).
                   05 CLR-REST PIC X(256).
           FD PROD-IX-FILE.
               01 PIX-RECORD.
                   05 PIX-KEY PIC X(12).
                   05 PIX-REST PIC X(7).
           FD CLONE-IX-FILE.
               01 CIX-RECORD.
                   05 CIX-KEY PIC X(12).
                   05 CIX-REST PIC X(7).
           FD PROD-FS-FILE.
               01 PFS-RECORD.
                   05 PFS-KEY PIC X(5).
                   05 PFS-REST PIC X(27).
           FD CLONE-FS-FILE.
               01 CFS-RECORD.
                   05 CFS-KEY PIC X(5).
                   05 CFS-REST PIC X(27).
           FD PROD-FR-FILE.
               01 PFR-RECORD.
                   05 PFR-KEY PIC X(10).
                   05 PFR-REST PIC X(82).
           FD CLONE-FR-FILE.
               01 CFR-RECORD.
                   05 CFR-KEY PIC X(10).
                   05 CFR-REST PIC X(82).
           FD PROD-GA-FILE.
               01 PGA-RECORD.
                   05 PGA-KEY PIC X(6).
                   05 PGA-REST PIC X(33).
           FD CLONE-GA-FILE.
               01 CGA-RECORD.
                   05 CGA-KEY PIC X(6).
                   05 CGA-REST PIC X(33).
           FD PROD-GB-FILE.
               01 PGB-RECORD.
                   05 PGB-KEY PIC X(12).
                   05 PGB-REST PIC X(40).
           FD CLONE-GB-FILE.
               01 CGB-RECORD.
                   05 CGB-KEY PIC X(12).
                   05 CGB-REST PIC X(40).
           FD PROD-GP-FILE.
               01 PGP-RECORD.
                   05 PGP-KEY PIC X(16).
                   05 PGP-REST PIC X(22).
           FD CLONE-GP-FILE.
               01 CGP-RECORD.
                   05 CGP-KEY PIC X(16).
                   05 CGP-REST PIC X(22).
           FD PROD-GY-FILE.
               01 PGY-RECORD.
                   05 PGY-KEY PIC X(4).
                   05 PGY-REST PIC X(33).
           FD CLONE-GY-FILE.
               01 CGY-RECORD.
                   05 CGY-KEY PIC X(4).
                   05 CGY-REST PIC X(33).
           FD PROD-ID-FILE.
               01 PID-RECORD.
                   05 PID-KEY PIC X(8).
                   05 PID-DATA PIC X(8).
                   05 PID-BENEFICIARY PIC X(30).
                   05 PID-REST PIC X(33).
           FD CLONE-ID-FILE.
               01 CID-RECORD.
                   05 CID-KEY PIC X(8).
                   05 CID-DATA PIC X(8).
                   05 CID-BENEFICIARY PIC X(30).
                   05 CID-REST PIC X(33).
           FD PROD-IY-FILE.
               01 PIY-RECORD.
                   05 PIY-KEY PIC X(12).
                   05 PIY-REST PIC X(48).
           FD CLONE-IY-FILE.
               01 CIY-RECORD.
                   05 CIY-KEY PIC X(12).
                   05 CIY-REST PIC X(48).
           FD PROD-SG-FILE.
               01 PSG-RECORD.
                   05 PSG-KEY.
                       10 PSG-BUSINESS-ID PIC 9(8).
                       10 PSG-MEMBER-ID PIC 9(8).
                   05 PSG-DATA PIC X(16).
                   05 PSG-USERNAME PIC X(100).
                   05 PSG-PASSWORD PIC X(100).
                   05 PSG-REST PIC X(17).
           FD CLONE-SG-FILE.
               01 CSG-RECORD.
                   05 CSG-KEY.
                       10 CSG-BUSINESS-ID PIC 9(8).
                       10 CSG-MEMBER-ID PIC 9(8).
                   05 CSG-DATA PIC X(16).
                   05 CSG-USERNAME PIC X(100).
                   05 CSG-PASSWORD PIC X(100).
                   05 CSG-REST PIC X(17).
           FD PROD-XA-FILE.
               01 PXA-RECORD.
                   05 PXA-KEY.
                       10 PXA-ACCOUNT-ID PIC 9(8).
                       10 PXA-SEQ PIC 9(2).
                   05 PXA-ROUTING PIC X(9).
                   05 PXA-NUMBER PIC X(17).
                   05 PXA-NICKNAME PIC X(20).
                   05 PXA-REST PIC X(24).
           FD CLONE-XA-FILE.
               01 CXA-RECORD.
                   05 CXA-KEY.
                       10 CXA-ACCOUNT-ID PIC 9(8).
                       10 CXA-SEQ PIC 9(2).
                   05 CXA-ROUTING PIC X(9).
                   05 CXA-NUMBER PIC X(17).
                   05 CXA-NICKNAME PIC X(20).
                   05 CXA-REST PIC X(24).
           FD PROD-HM-FILE.
               01 PHM-RECORD.
                   05 PHM-KEY PIC X(24).
                   05 PHM-REST PIC X(154).
           FD CLONE-HM-FILE.
               01 CHM-RECORD.
                   05 CHM-KEY PIC X(24).
                   05 CHM-REST PIC X(154).
           FD PROD-CL-FILE.
               01 PCL-RECORD.
                   05 PCL-KEY PIC X(10).
                   05 PCL-ALT-KEY PIC X(8).
                   05 PCL-REST PIC X(32).
           FD CLONE-CL-FILE.
               01 CCL-RECORD.
                   05 CCL-KEY PIC X(10).
                   05 CCL-ALT-KEY PIC X(8).
                   05 CCL-REST PIC X(32).
           FD PROD-EL-FILE.
               01 PEL-RECORD.
                   05 PEL-KEY PIC X(16).
                   05 PEL-REST PIC X(78).
           FD CLONE-EL-FILE.
               01 CEL-RECORD.
                   05 CEL-KEY PIC X(16).
                   05 CEL-REST PIC X(78).
           FD PROD-LO-FILE.
               01 PLO-RECORD.
                   05 PLO-KEY PIC X(10).
                   05 PLO-REST PIC X(431).
           FD CLONE-LO-FILE.
               01 CLO-RECORD.
                   05 CLO-KEY PIC X(10).
                   05 CLO-REST PIC X(431).
           FD PROD-OC-FILE.
               01 POC-RECORD.
                   05 POC-KEY PIC X(6).
                   05 POC-DATA PIC X(24).
                   05 POC-PAYEE PIC X(30).
                   05 POC-PURCHASER PIC X(30).
                   05 POC-REST PIC X(33).
           FD CLONE-OC-FILE.
               01 COC-RECORD.
                   05 COC-KEY PIC X(6).
                   05 COC-DATA PIC X(24).
                   05 COC-PAYEE PIC X(30).
                   05 COC-PURCHASER PIC X(30).
                   05 COC-REST PIC X(33).
           FD PROD-SB-FILE.
               01 PSB-RECORD.
                   05 PSB-KEY PIC X(16).
                   05 PSB-REST PIC X(28).
           FD CLONE-SB-FILE.
               01 CSB-RECORD.
                   05 CSB-KEY PIC X(16).
                   05 CSB-REST PIC X(28).
           FD PROD-SL-FILE.
               01 PSL-RECORD.
                   05 PSL-KEY PIC X(12).
                   05 PSL-REST PIC X(60).
           FD CLONE-SL-FILE.
               01 CSL-RECORD.
                   05 CSL-KEY PIC X(12).
                   05 CSL-REST PIC X(60).
           FD PROD-CC-FILE.
               01 PCC-RECORD.
                   05 PCC-KEY PIC X(15).
                   05 PCC-REST PIC X(284).
           FD CLONE-CC-FILE.
               01 CCC-RECORD.
                   05 CCC-KEY PIC X(15).
                   05 CCC-REST PIC X(284).
           FD PROD-CD-FILE.
               01 PCD-RECORD.
                   05 PCD-KEY PIC X(24).
                   05 PCD-REST PIC X(12).
           FD CLONE-CD-FILE.
               01 CCD-RECORD.
                   05 CCD-KEY PIC X(24).
                   05 CCD-REST PIC X(12).
           FD PROD-FC-FILE.
               01 PFC-RECORD.
                   05 PFC-KEY PIC X(17).
                   05 PFC-REST PIC X(39).
           FD CLONE-FC-FILE.
               01 CFC-RECORD.
                   05 CFC-KEY PIC X(17).
                   05 CFC-REST PIC X(39).
           FD PROD-BR-FILE.
               01 PBR-RECORD.
                   05 PBR-KEY PIC X(3).
                   05 PBR-REST PIC X(31).
           FD CLONE-BR-FILE.
               01 CBR-RECORD.
                   05 CBR-KEY PIC X(3).
                   05 CBR-REST PIC X(31).
           FD PROD-CP-FILE.
               01 PCP-RECORD.
                   05 PCP-KEY PIC X(10).
                   05 PCP-DATA PIC X(35).
                   05 PCP-SUMMARY PIC X(100).
                   05 PCP-REST PIC X(31).
           FD CLONE-CP-FILE.
               01 CCP-RECORD.
                   05 CCP-KEY PIC X(10).
                   05 CCP-DATA PIC X(35).
                   05 CCP-SUMMARY PIC X(100).
                   05 CCP-REST PIC X(31).
           FD PROD-CH-FILE.
               01 PCH-RECORD.
                   05 PCH-KEY PIC X(26).
                   05 PCH-DATA PIC X(17).
                   05 PCH-NOTE PIC X(100).
           FD CLONE-CH-FILE.
               01 CCH-RECORD.
                   05 CCH-KEY PIC X(26).
                   05 CCH-DATA PIC X(17).
                   05 CCH-NOTE PIC X(100).
           FD PROD-PM-FILE.
               01 PPM-RECORD.
                   05 PPM-KEY PIC X(8).
                   05 PPM-REST PIC X(93).
           FD CLONE-PM-FILE.
               01 CPM-RECORD.
                   05 CPM-KEY PIC X(8).
                   05 CPM-REST PIC X(93).
           FD PROD-PE-FILE.
               01 PPE-RECORD.
                   05 PPE-KEY PIC X(8).
                   05 PPE-REST PIC X(87).
           FD CLONE-PE-FILE.
               01 CPE-RECORD.
                   05 CPE-KEY PIC X(8).
                   05 CPE-REST PIC X(87).
           FD PROD-RU-FILE.
               01 PRU-RECORD.
                   05 PRU-KEY PIC X(8).
                   05 PRU-REST PIC X(52).
           FD CLONE-RU-FILE.
               01 CRU-RECORD.
                   05 CRU-KEY PIC X(8).
                   05 CRU-REST PIC X(52).
           FD PROD-XR-FILE.
               01 PXR-RECORD.
                   05 PXR-KEY PIC X(8).
                   05 PXR-REST PIC X(55).
           FD CLONE-XR-FILE.
               01 CXR-RECORD.
                   05 CXR-KEY PIC X(8).
                   05 CXR-REST PIC X(55).
           FD PROD-AR-FILE.
               01 PAR-RECORD.
                   05 PAR-KEY.
                       10 PAR-STAFF-ID PIC X(8).
                       10 PAR-COMMAND PIC X(8).
                   05 PAR-ROLE PIC X(1).
                   05 PAR-NAME PIC X(30).
                   05 PAR-REST PIC X(37).
           FD CLONE-AR-FILE.
               01 CAR-RECORD.
                   05 CAR-KEY.
                       10 CAR-STAFF-ID PIC X(8).
                       10 CAR-COMMAND PIC X(8).
                   05 CAR-ROLE PIC X(1).
                   05 CAR-NAME PIC X(30).
                   05 CAR-REST PIC X(37).
           FD PROD-DP-FILE.
               01 PDP-RECORD.
                   05 PDP-KEY PIC X(16).
                   05 PDP-REST PIC X(40).
           FD CLONE-DP-FILE.
               01 CDP-RECORD.
                   05 CDP-KEY PIC X(16).
                   05 CDP-REST PIC X(40).
           FD PROD-CS-FILE.
               01 PCS-RECORD.
                   05 PCS-KEY PIC X(15).
                   05 PCS-REST PIC X(78).
           FD CLONE-CS-FILE.
               01 CCS-RECORD.
                   05 CCS-KEY PIC X(15).
                   05 CCS-REST PIC X(78).
           FD PROD-DQ-FILE.
               01 PDQ-RECORD.
                   05 PDQ-KEY PIC X(8).
                   05 PDQ-REST PIC X(53).
           FD CLONE-DQ-FILE.
               01 CDQ-RECORD.
                   05 CDQ-KEY PIC X(8).
                   05 CDQ-REST PIC X(53).
           FD PROD-DH-FILE.
               01 PDH-RECORD.
                   05 PDH-KEY PIC X(14).
                   05 PDH-REST PIC X(7).
           FD CLONE-DH-FILE.
               01 CDH-RECORD.
                   05 CDH-KEY PIC X(14).
                   05 CDH-REST PIC X(7).
           FD PROD-RK-FILE.
               01 PRK-RECORD.
                   05 PRK-KEY PIC X(6).
                   05 PRK-REST PIC X(15).
           FD CLONE-RK-FILE.
               01 CRK-RECORD.
                   05 CRK-KEY PIC X(6).
                   05 CRK-REST PIC X(15).
           FD PROD-DF-FILE.
               01 PDF-RECORD.
                   05 PDF-KEY PIC X(18).
                   05 PDF-REST PIC X(21).
           FD CLONE-DF-FILE.
               01 CDF-RECORD.
                   05 CDF-KEY PIC X(18).
                   05 CDF-REST PIC X(21).
           FD PROD-SD-FILE.
               01 PSD-RECORD.
                   05 PSD-KEY PIC X(5).
                   05 PSD-REST PIC X(43).
           FD CLONE-SD-FILE.
               01 CSD-RECORD.
                   05 CSD-KEY PIC X(5).
                   05 CSD-REST PIC X(43).
           FD PROD-BF-FILE.
               01 PBF-RECORD.
                   05 PBF-KEY PIC X(8).
                   05 PBF-REST PIC X(20).
           FD CLONE-BF-FILE.
               01 CBF-RECORD.
                   05 CBF-KEY PIC X(8).
                   05 CBF-REST PIC X(20).
           FD CLONE-SUMMARY-FILE.
               01 CLONE-SUMMARY-LINE PIC X(120).
       WORKING-STORAGE SECTION.
      * Resolved at startup by the shared FILE-PATHS subprogram from
      * the shop's data-directory configuration file
           01 WS-FP-NAME PIC X(30).
           01 WS-PROD-ACCOUNTS-PATH PIC X(1000).
           01 WS-PROD-BALANCES-PATH PIC X(1000).
           01 WS-PROD-TRANSACTIONS-PATH PIC X(1000).
           01 WS-PROD-MEMBERS-PATH PIC X(1000).
           01 WS-CLONE-ACCOUNTS-PATH PIC X(1000).
           01 WS-CLONE-BALANCES-PATH PIC X(1000).
           01 WS-CLONE-TRANSACTIONS-PATH PIC X(1000).
           01 WS-CLONE-MEMBERS-PATH PIC X(1000).
           01 WS-PROD-LN-PATH PIC X(1000).
           01 WS-CLONE-LN-PATH PIC X(1000).
           01 WS-PROD-SI-PATH PIC X(1000).
           01 WS-CLONE-SI-PATH PIC X(1000).
           01 WS-PROD-SP-PATH PIC X(1000).
           01 WS-CLONE-SP-PATH PIC X(1000).
           01 WS-PROD-AY-PATH PIC X(1000).
           01 WS-CLONE-AY-PATH PIC X(1000).
           01 WS-PROD-TD-PATH PIC X(1000).
           01 WS-CLONE-TD-PATH PIC X(1000).
           01 WS-PROD-HD-PATH PIC X(1000).
           01 WS-CLONE-HD-PATH PIC X(1000).
           01 WS-PROD-OD-PATH PIC X(1000).
           01 WS-CLONE-OD-PATH PIC X(1000).
           01 WS-PROD-AC-PATH PIC X(1000).
           01 WS-CLONE-AC-PATH PIC X(1000).
           01 WS-PROD-RF-PATH PIC X(1000).
           01 WS-CLONE-RF-PATH PIC X(1000).
           01 WS-PROD-BP-PATH PIC X(1000).
           01 WS-CLONE-BP-PATH PIC X(1000).
           01 WS-PROD-RT-PATH PIC X(1000).
           01 WS-CLONE-RT-PATH PIC X(1000).
           01 WS-PROD-PR-PATH PIC X(1000).
           01 WS-CLONE-PR-PATH PIC X(1000).
           01 WS-PROD-IR-PATH PIC X(1000).
           01 WS-CLONE-IR-PATH PIC X(1000).
           01 WS-PROD-FX-PATH PIC X(1000).
           01 WS-CLONE-FX-PATH PIC X(1000).
           01 WS-PROD-PC-PATH PIC X(1000).
           01 WS-CLONE-PC-PATH PIC X(1000).
           01 WS-PROD-SW-PATH PIC X(1000).
           01 WS-CLONE-SW-PATH PIC X(1000).
           01 WS-PROD-CO-PATH PIC X(1000).
           01 WS-CLONE-CO-PATH PIC X(1000).
           01 WS-PROD-AM-PATH PIC X(1000).
           01 WS-CLONE-AM-PATH PIC X(1000).
           01 WS-PROD-HL-PATH PIC X(1000).
           01 WS-CLONE-HL-PATH PIC X(1000).
           01 WS-PROD-CM-PATH PIC X(1000).
           01 WS-CLONE-CM-PATH PIC X(1000).
           01 WS-PROD-CR-PATH PIC X(1000).
           01 WS-CLONE-CR-PATH PIC X(1000).
           01 WS-PROD-DC-PATH PIC X(1000).
           01 WS-CLONE-DC-PATH PIC X(1000).
           01 WS-PROD-LE-PATH PIC X(1000).
           01 WS-CLONE-LE-PATH PIC X(1000).
           01 WS-PROD-EI-PATH PIC X(1000).
           01 WS-CLONE-EI-PATH PIC X(1000).
           01 WS-PROD-LA-PATH PIC X(1000).
           01 WS-CLONE-LA-PATH PIC X(1000).
           01 WS-PROD-LG-PATH PIC X(1000).
           01 WS-CLONE-LG-PATH PIC X(1000).
           01 WS-PROD-LQ-PATH PIC X(1000).
           01 WS-CLONE-LQ-PATH PIC X(1000).
           01 WS-PROD-LR-PATH PIC X(1000).
           01 WS-CLONE-LR-PATH PIC X(1000).
           01 WS-PROD-IX-PATH PIC X(1000).
           01 WS-CLONE-IX-PATH PIC X(1000).
           01 WS-PROD-FS-PATH PIC X(1000).
           01 WS-CLONE-FS-PATH PIC X(1000).
           01 WS-PROD-FR-PATH PIC X(1000).
           01 WS-CLONE-FR-PATH PIC X(1000).
           01 WS-PROD-GA-PATH PIC X(1000).
           01 WS-CLONE-GA-PATH PIC X(1000).
           01 WS-PROD-GB-PATH PIC X(1000).
           01 WS-CLONE-GB-PATH PIC X(1000).
           01 WS-PROD-GP-PATH PIC X(1000).
           01 WS-CLONE-GP-PATH PIC X(1000).
           01 WS-PROD-GY-PATH PIC X(1000).
           01 WS-CLONE-GY-PATH PIC X(1000).
           01 WS-PROD-ID-PATH PIC X(1000).
           01 WS-CLONE-ID-PATH PIC X(1000).
           01 WS-PROD-IY-PATH PIC X(1000).
           01 WS-CLONE-IY-PATH PIC X(1000).
           01 WS-PROD-SG-PATH PIC X(1000).
           01 WS-CLONE-SG-PATH PIC X(1000).
           01 WS-PROD-XA-PATH PIC X(1000).
           01 WS-CLONE-XA-PATH PIC X(1000).
           01 WS-PROD-HM-PATH PIC X(1000).
           01 WS-CLONE-HM-PATH PIC X(1000).
           01 WS-PROD-CL-PATH PIC X(1000).
           01 WS-CLONE-CL-PATH PIC X(1000).
           01 WS-PROD-EL-PATH PIC X(1000).
           01 WS-CLONE-EL-PATH PIC X(1000).
           01 WS-PROD-LO-PATH PIC X(1000).
           01 WS-CLONE-LO-PATH PIC X(1000).
           01 WS-PROD-OC-PATH PIC X(1000).
           01 WS-CLONE-OC-PATH PIC X(1000).
           01 WS-PROD-SB-PATH PIC X(1000).
           01 WS-CLONE-SB-PATH PIC X(1000).
           01 WS-PROD-SL-PATH PIC X(1000).
           01 WS-CLONE-SL-PATH PIC X(1000).
           01 WS-PROD-CC-PATH PIC X(1000).
           01 WS-CLONE-CC-PATH PIC X(1000).
           01 WS-PROD-CD-PATH PIC X(1000).
           01 WS-CLONE-CD-PATH PIC X(1000).
           01 WS-PROD-FC-PATH PIC X(1000).
           01 WS-CLONE-FC-PATH PIC X(1000).
           01 WS-PROD-BR-PATH PIC X(1000).
           01 WS-CLONE-BR-PATH PIC X(1000).
           01 WS-PROD-CP-PATH PIC X(1000).
           01 WS-CLONE-CP-PATH PIC X(1000).
           01 WS-PROD-CH-PATH PIC X(1000).
           01 WS-CLONE-CH-PATH PIC X(1000).
           01 WS-PROD-PM-PATH PIC X(1000).
           01 WS-CLONE-PM-PATH PIC X(1000).
           01 WS-PROD-PE-PATH PIC X(1000).
           01 WS-CLONE-PE-PATH PIC X(1000).
           01 WS-PROD-RU-PATH PIC X(1000).
           01 WS-CLONE-RU-PATH PIC X(1000).
           01 WS-PROD-XR-PATH PIC X(1000).
           01 WS-CLONE-XR-PATH PIC X(1000).
           01 WS-PROD-AR-PATH PIC X(1000).
           01 WS-CLONE-AR-PATH PIC X(1000).
           01 WS-PROD-DP-PATH PIC X(1000).
           01 WS-CLONE-DP-PATH PIC X(1000).
           01 WS-PROD-CS-PATH PIC X(1000).
           01 WS-CLONE-CS-PATH PIC X(1000).
           01 WS-PROD-DQ-PATH PIC X(1000).
           01 WS-CLONE-DQ-PATH PIC X(1000).
           01 WS-PROD-DH-PATH PIC X(1000).
           01 WS-CLONE-DH-PATH PIC X(1000).
           01 WS-PROD-RK-PATH PIC X(1000).
           01 WS-CLONE-RK-PATH PIC X(1000).
           01 WS-PROD-DF-PATH PIC X(1000).
           01 WS-CLONE-DF-PATH PIC X(1000).
           01 WS-PROD-SD-PATH PIC X(1000).
           01 WS-CLONE-SD-PATH PIC X(1000).
           01 WS-PROD-BF-PATH PIC X(1000).
           01 WS-CLONE-BF-PATH PIC X(1000).
           01 WS-CLONE-SUMMARY-PATH PIC X(1000).
           01 WS-PROD-STATUS PIC X(2).
      * Target test-region directory the clones are written under
           01 WS-TARGET-DIR PIC X(500).
           01 WS-DIR-LEN PIC 9(4).
           01 WS-EOF PIC A(1).
           01 WS-ACCT-COUNT PIC 9(8).
           01 WS-BAL-COUNT PIC 9(8).
           01 WS-BAL-TOTAL PIC S9(14)V9(2).
           01 WS-TX-COUNT PIC 9(8).
           01 WS-TX-TOTAL PIC 9(14)V9(2).
           01 WS-MEMBER-COUNT PIC 9(8).
           01 WS-LN-COUNT PIC 9(8).
           01 WS-SI-COUNT PIC 9(8).
           01 WS-SP-COUNT PIC 9(8).
           01 WS-AY-COUNT PIC 9(8).
           01 WS-TD-COUNT PIC 9(8).
           01 WS-HD-COUNT PIC 9(8).
           01 WS-OD-COUNT PIC 9(8).
           01 WS-AC-COUNT PIC 9(8).
           01 WS-RF-COUNT PIC 9(8).
           01 WS-BP-COUNT PIC 9(8).
           01 WS-RT-COUNT PIC 9(8).
           01 WS-PR-COUNT PIC 9(8).
           01 WS-IR-COUNT PIC 9(8).
           01 WS-FX-COUNT PIC 9(8).
           01 WS-PC-COUNT PIC 9(8).
           01 WS-SW-COUNT PIC 9(8).
           01 WS-CO-COUNT PIC 9(8).
           01 WS-AM-COUNT PIC 9(8).
           01 WS-HL-COUNT PIC 9(8).
           01 WS-CM-COUNT PIC 9(8).
           01 WS-CR-COUNT PIC 9(8).
           01 WS-DC-COUNT PIC 9(8).
           01 WS-LE-COUNT PIC 9(8).
           01 WS-EI-COUNT PIC 9(8).
           01 WS-LA-COUNT PIC 9(8).
           01 WS-LG-COUNT PIC 9(8).
           01 WS-LQ-COUNT PIC 9(8).
           01 WS-LR-COUNT PIC 9(8).
           01 WS-IX-COUNT PIC 9(8).
           01 WS-FS-COUNT PIC 9(8).
           01 WS-FR-COUNT PIC 9(8).
           01 WS-GA-COUNT PIC 9(8).
           01 WS-GB-COUNT PIC 9(8).
           01 WS-GP-COUNT PIC 9(8).
           01 WS-GY-COUNT PIC 9(8).
           01 WS-ID-COUNT PIC 9(8).
           01 WS-IY-COUNT PIC 9(8).
           01 WS-SG-COUNT PIC 9(8).
           01 WS-XA-COUNT PIC 9(8).
           01 WS-HM-COUNT PIC 9(8).
           01 WS-CL-COUNT PIC 9(8).
           01 WS-EL-COUNT PIC 9(8).
           01 WS-LO-COUNT PIC 9(8).
           01 WS-OC-COUNT PIC 9(8).
           01 WS-SB-COUNT PIC 9(8).
           01 WS-SL-COUNT PIC 9(8).
           01 WS-CC-COUNT PIC 9(8).
           01 WS-CD-COUNT PIC 9(8).
           01 WS-FC-COUNT PIC 9(8).
           01 WS-BR-COUNT PIC 9(8).
           01 WS-CP-COUNT PIC 9(8).
           01 WS-CH-COUNT PIC 9(8).
           01 WS-PM-COUNT PIC 9(8).
           01 WS-PE-COUNT PIC 9(8).
           01 WS-RU-COUNT PIC 9(8).
           01 WS-XR-COUNT PIC 9(8).
           01 WS-AR-COUNT PIC 9(8).
           01 WS-DP-COUNT PIC 9(8).
           01 WS-CS-COUNT PIC 9(8).
           01 WS-DQ-COUNT PIC 9(8).
           01 WS-DH-COUNT PIC 9(8).
           01 WS-RK-COUNT PIC 9(8).
           01 WS-DF-COUNT PIC 9(8).
           01 WS-SD-COUNT PIC 9(8).
           01 WS-BF-COUNT PIC 9(8).
      * Card numbers mask by a fixed substitution of the digits after
      * the card prefix and a fresh Luhn check digit, so one card
      * maps to the same masked number in every file it appears in
           01 WS-CARD-IN PIC 9(16).
           01 WS-CARD-OUT PIC 9(16).
           01 WS-CARD-BASE PIC 9(15).
           01 WS-CARD-BASE-X REDEFINES WS-CARD-BASE PIC X(15).
           01 WS-LUHN-SUM PIC 9(4).
           01 WS-LUHN-DIGIT PIC 9(2).
           01 WS-LUHN-IDX PIC 9(2).
           01 WS-LUHN-DOUBLE PIC A(1).
       LINKAGE SECTION.
      * Supplied by a caller (BATCH-DRIVER's rehearsal); left blank
      * to fall back to the interactive prompt, the same convention
      * MY-SORT uses
           01 LS-TARGET-DIR PIC X(500).
       PROCEDURE DIVISION USING LS-TARGET-DIR.
       MAIN-PROCEDURE.
           MOVE "accountinfo.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-ACCOUNTS-PATH
           MOVE "balance.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-BALANCES-PATH
           MOVE "transactions.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-PROD-TRANSACTIONS-PATH
           MOVE "members.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-MEMBERS-PATH
           MOVE "loans.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-LN-PATH
           MOVE "standing.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-SI-PATH
           MOVE "snapshots.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-SP-PATH
           MOVE "activity.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-AY-PATH
           MOVE "termdeposits.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-TD-PATH
           MOVE "holds.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-HD-PATH
           MOVE "overdrafts.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-OD-PATH
           MOVE "accruals.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-AC-PATH
           MOVE "refcodes.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-RF-PATH
           MOVE "bankparams.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-BP-PATH
           MOVE "ratetiers.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-RT-PATH
           MOVE "products.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-PR-PATH
           MOVE "interestrates.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-IR-PATH
           MOVE "fxrates.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-FX-PATH
           MOVE "pendingchanges.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-PC-PATH
           MOVE "sweeps.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-SW-PATH
           MOVE "collateral.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-CO-PATH
           MOVE "amortsched.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-AM-PATH
           MOVE "holidays.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-HL-PATH
           MOVE "cards.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-CM-PATH
           MOVE "cardauthreg.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-CR-PATH
           MOVE "disputes.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-DC-PATH
           MOVE "loanescrow.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-LE-PATH
           MOVE "escrowitems.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-EI-PATH
           MOVE "loanapps.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-LA-PATH
           MOVE "loanbilling.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-LG-PATH
           MOVE "loandelinq.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-LQ-PATH
           MOVE "loanreserve.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-LR-PATH
           MOVE "indexrates.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-IX-PATH
           MOVE "feeschedule.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-FS-PATH
           MOVE "feerefunds.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-FR-PATH
           MOVE "glaccounts.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-GA-PATH
           MOVE "glbalances.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-GB-PATH
           MOVE "glposted.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-GP-PATH
           MOVE "glyears.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-GY-PATH
           MOVE "iradetails.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-ID-PATH
           MOVE "irayears.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-IY-PATH
           MOVE "signers.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-SG-PATH
           MOVE "externalaccts.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-XA-PATH
           MOVE "heldmail.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-HM-PATH
           MOVE "chargeoff.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-CL-PATH
           MOVE "estate.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-EL-PATH
           MOVE "legalorders.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-LO-PATH
           MOVE "officialchecks.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-OC-PATH
           MOVE "settlebatches.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-SB-PATH
           MOVE "settlelines.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-SL-PATH
           MOVE "cashcounts.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-CC-PATH
           MOVE "cashdays.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-CD-PATH
           MOVE "fxdrawer.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-FC-PATH
           MOVE "branches.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-BR-PATH
           MOVE "complaints.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-CP-PATH
           MOVE "complainthist.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-CH-PATH
           MOVE "promocampaigns.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-PM-PATH
           MOVE "promoenroll.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-PE-PATH
           MOVE "roundup.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-RU-PATH
           MOVE "xsellrules.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-XR-PATH
           MOVE "recert.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-AR-PATH
           MOVE "dutypairs.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-DP-PATH
           MOVE "confirms.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-CS-PATH
           MOVE "scrubrules.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-DQ-PATH
           MOVE "scrubhist.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-DH-PATH
           MOVE "riskfactors.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-RK-PATH
           MOVE "debitfilters.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-DF-PATH
           MOVE "sdboxes.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-SD-PATH
           MOVE "bureaufinal.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROD-BF-PATH
           IF LS-TARGET-DIR IS EQUAL TO SPACES
               DISPLAY "Enter the target test-region directory..."
               ACCEPT WS-TARGET-DIR
           ELSE
               MOVE LS-TARGET-DIR TO WS-TARGET-DIR
           END-IF
           PERFORM MEASURE-TARGET-DIR
           PERFORM BUILD-CLONE-PATHS
           DISPLAY "Cloning production into "
               WS-TARGET-DIR(1:WS-DIR-LEN)" with identifiers masked"
           PERFORM CLONE-MEMBERS-FILE
           PERFORM CLONE-ACCOUNTS-FILE
           PERFORM CLONE-BALANCES-FILE
           PERFORM CLONE-TRANSACTIONS-FILE
           PERFORM CLONE-LN-GENERIC
           PERFORM CLONE-SI-GENERIC
           PERFORM CLONE-SP-GENERIC
           PERFORM CLONE-AY-GENERIC
           PERFORM CLONE-TD-GENERIC
           PERFORM CLONE-HD-GENERIC
           PERFORM CLONE-OD-GENERIC
           PERFORM CLONE-AC-GENERIC
           PERFORM CLONE-RF-GENERIC
           PERFORM CLONE-BP-GENERIC
           PERFORM CLONE-RT-GENERIC
           PERFORM CLONE-PR-GENERIC
           PERFORM CLONE-IR-GENERIC
           PERFORM CLONE-FX-GENERIC
           PERFORM CLONE-PC-GENERIC
           PERFORM CLONE-SW-GENERIC
           PERFORM CLONE-CO-GENERIC
           PERFORM CLONE-AM-GENERIC
           PERFORM CLONE-HL-GENERIC
           PERFORM CLONE-CM-GENERIC
           PERFORM CLONE-CR-GENERIC
           PERFORM CLONE-DC-GENERIC
           PERFORM CLONE-LE-GENERIC
           PERFORM CLONE-EI-GENERIC
           PERFORM CLONE-LA-GENERIC
           PERFORM CLONE-LG-GENERIC
           PERFORM CLONE-LQ-GENERIC
           PERFORM CLONE-LR-GENERIC
           PERFORM CLONE-IX-GENERIC
           PERFORM CLONE-FS-GENERIC
           PERFORM CLONE-FR-GENERIC
           PERFORM CLONE-GA-GENERIC
           PERFORM CLONE-GB-GENERIC
           PERFORM CLONE-GP-GENERIC
           PERFORM CLONE-GY-GENERIC
           PERFORM CLONE-ID-GENERIC
           PERFORM CLONE-IY-GENERIC
           PERFORM CLONE-SG-GENERIC
           PERFORM CLONE-XA-GENERIC
           PERFORM CLONE-HM-GENERIC
           PERFORM CLONE-CL-GENERIC
           PERFORM CLONE-EL-GENERIC
           PERFORM CLONE-LO-GENERIC
           PERFORM CLONE-OC-GENERIC
           PERFORM CLONE-SB-GENERIC
           PERFORM CLONE-SL-GENERIC
           PERFORM CLONE-CC-GENERIC
           PERFORM CLONE-CD-GENERIC
           PERFORM CLONE-FC-GENERIC
           PERFORM CLONE-BR-GENERIC
           PERFORM CLONE-CP-GENERIC
           PERFORM CLONE-CH-GENERIC
           PERFORM CLONE-PM-GENERIC
           PERFORM CLONE-PE-GENERIC
           PERFORM CLONE-RU-GENERIC
           PERFORM CLONE-XR-GENERIC
           PERFORM CLONE-AR-GENERIC
           PERFORM CLONE-DP-GENERIC
           PERFORM CLONE-CS-GENERIC
           PERFORM CLONE-DQ-GENERIC
           PERFORM CLONE-DH-GENERIC
           PERFORM CLONE-RK-GENERIC
           PERFORM CLONE-DF-GENERIC
           PERFORM CLONE-SD-GENERIC
           PERFORM CLONE-BF-GENERIC
           PERFORM WRITE-CLONE-SUMMARY
           GOBACK.
      * Length of the target directory up to its last non-blank
      * character, the same join FILE-PATHS does for the data dir
       MEASURE-TARGET-DIR.
           MOVE 500 TO WS-DIR-LEN
           PERFORM UNTIL WS-DIR-LEN < 2 OR
               WS-TARGET-DIR(WS-DIR-LEN:1) IS NOT EQUAL TO SPACE
               SUBTRACT 1 FROM WS-DIR-LEN
           END-PERFORM.
       BUILD-CLONE-PATHS.
           MOVE SPACES TO WS-CLONE-ACCOUNTS-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/accountinfo.txt"
               DELIMITED BY SIZE INTO WS-CLONE-ACCOUNTS-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-BALANCES-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/balance.txt"
               DELIMITED BY SIZE INTO WS-CLONE-BALANCES-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-TRANSACTIONS-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/transactions.txt"
               DELIMITED BY SIZE INTO WS-CLONE-TRANSACTIONS-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-MEMBERS-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/members.txt"
               DELIMITED BY SIZE INTO WS-CLONE-MEMBERS-PATH
           END-STRING
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/activity.txt"
               DELIMITED BY SIZE INTO WS-CLONE-AY-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-TD-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/termdeposits.txt"
               DELIMITED BY SIZE INTO WS-CLONE-TD-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-HD-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/holds.txt"
               DELIMITED BY SIZE INTO WS-CLONE-HD-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-OD-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/overdrafts.txt"
               DELIMITED BY SIZE INTO WS-CLONE-OD-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-AC-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/accruals.txt"
               DELIMITED BY SIZE INTO WS-CLONE-AC-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-RF-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/refcodes.txt"
               DELIMITED BY SIZE INTO WS-CLONE-RF-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-BP-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/bankparams.txt"
               DELIMITED BY SIZE INTO WS-CLONE-BP-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-RT-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/ratetiers.txt"
               DELIMITED BY SIZE INTO WS-CLONE-RT-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-PR-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/products.txt"
               DELIMITED BY SIZE INTO WS-CLONE-PR-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-IR-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/interestrates.txt"
               DELIMITED BY SIZE INTO WS-CLONE-IR-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-FX-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/fxrates.txt"
               DELIMITED BY SIZE INTO WS-CLONE-FX-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-PC-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/pendingchanges.txt"
               DELIMITED BY SIZE INTO WS-CLONE-PC-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-SW-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/sweeps.txt"
               DELIMITED BY SIZE INTO WS-CLONE-SW-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-CO-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/collateral.txt"
               DELIMITED BY SIZE INTO WS-CLONE-CO-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-AM-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/amortsched.txt"
               DELIMITED BY SIZE INTO WS-CLONE-AM-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-HL-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/holidays.txt"
               DELIMITED BY SIZE INTO WS-CLONE-HL-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-CM-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/cards.txt"
               DELIMITED BY SIZE INTO WS-CLONE-CM-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-CR-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/cardauthreg.txt"
               DELIMITED BY SIZE INTO WS-CLONE-CR-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-DC-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/disputes.txt"
               DELIMITED BY SIZE INTO WS-CLONE-DC-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-LE-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/loanescrow.txt"
               DELIMITED BY SIZE INTO WS-CLONE-LE-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-EI-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/escrowitems.txt"
               DELIMITED BY SIZE INTO WS-CLONE-EI-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-LA-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/loanapps.txt"
               DELIMITED BY SIZE INTO WS-CLONE-LA-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-LG-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/loanbilling.txt"
               DELIMITED BY SIZE INTO WS-CLONE-LG-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-LQ-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/loandelinq.txt"
               DELIMITED BY SIZE INTO WS-CLONE-LQ-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-LR-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/loanreserve.txt"
               DELIMITED BY SIZE INTO WS-CLONE-LR-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-IX-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/indexrates.txt"
               DELIMITED BY SIZE INTO WS-CLONE-IX-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-FS-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/feeschedule.txt"
               DELIMITED BY SIZE INTO WS-CLONE-FS-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-FR-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/feerefunds.txt"
               DELIMITED BY SIZE INTO WS-CLONE-FR-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-GA-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/glaccounts.txt"
               DELIMITED BY SIZE INTO WS-CLONE-GA-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-GB-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/glbalances.txt"
               DELIMITED BY SIZE INTO WS-CLONE-GB-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-GP-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/glposted.txt"
               DELIMITED BY SIZE INTO WS-CLONE-GP-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-GY-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/glyears.txt"
               DELIMITED BY SIZE INTO WS-CLONE-GY-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-ID-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/iradetails.txt"
               DELIMITED BY SIZE INTO WS-CLONE-ID-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-IY-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/irayears.txt"
               DELIMITED BY SIZE INTO WS-CLONE-IY-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-SG-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/signers.txt"
               DELIMITED BY SIZE INTO WS-CLONE-SG-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-XA-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/externalaccts.txt"
               DELIMITED BY SIZE INTO WS-CLONE-XA-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-HM-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/heldmail.txt"
               DELIMITED BY SIZE INTO WS-CLONE-HM-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-CL-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/chargeoff.txt"
               DELIMITED BY SIZE INTO WS-CLONE-CL-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-EL-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/estate.txt"
               DELIMITED BY SIZE INTO WS-CLONE-EL-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-LO-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/legalorders.txt"
               DELIMITED BY SIZE INTO WS-CLONE-LO-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-OC-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/officialchecks.txt"
               DELIMITED BY SIZE INTO WS-CLONE-OC-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-SB-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/settlebatches.txt"
               DELIMITED BY SIZE INTO WS-CLONE-SB-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-SL-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/settlelines.txt"
               DELIMITED BY SIZE INTO WS-CLONE-SL-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-CC-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/cashcounts.txt"
               DELIMITED BY SIZE INTO WS-CLONE-CC-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-CD-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/cashdays.txt"
               DELIMITED BY SIZE INTO WS-CLONE-CD-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-FC-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/fxdrawer.txt"
               DELIMITED BY SIZE INTO WS-CLONE-FC-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-BR-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/branches.txt"
               DELIMITED BY SIZE INTO WS-CLONE-BR-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-CP-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/complaints.txt"
               DELIMITED BY SIZE INTO WS-CLONE-CP-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-CH-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/complainthist.txt"
               DELIMITED BY SIZE INTO WS-CLONE-CH-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-PM-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/promocampaigns.txt"
               DELIMITED BY SIZE INTO WS-CLONE-PM-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-PE-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/promoenroll.txt"
               DELIMITED BY SIZE INTO WS-CLONE-PE-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-RU-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/roundup.txt"
               DELIMITED BY SIZE INTO WS-CLONE-RU-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-XR-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/xsellrules.txt"
               DELIMITED BY SIZE INTO WS-CLONE-XR-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-AR-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/recert.txt"
               DELIMITED BY SIZE INTO WS-CLONE-AR-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-DP-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/dutypairs.txt"
               DELIMITED BY SIZE INTO WS-CLONE-DP-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-CS-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/confirms.txt"
               DELIMITED BY SIZE INTO WS-CLONE-CS-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-DQ-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/scrubrules.txt"
               DELIMITED BY SIZE INTO WS-CLONE-DQ-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-DH-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/scrubhist.txt"
               DELIMITED BY SIZE INTO WS-CLONE-DH-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-RK-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/riskfactors.txt"
               DELIMITED BY SIZE INTO WS-CLONE-RK-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-DF-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/debitfilters.txt"
               DELIMITED BY SIZE INTO WS-CLONE-DF-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-SD-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/sdboxes.txt"
               DELIMITED BY SIZE INTO WS-CLONE-SD-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-BF-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/bureaufinal.txt"
               DELIMITED BY SIZE INTO WS-CLONE-BF-PATH
           END-STRING
           MOVE SPACES TO WS-CLONE-SUMMARY-PATH
           STRING WS-TARGET-DIR(1:WS-DIR-LEN) "/clonesummary.txt"
               DELIMITED BY SIZE INTO WS-CLONE-SUMMARY-PATH
       CLONE-MEMBERS-FILE.
           MOVE 0 TO WS-MEMBER-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-MEMBERS
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "members.txt: not on disk; skipped"
               CLOSE PROD-MEMBERS
           ELSE
               OPEN OUTPUT CLONE-MEMBERS
               MOVE LOW-VALUES TO PM-MEMBER-ID
               START PROD-MEMBERS KEY IS GREATER THAN PM-MEMBER-ID
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-MEMBERS NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PM-RECORD TO CM-RECORD
                           MOVE SPACES TO CM-NAME
                           STRING "TEST MEMBER " PM-MEMBER-ID
                               DELIMITED BY SIZE INTO CM-NAME
                           END-STRING
                           MOVE SPACES TO CM-GOVT-ID
                           STRING "X" PM-MEMBER-ID
                               DELIMITED BY SIZE INTO CM-GOVT-ID
                           END-STRING
                           MOVE "1 TEST STREET" TO CM-ADDRESS
                           MOVE "5550000000" TO CM-PHONE
                           IF PM-ESTATE-CONTACT IS NOT EQUAL TO SPACES
                               MOVE "TEST ESTATE CONTACT" TO
                                   CM-ESTATE-CONTACT
                           END-IF
                           IF PM-ESTATE-ADDRESS IS NOT EQUAL TO SPACES
                               MOVE "1 TEST STREET" TO CM-ESTATE-ADDRESS
                           END-IF
                           IF PM-LEGAL-NAME IS NOT EQUAL TO SPACES
                               MOVE SPACES TO CM-LEGAL-NAME
                               STRING "TEST BUSINESS " PM-MEMBER-ID
                                   DELIMITED BY SIZE INTO CM-LEGAL-NAME
                               END-STRING
                           END-IF
                           IF PM-TAX-ID IS NOT EQUAL TO SPACES
                               MOVE SPACES TO CM-TAX-ID
                               STRING "T" PM-MEMBER-ID
                                   DELIMITED BY SIZE INTO CM-TAX-ID
                               END-STRING
                           END-IF
                           IF PM-EMAIL IS NOT EQUAL TO SPACES
                               MOVE SPACES TO CM-EMAIL
                               STRING "member" PM-MEMBER-ID
                                   "@test.invalid"
                                   DELIMITED BY SIZE INTO CM-EMAIL
                               END-STRING
                           END-IF
                           IF PM-MOBILE IS NOT EQUAL TO SPACES
                               MOVE "5550000000" TO CM-MOBILE
                           END-IF
                           WRITE CM-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-MEMBER-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-MEMBERS
               CLOSE PROD-MEMBERS
               DISPLAY "members.txt: "WS-MEMBER-COUNT" records cloned
      -            " with name/govt-id/address/phone masked"
           END-IF.
      * Accounts: the sign-in credentials are scrambled to synthetic
      * values derived from the account ID; everything structural
      * (type, joint flag, member link) is preserved
       CLONE-ACCOUNTS-FILE.
           MOVE 0 TO WS-ACCT-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-ACCOUNTS
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "accountinfo.txt: not on disk; skipped"
               CLOSE PROD-ACCOUNTS
           ELSE
               OPEN OUTPUT CLONE-ACCOUNTS
               MOVE LOW-VALUES TO PA-ACCOUNT-ID
               START PROD-ACCOUNTS KEY IS GREATER THAN PA-ACCOUNT-ID
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-ACCOUNTS NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PA-RECORD TO CA-RECORD
                           MOVE SPACES TO CA-USERNAME
                           STRING "testuser" PA-ACCOUNT-ID
                               DELIMITED BY SIZE INTO CA-USERNAME
                           END-STRING
                           MOVE "MASKED" TO CA-PASSWORD
                           IF PA-HAS-JOINT IS EQUAL TO "y"
                               MOVE SPACES TO CA-USERNAME-2
                               STRING "testjoint" PA-ACCOUNT-ID
                                   DELIMITED BY SIZE INTO
                                   CA-USERNAME-2
                               END-STRING
                               MOVE "MASKED" TO CA-PASSWORD-2
                           END-IF
                           WRITE CA-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-ACCT-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-ACCOUNTS
               CLOSE PROD-ACCOUNTS
               DISPLAY "accountinfo.txt: "WS-ACCT-COUNT" records clon
      -            "ed with usernames/passwords masked"
           END-IF.
      * Balances are copied whole so every balance total matches
      * production to the cent
       CLONE-BALANCES-FILE.
           MOVE 0 TO WS-BAL-COUNT
           MOVE 0 TO WS-BAL-TOTAL
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-BALANCES
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "balance.txt: not on disk; skipped"
               CLOSE PROD-BALANCES
           ELSE
               OPEN OUTPUT CLONE-BALANCES
               MOVE LOW-VALUES TO PB-BALANCE-ID
               START PROD-BALANCES KEY IS GREATER THAN PB-BALANCE-ID
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-BALANCES NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PB-RECORD TO CB-RECORD
                           WRITE CB-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-BAL-COUNT
                           ADD PB-AMMOUNT TO WS-BAL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE CLONE-BALANCES
               CLOSE PROD-BALANCES
               DISPLAY "balance.txt: "WS-BAL-COUNT" records cloned, t
      -            "otal "WS-BAL-TOTAL" preserved"
           END-IF.
      * Transactions are copied whole for the same reason
       CLONE-TRANSACTIONS-FILE.
           MOVE 0 TO WS-TX-COUNT
           MOVE 0 TO WS-TX-TOTAL
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-TRANSACTIONS
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "transactions.txt: not on disk; skipped"
               CLOSE PROD-TRANSACTIONS
           ELSE
               OPEN OUTPUT CLONE-TRANSACTIONS
               MOVE LOW-VALUES TO PT-TRANSACTION-NUMBER
               START PROD-TRANSACTIONS KEY IS GREATER THAN
                   PT-TRANSACTION-NUMBER
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-TRANSACTIONS NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PT-RECORD TO CT-RECORD
                           WRITE CT-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-TX-COUNT
                           ADD PT-AMMOUNT TO WS-TX-TOTAL
                   END-READ
               END-PERFORM
               CLOSE CLONE-TRANSACTIONS
               CLOSE PROD-TRANSACTIONS
               DISPLAY "transactions.txt: "WS-TX-COUNT" records clone
      -            "d, total "WS-TX-TOTAL" preserved"
           END-IF.
      * The operational files carry no personal identifiers, so
      * they clone whole and the region's batch jobs behave like
      * production
       CLONE-LN-GENERIC.
           MOVE 0 TO WS-LN-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-LN-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "loans.txt: not on disk; skipped"
               CLOSE PROD-LN-FILE
           ELSE
               OPEN OUTPUT CLONE-LN-FILE
               MOVE LOW-VALUES TO PLN-KEY
               START PROD-LN-FILE KEY IS GREATER THAN PLN-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-LN-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PLN-RECORD TO CLN-RECORD
                           WRITE CLN-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-LN-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-LN-FILE
               CLOSE PROD-LN-FILE
               DISPLAY "loans.txt: "WS-LN-COUNT" records cloned (un
      -            "masked)"
           END-IF.
       CLONE-SI-GENERIC.
           MOVE 0 TO WS-SI-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-SI-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "standing.txt: not on disk; skipped"
               CLOSE PROD-SI-FILE
           ELSE
               OPEN OUTPUT CLONE-SI-FILE
               MOVE LOW-VALUES TO PSI-KEY
               START PROD-SI-FILE KEY IS GREATER THAN PSI-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-SI-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PSI-RECORD TO CSI-RECORD
                           WRITE CSI-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-SI-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-SI-FILE
               CLOSE PROD-SI-FILE
               DISPLAY "standing.txt: "WS-SI-COUNT" records cloned (un
      -            "masked)"
           END-IF.
       CLONE-SP-GENERIC.
           MOVE 0 TO WS-SP-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-SP-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "snapshots.txt: not on disk; skipped"
               CLOSE PROD-SP-FILE
           ELSE
               OPEN OUTPUT CLONE-SP-FILE
               MOVE LOW-VALUES TO PSP-KEY
               START PROD-SP-FILE KEY IS GREATER THAN PSP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-SP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PSP-RECORD TO CSP-RECORD
                           WRITE CSP-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-SP-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-SP-FILE
               CLOSE PROD-SP-FILE
               DISPLAY "snapshots.txt: "WS-SP-COUNT" records cloned (un
      -            "masked)"
           END-IF.
       CLONE-AY-GENERIC.
           MOVE 0 TO WS-AY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-AY-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "activity.txt: not on disk; skipped"
               CLOSE PROD-AY-FILE
           ELSE
               OPEN OUTPUT CLONE-AY-FILE
               MOVE LOW-VALUES TO PAY-KEY
               START PROD-AY-FILE KEY IS GREATER THAN PAY-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-AY-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PAY-RECORD TO CAY-RECORD
                           WRITE CAY-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-AY-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-AY-FILE
               CLOSE PROD-AY-FILE
               DISPLAY "activity.txt: "WS-AY-COUNT" records cloned (un
      -            "masked)"
           END-IF.
      * The reference files (rates, parameters, products, codes) and
      * the account-service files (holds, term deposits, overdraft
      * lines, accruals, pending changes) clone whole as well, so
      * the region's chain prices, posts and schedules exactly as
      * production's would
       CLONE-TD-GENERIC.
           MOVE 0 TO WS-TD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-TD-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "termdeposits.txt: not on disk; skipped"
               CLOSE PROD-TD-FILE
           ELSE
               OPEN OUTPUT CLONE-TD-FILE
               MOVE LOW-VALUES TO PTD-KEY
               START PROD-TD-FILE KEY IS GREATER THAN PTD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-TD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PTD-RECORD TO CTD-RECORD
                           WRITE CTD-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-TD-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-TD-FILE
               CLOSE PROD-TD-FILE
               DISPLAY "termdeposits.txt: "WS-TD-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-HD-GENERIC.
           MOVE 0 TO WS-HD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-HD-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "holds.txt: not on disk; skipped"
               CLOSE PROD-HD-FILE
           ELSE
               OPEN OUTPUT CLONE-HD-FILE
               MOVE LOW-VALUES TO PHD-KEY
               START PROD-HD-FILE KEY IS GREATER THAN PHD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-HD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PHD-RECORD TO CHD-RECORD
                           WRITE CHD-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-HD-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-HD-FILE
               CLOSE PROD-HD-FILE
               DISPLAY "holds.txt: "WS-HD-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-OD-GENERIC.
           MOVE 0 TO WS-OD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-OD-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "overdrafts.txt: not on disk; skipped"
               CLOSE PROD-OD-FILE
           ELSE
               OPEN OUTPUT CLONE-OD-FILE
               MOVE LOW-VALUES TO POD-KEY
               START PROD-OD-FILE KEY IS GREATER THAN POD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-OD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE POD-RECORD TO COD-RECORD
                           WRITE COD-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-OD-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-OD-FILE
               CLOSE PROD-OD-FILE
               DISPLAY "overdrafts.txt: "WS-OD-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-AC-GENERIC.
           MOVE 0 TO WS-AC-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-AC-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "accruals.txt: not on disk; skipped"
               CLOSE PROD-AC-FILE
           ELSE
               OPEN OUTPUT CLONE-AC-FILE
               MOVE LOW-VALUES TO PAC-KEY
               START PROD-AC-FILE KEY IS GREATER THAN PAC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-AC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PAC-RECORD TO CAC-RECORD
                           WRITE CAC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-AC-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-AC-FILE
               CLOSE PROD-AC-FILE
               DISPLAY "accruals.txt: "WS-AC-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-RF-GENERIC.
           MOVE 0 TO WS-RF-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-RF-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "refcodes.txt: not on disk; skipped"
               CLOSE PROD-RF-FILE
           ELSE
               OPEN OUTPUT CLONE-RF-FILE
               MOVE LOW-VALUES TO PRF-KEY
               START PROD-RF-FILE KEY IS GREATER THAN PRF-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-RF-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PRF-RECORD TO CRF-RECORD
                           WRITE CRF-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RF-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-RF-FILE
               CLOSE PROD-RF-FILE
               DISPLAY "refcodes.txt: "WS-RF-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-BP-GENERIC.
           MOVE 0 TO WS-BP-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-BP-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "bankparams.txt: not on disk; skipped"
               CLOSE PROD-BP-FILE
           ELSE
               OPEN OUTPUT CLONE-BP-FILE
               MOVE LOW-VALUES TO PBP-KEY
               START PROD-BP-FILE KEY IS GREATER THAN PBP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-BP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PBP-RECORD TO CBP-RECORD
                           WRITE CBP-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-BP-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-BP-FILE
               CLOSE PROD-BP-FILE
               DISPLAY "bankparams.txt: "WS-BP-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-RT-GENERIC.
           MOVE 0 TO WS-RT-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-RT-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ratetiers.txt: not on disk; skipped"
               CLOSE PROD-RT-FILE
           ELSE
               OPEN OUTPUT CLONE-RT-FILE
               MOVE LOW-VALUES TO PRT-KEY
               START PROD-RT-FILE KEY IS GREATER THAN PRT-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-RT-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PRT-RECORD TO CRT-RECORD
                           WRITE CRT-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RT-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-RT-FILE
               CLOSE PROD-RT-FILE
               DISPLAY "ratetiers.txt: "WS-RT-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-PR-GENERIC.
           MOVE 0 TO WS-PR-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-PR-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "products.txt: not on disk; skipped"
               CLOSE PROD-PR-FILE
           ELSE
               OPEN OUTPUT CLONE-PR-FILE
               MOVE LOW-VALUES TO PPR-KEY
               START PROD-PR-FILE KEY IS GREATER THAN PPR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-PR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PPR-RECORD TO CPR-RECORD
                           WRITE CPR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-PR-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-PR-FILE
               CLOSE PROD-PR-FILE
               DISPLAY "products.txt: "WS-PR-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-IR-GENERIC.
           MOVE 0 TO WS-IR-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-IR-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "interestrates.txt: not on disk; skipped"
               CLOSE PROD-IR-FILE
           ELSE
               OPEN OUTPUT CLONE-IR-FILE
               MOVE LOW-VALUES TO PIR-KEY
               START PROD-IR-FILE KEY IS GREATER THAN PIR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-IR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PIR-RECORD TO CIR-RECORD
                           WRITE CIR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-IR-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-IR-FILE
               CLOSE PROD-IR-FILE
               DISPLAY "interestrates.txt: "WS-IR-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-FX-GENERIC.
           MOVE 0 TO WS-FX-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-FX-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "fxrates.txt: not on disk; skipped"
               CLOSE PROD-FX-FILE
           ELSE
               OPEN OUTPUT CLONE-FX-FILE
               MOVE LOW-VALUES TO PFX-KEY
               START PROD-FX-FILE KEY IS GREATER THAN PFX-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-FX-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PFX-RECORD TO CFX-RECORD
                           WRITE CFX-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-FX-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-FX-FILE
               CLOSE PROD-FX-FILE
               DISPLAY "fxrates.txt: "WS-FX-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-PC-GENERIC.
           MOVE 0 TO WS-PC-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-PC-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "pendingchanges.txt: not on disk; skipped"
               CLOSE PROD-PC-FILE
           ELSE
               OPEN OUTPUT CLONE-PC-FILE
               MOVE LOW-VALUES TO PPC-KEY
               START PROD-PC-FILE KEY IS GREATER THAN PPC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-PC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PPC-RECORD TO CPC-RECORD
                           WRITE CPC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-PC-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-PC-FILE
               CLOSE PROD-PC-FILE
               DISPLAY "pendingchanges.txt: "WS-PC-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-SW-GENERIC.
           MOVE 0 TO WS-SW-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-SW-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "sweeps.txt: not on disk; skipped"
               CLOSE PROD-SW-FILE
           ELSE
               OPEN OUTPUT CLONE-SW-FILE
               MOVE LOW-VALUES TO PSW-KEY
               START PROD-SW-FILE KEY IS GREATER THAN PSW-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-SW-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PSW-RECORD TO CSW-RECORD
                           WRITE CSW-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-SW-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-SW-FILE
               CLOSE PROD-SW-FILE
               DISPLAY "sweeps.txt: "WS-SW-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-CO-GENERIC.
           MOVE 0 TO WS-CO-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-CO-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "collateral.txt: not on disk; skipped"
               CLOSE PROD-CO-FILE
           ELSE
               OPEN OUTPUT CLONE-CO-FILE
               MOVE LOW-VALUES TO PCO-KEY
               START PROD-CO-FILE KEY IS GREATER THAN PCO-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-CO-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PCO-RECORD TO CCO-RECORD
                           WRITE CCO-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-CO-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-CO-FILE
               CLOSE PROD-CO-FILE
               DISPLAY "collateral.txt: "WS-CO-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-AM-GENERIC.
           MOVE 0 TO WS-AM-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-AM-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "amortsched.txt: not on disk; skipped"
               CLOSE PROD-AM-FILE
           ELSE
               OPEN OUTPUT CLONE-AM-FILE
               MOVE LOW-VALUES TO PAM-KEY
               START PROD-AM-FILE KEY IS GREATER THAN PAM-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-AM-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PAM-RECORD TO CAM-RECORD
                           WRITE CAM-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-AM-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-AM-FILE
               CLOSE PROD-AM-FILE
               DISPLAY "amortsched.txt: "WS-AM-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-HL-GENERIC.
           MOVE 0 TO WS-HL-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-HOLIDAY-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "holidays.txt: not on disk; skipped"
               CLOSE PROD-HOLIDAY-FILE
           ELSE
               OPEN OUTPUT CLONE-HOLIDAY-FILE
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-HOLIDAY-FILE
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PHL-RECORD TO CHL-RECORD
                           WRITE CHL-RECORD
                           ADD 1 TO WS-HL-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-HOLIDAY-FILE
               CLOSE PROD-HOLIDAY-FILE
               DISPLAY "holidays.txt: "WS-HL-COUNT
                   " records cloned (unmasked)"
           END-IF.
      * The servicing, ledger and control files clone whole, except
      * for the personal fields some carry: signer credentials,
      * external account numbers, card numbers and PINs, check payee
      * and purchaser names, beneficiaries, complaint text,
      * collateral descriptions and staff names
       CLONE-CM-GENERIC.
           MOVE 0 TO WS-CM-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-CM-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "cards.txt: not on disk; skipped"
               CLOSE PROD-CM-FILE
           ELSE
               OPEN OUTPUT CLONE-CM-FILE
               MOVE LOW-VALUES TO PCM-KEY
               START PROD-CM-FILE KEY IS GREATER THAN PCM-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-CM-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PCM-RECORD TO CCM-RECORD
                           MOVE PCM-KEY TO WS-CARD-IN
                           PERFORM MASK-CARD-NUMBER
                           MOVE WS-CARD-OUT TO CCM-KEY
                           MOVE PCM-REPLACES TO WS-CARD-IN
                           PERFORM MASK-CARD-NUMBER
                           MOVE WS-CARD-OUT TO CCM-REPLACES
                           MOVE "MASKED" TO CCM-PIN-HASH
                           WRITE CCM-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-CM-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-CM-FILE
               CLOSE PROD-CM-FILE
               DISPLAY "cards.txt: "WS-CM-COUNT" records"
                   " cloned with card numbers/PINs masked"
           END-IF.
       CLONE-CR-GENERIC.
           MOVE 0 TO WS-CR-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-CR-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "cardauthreg.txt: not on disk; skipped"
               CLOSE PROD-CR-FILE
           ELSE
               OPEN OUTPUT CLONE-CR-FILE
               MOVE LOW-VALUES TO PCR-KEY
               START PROD-CR-FILE KEY IS GREATER THAN PCR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-CR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PCR-RECORD TO CCR-RECORD
                           MOVE PCR-CARD-NUMBER TO WS-CARD-IN
                           PERFORM MASK-CARD-NUMBER
                           MOVE WS-CARD-OUT TO CCR-CARD-NUMBER
                           WRITE CCR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-CR-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-CR-FILE
               CLOSE PROD-CR-FILE
               DISPLAY "cardauthreg.txt: "WS-CR-COUNT" records"
                   " cloned with card numbers masked"
           END-IF.
       CLONE-DC-GENERIC.
           MOVE 0 TO WS-DC-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-DC-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "disputes.txt: not on disk; skipped"
               CLOSE PROD-DC-FILE
           ELSE
               OPEN OUTPUT CLONE-DC-FILE
               MOVE LOW-VALUES TO PDC-KEY
               START PROD-DC-FILE KEY IS GREATER THAN PDC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-DC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PDC-RECORD TO CDC-RECORD
                           WRITE CDC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-DC-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-DC-FILE
               CLOSE PROD-DC-FILE
               DISPLAY "disputes.txt: "WS-DC-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-LE-GENERIC.
           MOVE 0 TO WS-LE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-LE-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "loanescrow.txt: not on disk; skipped"
               CLOSE PROD-LE-FILE
           ELSE
               OPEN OUTPUT CLONE-LE-FILE
               MOVE LOW-VALUES TO PLE-KEY
               START PROD-LE-FILE KEY IS GREATER THAN PLE-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-LE-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PLE-RECORD TO CLE-RECORD
                           WRITE CLE-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-LE-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-LE-FILE
               CLOSE PROD-LE-FILE
               DISPLAY "loanescrow.txt: "WS-LE-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-EI-GENERIC.
           MOVE 0 TO WS-EI-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-EI-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "escrowitems.txt: not on disk; skipped"
               CLOSE PROD-EI-FILE
           ELSE
               OPEN OUTPUT CLONE-EI-FILE
               MOVE LOW-VALUES TO PEI-KEY
               START PROD-EI-FILE KEY IS GREATER THAN PEI-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-EI-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PEI-RECORD TO CEI-RECORD
                           WRITE CEI-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-EI-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-EI-FILE
               CLOSE PROD-EI-FILE
               DISPLAY "escrowitems.txt: "WS-EI-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-LA-GENERIC.
           MOVE 0 TO WS-LA-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-LA-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "loanapps.txt: not on disk; skipped"
               CLOSE PROD-LA-FILE
           ELSE
               OPEN OUTPUT CLONE-LA-FILE
               MOVE LOW-VALUES TO PLA-KEY
               START PROD-LA-FILE KEY IS GREATER THAN PLA-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-LA-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PLA-RECORD TO CLA-RECORD
                           IF PLA-COLL-DESC IS NOT EQUAL TO SPACES
                               MOVE "TEST COLLATERAL" TO CLA-COLL-DESC
                           END-IF
                           WRITE CLA-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-LA-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-LA-FILE
               CLOSE PROD-LA-FILE
               DISPLAY "loanapps.txt: "WS-LA-COUNT" records"
                   " cloned with collateral descriptions masked"
           END-IF.
       CLONE-LG-GENERIC.
           MOVE 0 TO WS-LG-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-LG-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "loanbilling.txt: not on disk; skipped"
               CLOSE PROD-LG-FILE
           ELSE
               OPEN OUTPUT CLONE-LG-FILE
               MOVE LOW-VALUES TO PLG-KEY
               START PROD-LG-FILE KEY IS GREATER THAN PLG-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-LG-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PLG-RECORD TO CLG-RECORD
                           WRITE CLG-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-LG-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-LG-FILE
               CLOSE PROD-LG-FILE
               DISPLAY "loanbilling.txt: "WS-LG-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-LQ-GENERIC.
           MOVE 0 TO WS-LQ-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-LQ-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "loandelinq.txt: not on disk; skipped"
               CLOSE PROD-LQ-FILE
           ELSE
               OPEN OUTPUT CLONE-LQ-FILE
               MOVE LOW-VALUES TO PLQ-KEY
               START PROD-LQ-FILE KEY IS GREATER THAN PLQ-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-LQ-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PLQ-RECORD TO CLQ-RECORD
                           WRITE CLQ-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-LQ-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-LQ-FILE
               CLOSE PROD-LQ-FILE
               DISPLAY "loandelinq.txt: "WS-LQ-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-LR-GENERIC.
           MOVE 0 TO WS-LR-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-LR-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "loanreserve.txt: not on disk; skipped"
               CLOSE PROD-LR-FILE
           ELSE
               OPEN OUTPUT CLONE-LR-FILE
               MOVE LOW-VALUES TO PLR-KEY
               START PROD-LR-FILE KEY IS GREATER THAN PLR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-LR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PLR-RECORD TO CLR-RECORD
                           WRITE CLR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-LR-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-LR-FILE
               CLOSE PROD-LR-FILE
               DISPLAY "loanreserve.txt: "WS-LR-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-IX-GENERIC.
           MOVE 0 TO WS-IX-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-IX-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "indexrates.txt: not on disk; skipped"
               CLOSE PROD-IX-FILE
           ELSE
               OPEN OUTPUT CLONE-IX-FILE
               MOVE LOW-VALUES TO PIX-KEY
               START PROD-IX-FILE KEY IS GREATER THAN PIX-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-IX-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PIX-RECORD TO CIX-RECORD
                           WRITE CIX-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-IX-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-IX-FILE
               CLOSE PROD-IX-FILE
               DISPLAY "indexrates.txt: "WS-IX-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-FS-GENERIC.
           MOVE 0 TO WS-FS-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-FS-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "feeschedule.txt: not on disk; skipped"
               CLOSE PROD-FS-FILE
           ELSE
               OPEN OUTPUT CLONE-FS-FILE
               MOVE LOW-VALUES TO PFS-KEY
               START PROD-FS-FILE KEY IS GREATER THAN PFS-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-FS-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PFS-RECORD TO CFS-RECORD
                           WRITE CFS-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-FS-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-FS-FILE
               CLOSE PROD-FS-FILE
               DISPLAY "feeschedule.txt: "WS-FS-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-FR-GENERIC.
           MOVE 0 TO WS-FR-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-FR-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "feerefunds.txt: not on disk; skipped"
               CLOSE PROD-FR-FILE
           ELSE
               OPEN OUTPUT CLONE-FR-FILE
               MOVE LOW-VALUES TO PFR-KEY
               START PROD-FR-FILE KEY IS GREATER THAN PFR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-FR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PFR-RECORD TO CFR-RECORD
                           WRITE CFR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-FR-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-FR-FILE
               CLOSE PROD-FR-FILE
               DISPLAY "feerefunds.txt: "WS-FR-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-GA-GENERIC.
           MOVE 0 TO WS-GA-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-GA-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "glaccounts.txt: not on disk; skipped"
               CLOSE PROD-GA-FILE
           ELSE
               OPEN OUTPUT CLONE-GA-FILE
               MOVE LOW-VALUES TO PGA-KEY
               START PROD-GA-FILE KEY IS GREATER THAN PGA-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-GA-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PGA-RECORD TO CGA-RECORD
                           WRITE CGA-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-GA-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-GA-FILE
               CLOSE PROD-GA-FILE
               DISPLAY "glaccounts.txt: "WS-GA-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-GB-GENERIC.
           MOVE 0 TO WS-GB-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-GB-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "glbalances.txt: not on disk; skipped"
               CLOSE PROD-GB-FILE
           ELSE
               OPEN OUTPUT CLONE-GB-FILE
               MOVE LOW-VALUES TO PGB-KEY
               START PROD-GB-FILE KEY IS GREATER THAN PGB-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-GB-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PGB-RECORD TO CGB-RECORD
                           WRITE CGB-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-GB-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-GB-FILE
               CLOSE PROD-GB-FILE
               DISPLAY "glbalances.txt: "WS-GB-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-GP-GENERIC.
           MOVE 0 TO WS-GP-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-GP-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "glposted.txt: not on disk; skipped"
               CLOSE PROD-GP-FILE
           ELSE
               OPEN OUTPUT CLONE-GP-FILE
               MOVE LOW-VALUES TO PGP-KEY
               START PROD-GP-FILE KEY IS GREATER THAN PGP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-GP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PGP-RECORD TO CGP-RECORD
                           WRITE CGP-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-GP-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-GP-FILE
               CLOSE PROD-GP-FILE
               DISPLAY "glposted.txt: "WS-GP-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-GY-GENERIC.
           MOVE 0 TO WS-GY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-GY-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "glyears.txt: not on disk; skipped"
               CLOSE PROD-GY-FILE
           ELSE
               OPEN OUTPUT CLONE-GY-FILE
               MOVE LOW-VALUES TO PGY-KEY
               START PROD-GY-FILE KEY IS GREATER THAN PGY-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-GY-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PGY-RECORD TO CGY-RECORD
                           WRITE CGY-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-GY-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-GY-FILE
               CLOSE PROD-GY-FILE
               DISPLAY "glyears.txt: "WS-GY-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-ID-GENERIC.
           MOVE 0 TO WS-ID-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-ID-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "iradetails.txt: not on disk; skipped"
               CLOSE PROD-ID-FILE
           ELSE
               OPEN OUTPUT CLONE-ID-FILE
               MOVE LOW-VALUES TO PID-KEY
               START PROD-ID-FILE KEY IS GREATER THAN PID-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-ID-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PID-RECORD TO CID-RECORD
                           IF PID-BENEFICIARY IS NOT EQUAL TO SPACES
                               MOVE "TEST BENEFICIARY" TO
                                   CID-BENEFICIARY
                           END-IF
                           WRITE CID-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-ID-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-ID-FILE
               CLOSE PROD-ID-FILE
               DISPLAY "iradetails.txt: "WS-ID-COUNT" records"
                   " cloned with beneficiary names masked"
           END-IF.
       CLONE-IY-GENERIC.
           MOVE 0 TO WS-IY-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-IY-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "irayears.txt: not on disk; skipped"
               CLOSE PROD-IY-FILE
           ELSE
               OPEN OUTPUT CLONE-IY-FILE
               MOVE LOW-VALUES TO PIY-KEY
               START PROD-IY-FILE KEY IS GREATER THAN PIY-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-IY-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PIY-RECORD TO CIY-RECORD
                           WRITE CIY-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-IY-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-IY-FILE
               CLOSE PROD-IY-FILE
               DISPLAY "irayears.txt: "WS-IY-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-SG-GENERIC.
           MOVE 0 TO WS-SG-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-SG-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "signers.txt: not on disk; skipped"
               CLOSE PROD-SG-FILE
           ELSE
               OPEN OUTPUT CLONE-SG-FILE
               MOVE LOW-VALUES TO PSG-KEY
               START PROD-SG-FILE KEY IS GREATER THAN PSG-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-SG-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PSG-RECORD TO CSG-RECORD
                           MOVE SPACES TO CSG-USERNAME
                           STRING "testsigner" PSG-BUSINESS-ID
                               PSG-MEMBER-ID
                               DELIMITED BY SIZE INTO CSG-USERNAME
                           END-STRING
                           MOVE "MASKED" TO CSG-PASSWORD
                           WRITE CSG-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-SG-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-SG-FILE
               CLOSE PROD-SG-FILE
               DISPLAY "signers.txt: "WS-SG-COUNT" records"
                   " cloned with usernames/passwords masked"
           END-IF.
       CLONE-XA-GENERIC.
           MOVE 0 TO WS-XA-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-XA-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "externalaccts.txt: not on disk; skipped"
               CLOSE PROD-XA-FILE
           ELSE
               OPEN OUTPUT CLONE-XA-FILE
               MOVE LOW-VALUES TO PXA-KEY
               START PROD-XA-FILE KEY IS GREATER THAN PXA-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-XA-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PXA-RECORD TO CXA-RECORD
                           MOVE "011000015" TO CXA-ROUTING
                           MOVE SPACES TO CXA-NUMBER
                           STRING "9" PXA-ACCOUNT-ID PXA-SEQ
                               DELIMITED BY SIZE INTO CXA-NUMBER
                           END-STRING
                           IF PXA-NICKNAME IS NOT EQUAL TO SPACES
                               MOVE "TEST EXTERNAL" TO CXA-NICKNAME
                           END-IF
                           WRITE CXA-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-XA-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-XA-FILE
               CLOSE PROD-XA-FILE
               DISPLAY "externalaccts.txt: "WS-XA-COUNT" records"
                   " cloned with routing/account numbers masked"
           END-IF.
       CLONE-HM-GENERIC.
           MOVE 0 TO WS-HM-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-HM-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "heldmail.txt: not on disk; skipped"
               CLOSE PROD-HM-FILE
           ELSE
               OPEN OUTPUT CLONE-HM-FILE
               MOVE LOW-VALUES TO PHM-KEY
               START PROD-HM-FILE KEY IS GREATER THAN PHM-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-HM-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PHM-RECORD TO CHM-RECORD
                           WRITE CHM-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-HM-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-HM-FILE
               CLOSE PROD-HM-FILE
               DISPLAY "heldmail.txt: "WS-HM-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-CL-GENERIC.
           MOVE 0 TO WS-CL-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-CL-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "chargeoff.txt: not on disk; skipped"
               CLOSE PROD-CL-FILE
           ELSE
               OPEN OUTPUT CLONE-CL-FILE
               MOVE LOW-VALUES TO PCL-KEY
               START PROD-CL-FILE KEY IS GREATER THAN PCL-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-CL-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PCL-RECORD TO CCL-RECORD
                           WRITE CCL-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-CL-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-CL-FILE
               CLOSE PROD-CL-FILE
               DISPLAY "chargeoff.txt: "WS-CL-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-EL-GENERIC.
           MOVE 0 TO WS-EL-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-EL-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "estate.txt: not on disk; skipped"
               CLOSE PROD-EL-FILE
           ELSE
               OPEN OUTPUT CLONE-EL-FILE
               MOVE LOW-VALUES TO PEL-KEY
               START PROD-EL-FILE KEY IS GREATER THAN PEL-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-EL-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PEL-RECORD TO CEL-RECORD
                           WRITE CEL-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-EL-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-EL-FILE
               CLOSE PROD-EL-FILE
               DISPLAY "estate.txt: "WS-EL-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-LO-GENERIC.
           MOVE 0 TO WS-LO-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-LO-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "legalorders.txt: not on disk; skipped"
               CLOSE PROD-LO-FILE
           ELSE
               OPEN OUTPUT CLONE-LO-FILE
               MOVE LOW-VALUES TO PLO-KEY
               START PROD-LO-FILE KEY IS GREATER THAN PLO-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-LO-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PLO-RECORD TO CLO-RECORD
                           WRITE CLO-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-LO-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-LO-FILE
               CLOSE PROD-LO-FILE
               DISPLAY "legalorders.txt: "WS-LO-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-OC-GENERIC.
           MOVE 0 TO WS-OC-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-OC-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "officialchecks.txt: not on disk; skipped"
               CLOSE PROD-OC-FILE
           ELSE
               OPEN OUTPUT CLONE-OC-FILE
               MOVE LOW-VALUES TO POC-KEY
               START PROD-OC-FILE KEY IS GREATER THAN POC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-OC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE POC-RECORD TO COC-RECORD
                           IF POC-PAYEE IS NOT EQUAL TO SPACES
                               MOVE "TEST PAYEE" TO COC-PAYEE
                           END-IF
                           IF POC-PURCHASER IS NOT EQUAL TO SPACES
                               MOVE "TEST PURCHASER" TO COC-PURCHASER
                           END-IF
                           WRITE COC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-OC-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-OC-FILE
               CLOSE PROD-OC-FILE
               DISPLAY "officialchecks.txt: "WS-OC-COUNT" records"
                   " cloned with payee/purchaser names masked"
           END-IF.
       CLONE-SB-GENERIC.
           MOVE 0 TO WS-SB-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-SB-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "settlebatches.txt: not on disk; skipped"
               CLOSE PROD-SB-FILE
           ELSE
               OPEN OUTPUT CLONE-SB-FILE
               MOVE LOW-VALUES TO PSB-KEY
               START PROD-SB-FILE KEY IS GREATER THAN PSB-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-SB-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PSB-RECORD TO CSB-RECORD
                           WRITE CSB-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-SB-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-SB-FILE
               CLOSE PROD-SB-FILE
               DISPLAY "settlebatches.txt: "WS-SB-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-SL-GENERIC.
           MOVE 0 TO WS-SL-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-SL-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "settlelines.txt: not on disk; skipped"
               CLOSE PROD-SL-FILE
           ELSE
               OPEN OUTPUT CLONE-SL-FILE
               MOVE LOW-VALUES TO PSL-KEY
               START PROD-SL-FILE KEY IS GREATER THAN PSL-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-SL-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PSL-RECORD TO CSL-RECORD
                           WRITE CSL-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-SL-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-SL-FILE
               CLOSE PROD-SL-FILE
               DISPLAY "settlelines.txt: "WS-SL-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-CC-GENERIC.
           MOVE 0 TO WS-CC-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-CC-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "cashcounts.txt: not on disk; skipped"
               CLOSE PROD-CC-FILE
           ELSE
               OPEN OUTPUT CLONE-CC-FILE
               MOVE LOW-VALUES TO PCC-KEY
               START PROD-CC-FILE KEY IS GREATER THAN PCC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-CC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PCC-RECORD TO CCC-RECORD
                           WRITE CCC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-CC-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-CC-FILE
               CLOSE PROD-CC-FILE
               DISPLAY "cashcounts.txt: "WS-CC-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-CD-GENERIC.
           MOVE 0 TO WS-CD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-CD-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "cashdays.txt: not on disk; skipped"
               CLOSE PROD-CD-FILE
           ELSE
               OPEN OUTPUT CLONE-CD-FILE
               MOVE LOW-VALUES TO PCD-KEY
               START PROD-CD-FILE KEY IS GREATER THAN PCD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-CD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PCD-RECORD TO CCD-RECORD
                           WRITE CCD-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-CD-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-CD-FILE
               CLOSE PROD-CD-FILE
               DISPLAY "cashdays.txt: "WS-CD-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-FC-GENERIC.
           MOVE 0 TO WS-FC-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-FC-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "fxdrawer.txt: not on disk; skipped"
               CLOSE PROD-FC-FILE
           ELSE
               OPEN OUTPUT CLONE-FC-FILE
               MOVE LOW-VALUES TO PFC-KEY
               START PROD-FC-FILE KEY IS GREATER THAN PFC-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-FC-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PFC-RECORD TO CFC-RECORD
                           WRITE CFC-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-FC-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-FC-FILE
               CLOSE PROD-FC-FILE
               DISPLAY "fxdrawer.txt: "WS-FC-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-BR-GENERIC.
           MOVE 0 TO WS-BR-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-BR-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "branches.txt: not on disk; skipped"
               CLOSE PROD-BR-FILE
           ELSE
               OPEN OUTPUT CLONE-BR-FILE
               MOVE LOW-VALUES TO PBR-KEY
               START PROD-BR-FILE KEY IS GREATER THAN PBR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-BR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PBR-RECORD TO CBR-RECORD
                           WRITE CBR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-BR-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-BR-FILE
               CLOSE PROD-BR-FILE
               DISPLAY "branches.txt: "WS-BR-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-CP-GENERIC.
           MOVE 0 TO WS-CP-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-CP-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "complaints.txt: not on disk; skipped"
               CLOSE PROD-CP-FILE
           ELSE
               OPEN OUTPUT CLONE-CP-FILE
               MOVE LOW-VALUES TO PCP-KEY
               START PROD-CP-FILE KEY IS GREATER THAN PCP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-CP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PCP-RECORD TO CCP-RECORD
                           IF PCP-SUMMARY IS NOT EQUAL TO SPACES
                               MOVE "TEST COMPLAINT SUMMARY" TO
                                   CCP-SUMMARY
                           END-IF
                           WRITE CCP-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-CP-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-CP-FILE
               CLOSE PROD-CP-FILE
               DISPLAY "complaints.txt: "WS-CP-COUNT" records"
                   " cloned with summaries masked"
           END-IF.
       CLONE-CH-GENERIC.
           MOVE 0 TO WS-CH-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-CH-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "complainthist.txt: not on disk; skipped"
               CLOSE PROD-CH-FILE
           ELSE
               OPEN OUTPUT CLONE-CH-FILE
               MOVE LOW-VALUES TO PCH-KEY
               START PROD-CH-FILE KEY IS GREATER THAN PCH-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-CH-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PCH-RECORD TO CCH-RECORD
                           IF PCH-NOTE IS NOT EQUAL TO SPACES
                               MOVE "TEST COMPLAINT NOTE" TO CCH-NOTE
                           END-IF
                           WRITE CCH-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-CH-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-CH-FILE
               CLOSE PROD-CH-FILE
               DISPLAY "complainthist.txt: "WS-CH-COUNT" records"
                   " cloned with notes masked"
           END-IF.
       CLONE-PM-GENERIC.
           MOVE 0 TO WS-PM-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-PM-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "promocampaigns.txt: not on disk; skipped"
               CLOSE PROD-PM-FILE
           ELSE
               OPEN OUTPUT CLONE-PM-FILE
               MOVE LOW-VALUES TO PPM-KEY
               START PROD-PM-FILE KEY IS GREATER THAN PPM-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-PM-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PPM-RECORD TO CPM-RECORD
                           WRITE CPM-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-PM-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-PM-FILE
               CLOSE PROD-PM-FILE
               DISPLAY "promocampaigns.txt: "WS-PM-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-PE-GENERIC.
           MOVE 0 TO WS-PE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-PE-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "promoenroll.txt: not on disk; skipped"
               CLOSE PROD-PE-FILE
           ELSE
               OPEN OUTPUT CLONE-PE-FILE
               MOVE LOW-VALUES TO PPE-KEY
               START PROD-PE-FILE KEY IS GREATER THAN PPE-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-PE-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PPE-RECORD TO CPE-RECORD
                           WRITE CPE-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-PE-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-PE-FILE
               CLOSE PROD-PE-FILE
               DISPLAY "promoenroll.txt: "WS-PE-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-RU-GENERIC.
           MOVE 0 TO WS-RU-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-RU-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "roundup.txt: not on disk; skipped"
               CLOSE PROD-RU-FILE
           ELSE
               OPEN OUTPUT CLONE-RU-FILE
               MOVE LOW-VALUES TO PRU-KEY
               START PROD-RU-FILE KEY IS GREATER THAN PRU-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-RU-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PRU-RECORD TO CRU-RECORD
                           WRITE CRU-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RU-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-RU-FILE
               CLOSE PROD-RU-FILE
               DISPLAY "roundup.txt: "WS-RU-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-XR-GENERIC.
           MOVE 0 TO WS-XR-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-XR-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "xsellrules.txt: not on disk; skipped"
               CLOSE PROD-XR-FILE
           ELSE
               OPEN OUTPUT CLONE-XR-FILE
               MOVE LOW-VALUES TO PXR-KEY
               START PROD-XR-FILE KEY IS GREATER THAN PXR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-XR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PXR-RECORD TO CXR-RECORD
                           WRITE CXR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-XR-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-XR-FILE
               CLOSE PROD-XR-FILE
               DISPLAY "xsellrules.txt: "WS-XR-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-AR-GENERIC.
           MOVE 0 TO WS-AR-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-AR-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "recert.txt: not on disk; skipped"
               CLOSE PROD-AR-FILE
           ELSE
               OPEN OUTPUT CLONE-AR-FILE
               MOVE LOW-VALUES TO PAR-KEY
               START PROD-AR-FILE KEY IS GREATER THAN PAR-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-AR-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PAR-RECORD TO CAR-RECORD
                           MOVE SPACES TO CAR-NAME
                           STRING "TEST STAFF " PAR-STAFF-ID
                               DELIMITED BY SIZE INTO CAR-NAME
                           END-STRING
                           WRITE CAR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-AR-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-AR-FILE
               CLOSE PROD-AR-FILE
               DISPLAY "recert.txt: "WS-AR-COUNT" records"
                   " cloned with staff names masked"
           END-IF.
       CLONE-DP-GENERIC.
           MOVE 0 TO WS-DP-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-DP-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "dutypairs.txt: not on disk; skipped"
               CLOSE PROD-DP-FILE
           ELSE
               OPEN OUTPUT CLONE-DP-FILE
               MOVE LOW-VALUES TO PDP-KEY
               START PROD-DP-FILE KEY IS GREATER THAN PDP-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-DP-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PDP-RECORD TO CDP-RECORD
                           WRITE CDP-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-DP-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-DP-FILE
               CLOSE PROD-DP-FILE
               DISPLAY "dutypairs.txt: "WS-DP-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-CS-GENERIC.
           MOVE 0 TO WS-CS-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-CS-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "confirms.txt: not on disk; skipped"
               CLOSE PROD-CS-FILE
           ELSE
               OPEN OUTPUT CLONE-CS-FILE
               MOVE LOW-VALUES TO PCS-KEY
               START PROD-CS-FILE KEY IS GREATER THAN PCS-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-CS-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PCS-RECORD TO CCS-RECORD
                           WRITE CCS-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-CS-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-CS-FILE
               CLOSE PROD-CS-FILE
               DISPLAY "confirms.txt: "WS-CS-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-DQ-GENERIC.
           MOVE 0 TO WS-DQ-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-DQ-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "scrubrules.txt: not on disk; skipped"
               CLOSE PROD-DQ-FILE
           ELSE
               OPEN OUTPUT CLONE-DQ-FILE
               MOVE LOW-VALUES TO PDQ-KEY
               START PROD-DQ-FILE KEY IS GREATER THAN PDQ-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-DQ-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PDQ-RECORD TO CDQ-RECORD
                           WRITE CDQ-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-DQ-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-DQ-FILE
               CLOSE PROD-DQ-FILE
               DISPLAY "scrubrules.txt: "WS-DQ-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-DH-GENERIC.
           MOVE 0 TO WS-DH-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-DH-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "scrubhist.txt: not on disk; skipped"
               CLOSE PROD-DH-FILE
           ELSE
               OPEN OUTPUT CLONE-DH-FILE
               MOVE LOW-VALUES TO PDH-KEY
               START PROD-DH-FILE KEY IS GREATER THAN PDH-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-DH-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PDH-RECORD TO CDH-RECORD
                           WRITE CDH-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-DH-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-DH-FILE
               CLOSE PROD-DH-FILE
               DISPLAY "scrubhist.txt: "WS-DH-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-RK-GENERIC.
           MOVE 0 TO WS-RK-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-RK-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "riskfactors.txt: not on disk; skipped"
               CLOSE PROD-RK-FILE
           ELSE
               OPEN OUTPUT CLONE-RK-FILE
               MOVE LOW-VALUES TO PRK-KEY
               START PROD-RK-FILE KEY IS GREATER THAN PRK-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-RK-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PRK-RECORD TO CRK-RECORD
                           WRITE CRK-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-RK-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-RK-FILE
               CLOSE PROD-RK-FILE
               DISPLAY "riskfactors.txt: "WS-RK-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-DF-GENERIC.
           MOVE 0 TO WS-DF-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-DF-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "debitfilters.txt: not on disk; skipped"
               CLOSE PROD-DF-FILE
           ELSE
               OPEN OUTPUT CLONE-DF-FILE
               MOVE LOW-VALUES TO PDF-KEY
               START PROD-DF-FILE KEY IS GREATER THAN PDF-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-DF-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PDF-RECORD TO CDF-RECORD
                           WRITE CDF-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-DF-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-DF-FILE
               CLOSE PROD-DF-FILE
               DISPLAY "debitfilters.txt: "WS-DF-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-SD-GENERIC.
           MOVE 0 TO WS-SD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-SD-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "sdboxes.txt: not on disk; skipped"
               CLOSE PROD-SD-FILE
           ELSE
               OPEN OUTPUT CLONE-SD-FILE
               MOVE LOW-VALUES TO PSD-KEY
               START PROD-SD-FILE KEY IS GREATER THAN PSD-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-SD-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PSD-RECORD TO CSD-RECORD
                           WRITE CSD-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-SD-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-SD-FILE
               CLOSE PROD-SD-FILE
               DISPLAY "sdboxes.txt: "WS-SD-COUNT
                   " records cloned (unmasked)"
           END-IF.
       CLONE-BF-GENERIC.
           MOVE 0 TO WS-BF-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT PROD-BF-FILE
           IF WS-PROD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "bureaufinal.txt: not on disk; skipped"
               CLOSE PROD-BF-FILE
           ELSE
               OPEN OUTPUT CLONE-BF-FILE
               MOVE LOW-VALUES TO PBF-KEY
               START PROD-BF-FILE KEY IS GREATER THAN PBF-KEY
                   INVALID KEY MOVE "y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ PROD-BF-FILE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE PBF-RECORD TO CBF-RECORD
                           WRITE CBF-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-BF-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLONE-BF-FILE
               CLOSE PROD-BF-FILE
               DISPLAY "bureaufinal.txt: "WS-BF-COUNT
                   " records cloned (unmasked)"
           END-IF.
       MASK-CARD-NUMBER.
           IF WS-CARD-IN IS EQUAL TO 0
               MOVE 0 TO WS-CARD-OUT
           ELSE
               DIVIDE WS-CARD-IN BY 10 GIVING WS-CARD-BASE
               INSPECT WS-CARD-BASE-X(7:9) CONVERTING "0123456789"
                   TO "7392051846"
               MOVE 0 TO WS-LUHN-SUM
               MOVE "y" TO WS-LUHN-DOUBLE
               PERFORM VARYING WS-LUHN-IDX FROM 15 BY -1
                   UNTIL WS-LUHN-IDX < 1
                   COMPUTE WS-LUHN-DIGIT = FUNCTION NUMVAL(
                       WS-CARD-BASE-X(WS-LUHN-IDX:1))
                   IF WS-LUHN-DOUBLE IS EQUAL TO "y"
                       MULTIPLY 2 BY WS-LUHN-DIGIT
                       IF WS-LUHN-DIGIT > 9
                           SUBTRACT 9 FROM WS-LUHN-DIGIT
                       END-IF
                       MOVE "n" TO WS-LUHN-DOUBLE
                   ELSE
                       MOVE "y" TO WS-LUHN-DOUBLE
                   END-IF
                   ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
               END-PERFORM
               COMPUTE WS-CARD-OUT = WS-CARD-BASE * 10 +
                   FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10)
           END-IF.
      * The summary written into the region proves what was masked
      * and that the money figures carried over intact
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "termdeposits=" WS-TD-COUNT " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "holds=" WS-HD-COUNT " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "overdrafts=" WS-OD-COUNT " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "accruals=" WS-AC-COUNT " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "refcodes=" WS-RF-COUNT " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "bankparams=" WS-BP-COUNT " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "ratetiers=" WS-RT-COUNT " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "products=" WS-PR-COUNT " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "interestrates=" WS-IR-COUNT " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "fxrates=" WS-FX-COUNT " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "pendingchanges=" WS-PC-COUNT " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "sweeps=" WS-SW-COUNT " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "collateral=" WS-CO-COUNT " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "amortsched=" WS-AM-COUNT " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "holidays=" WS-HL-COUNT " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "cards=" WS-CM-COUNT
               " (masked: card numbers/PINs)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "cardauthreg=" WS-CR-COUNT
               " (masked: card numbers)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "disputes=" WS-DC-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "loanescrow=" WS-LE-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "escrowitems=" WS-EI-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "loanapps=" WS-LA-COUNT
               " (masked: collateral descriptions)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "loanbilling=" WS-LG-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "loandelinq=" WS-LQ-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "loanreserve=" WS-LR-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "indexrates=" WS-IX-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "feeschedule=" WS-FS-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "feerefunds=" WS-FR-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "glaccounts=" WS-GA-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "glbalances=" WS-GB-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "glposted=" WS-GP-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "glyears=" WS-GY-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "iradetails=" WS-ID-COUNT
               " (masked: beneficiary names)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "irayears=" WS-IY-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "signers=" WS-SG-COUNT
               " (masked: usernames/passwords)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "externalaccts=" WS-XA-COUNT
               " (masked: routing/account numbers)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "heldmail=" WS-HM-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "chargeoff=" WS-CL-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "estate=" WS-EL-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "legalorders=" WS-LO-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "officialchecks=" WS-OC-COUNT
               " (masked: payee/purchaser names)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "settlebatches=" WS-SB-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "settlelines=" WS-SL-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "cashcounts=" WS-CC-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "cashdays=" WS-CD-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "fxdrawer=" WS-FC-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "branches=" WS-BR-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "complaints=" WS-CP-COUNT
               " (masked: summaries)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "complainthist=" WS-CH-COUNT
               " (masked: notes)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "promocampaigns=" WS-PM-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "promoenroll=" WS-PE-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "roundup=" WS-RU-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "xsellrules=" WS-XR-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "recert=" WS-AR-COUNT
               " (masked: staff names)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "dutypairs=" WS-DP-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "confirms=" WS-CS-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "scrubrules=" WS-DQ-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "scrubhist=" WS-DH-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "riskfactors=" WS-RK-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "debitfilters=" WS-DF-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "sdboxes=" WS-SD-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           MOVE SPACES TO CLONE-SUMMARY-LINE
           STRING "bureaufinal=" WS-BF-COUNT
               " (unmasked)"
               DELIMITED BY SIZE INTO CLONE-SUMMARY-LINE
           END-STRING
           WRITE CLONE-SUMMARY-LINE
           CLOSE CLONE-SUMMARY-FILE
           DISPLAY "Clone summary written to the test region".
       END PROGRAM CLONE-MASKER.
