       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EXA6.
       AUTHOR.          MIYAZAKI.
       INSTALLATION.    MARCELO-PC.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.        SEGURANCA DE EM02.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  MARCELO-PC.
       OBJECT-COMPUTER.  FATEC-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMLGPD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMLGPD-STATUS.
           SELECT CTLLGPD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTLLGPD-STATUS.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1
           FILE STATUS IS CADSOC1-STATUS.
           SELECT SOCCPF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSOC-XR
           FILE STATUS IS SOCCPF-STATUS.
           SELECT CADOK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-SAI
           FILE STATUS IS CADOK-STATUS.
           SELECT CADCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CADCLI-STATUS.
           SELECT CADCLI-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCONT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSOC-CT
           FILE STATUS IS CADCONT-STATUS.
           SELECT RESEROK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESEROK-STATUS.
           SELECT RESEROK-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTAESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LISTAESP-STATUS.
           SELECT LISTAESP-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECRESV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-RR
           FILE STATUS IS RECRESV-STATUS.
           SELECT VALECRED ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-VC
           FILE STATUS IS VALECRED-STATUS.
           SELECT HISTPAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-HP
           FILE STATUS IS HISTPAG-STATUS.
           SELECT HISTPARQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTPARQ-STATUS.
           SELECT NEGSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC-NS
           FILE STATUS IS NEGSOC-STATUS.
           SELECT DEPSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-DP
           FILE STATUS IS DEPSOC-STATUS.
           SELECT PERDAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERDAS-STATUS.
           SELECT PERDAS-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECIBOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-RB
           FILE STATUS IS RECIBOS-STATUS.
           SELECT REEMBCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-RC
           FILE STATUS IS REEMBCTL-STATUS.
           SELECT REEMBFIN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REEMBFIN-STATUS.
           SELECT REEMBFIN-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CANRSV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CANRSV-STATUS.
           SELECT CANRSV-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VALEUSO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VALEUSO-STATUS.
           SELECT VALEUSO-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JRNSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNSOC-STATUS.
           SELECT JRNSOC-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JRNCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNCLI-STATUS.
           SELECT JRNCLI-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JRNCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNCONT-STATUS.
           SELECT JRNCONT-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CPFVISTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPF-VISTO
           FILE STATUS IS CPFVISTO-STATUS.
           SELECT RECPERDA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC-RP
           FILE STATUS IS RECPERDA-STATUS.
           SELECT RESINST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-RS
           FILE STATUS IS RESINST-STATUS.
           SELECT CARTOES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC-CA
           FILE STATUS IS CARTOES-STATUS.
           SELECT REGANON ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGANON-STATUS.
           SELECT RELANON ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD PARMLGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMLGPD.DAT".
       01 REG-PARM-LGPD.
           02 ANOS-PARM     PIC 9(02).
           02 MODO-PARM     PIC X(01).
           02 CPF-PARM      PIC 9(11).
           02 OPERADOR-PARM PIC X(08).

       FD CTLLGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTLLGPD.DAT".
       01 REG-CTL-LGPD.
           02 ULTIMO-TOKEN  PIC 9(07).

       FD CADSOC1
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".
       01 REG-ENT.
           02 CODPAG    PIC 9(02).
           02 NUMSOC1   PIC 9(06).
           02 NOMESOC1  PIC X(30).
           02 VALPAG1   PIC 9(09)V9(02).
           02 DTVENC1.
            03 DIA-VENC1  PIC 9(02).
            03 MES-VENC1  PIC 9(02).
            03 ANO-VENC1  PIC 9(04).

       FD SOCCPF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SOCCPF.DAT".
       01 REG-XR.
           02 NUMSOC-XR   PIC 9(06).
           02 CPF-XR      PIC 9(11).
           02 SITUACAO-XR PIC X(01).

       FD CADOK
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADOK.DAT".
       01 REGOK.
           02 CPF-SAI    PIC 9(11).
           02 NOME-SAI   PIC X(30).
           02 ESTADO-SAI PIC X(02).
           02 CIDADE-SAI PIC X(30).
           02 EMAIL-SAI  PIC X(30).
           02 TEL-SAI    PIC 9(10).
           02 STATUS-SAI PIC X(01).

       FD CADCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       COPY "CADCLI.CPY".

       FD CADCLI-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI_NOVO.DAT".
       01 REG-CLI-N    PIC X(124).

       FD CADCONT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCONT.DAT".
       01 REG-CT.
           02 NUMSOC-CT  PIC 9(06).
           02 ENDER-CT   PIC X(40).
           02 CIDADE-CT  PIC X(30).
           02 UF-CT      PIC X(02).
           02 CEP-CT     PIC 9(08).
           02 EMAIL-CT   PIC X(30).
           02 TEL-CT     PIC 9(10).

       FD RESEROK
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESEROK.DAT".
       01 REG-ROK.
           02 CPF-ROK      PIC 9(11).
           02 DESTINO-ROK  PIC X(03).
           02 DTVIAGEM-ROK.
            03 DIA-ROK     PIC 9(02).
            03 MES-ROK     PIC 9(02).
            03 ANO-ROK     PIC 9(04).
           02 LUGARES-ROK  PIC 9(03).
           02 VALOR-ROK    PIC 9(07)V9(02).

       FD RESEROK-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESEROK_NOVO.DAT".
       01 REG-ROK-N    PIC X(34).

       FD LISTAESP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LISTAESP.DAT".
       01 REG-ESP.
           02 CPF-ESP      PIC 9(11).
           02 DESTINO-ESP  PIC X(03).
           02 DTVIAGEM-ESP PIC 9(08).
           02 LUGARES-ESP  PIC 9(03).
           02 VALOR-ESP    PIC 9(07)V9(02).

       FD LISTAESP-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LISTAESP_NOVO.DAT".
       01 REG-ESP-N    PIC X(34).

       FD RECRESV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECRESV.DAT".
       01 REG-RR.
           02 CHAVE-RR.
            03 CPF-RR       PIC 9(11).
            03 DESTINO-RR   PIC X(03).
            03 DTVIAGEM-RR  PIC 9(08).
            03 PARCELA-RR   PIC 9(02).
           02 VENC-RR       PIC 9(08).
           02 VALOR-RR      PIC 9(07)V9(02).
           02 PAGO-RR       PIC 9(07)V9(02).
           02 DATA-PAG-RR   PIC 9(08).
           02 SITUACAO-RR   PIC X(01).

       FD VALECRED
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VALECRED.DAT".
       01 REG-VC.
           02 CHAVE-VC.
            03 CPF-VC       PIC 9(11).
            03 NUM-VC       PIC 9(07).
           02 VALOR-VC      PIC 9(07)V9(02).
           02 SALDO-VC      PIC 9(07)V9(02).
           02 EMISSAO-VC    PIC 9(08).
           02 VALIDADE-VC   PIC 9(08).
           02 DESTINO-OR-VC PIC X(03).
           02 DTVIAGEM-OR-VC PIC 9(08).
           02 SITUACAO-VC   PIC X(01).

       FD HISTPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTPAG.DAT".
       01 REG-HP.
           02 CHAVE-HP.
            03 NUMSOC-HP  PIC 9(06).
            03 DATA-HP    PIC 9(08).
            03 SEQ-HP     PIC 9(02).
           02 VALOR-HP    PIC 9(09)V9(02).
           02 ORIGEM-HP   PIC X(08).

       FD HISTPARQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTPARQ.DAT".
       01 REG-ARQ.
           02 NUMSOC-ARQ  PIC 9(06).
           02 DATA-ARQ    PIC 9(08).
           02 SEQ-ARQ     PIC 9(02).
           02 VALOR-ARQ   PIC 9(09)V9(02).
           02 ORIGEM-ARQ  PIC X(08).

       FD NEGSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NEGSOC.DAT".
       01 REG-NS.
           02 NUMSOC-NS     PIC 9(06).
           02 CPF-NS        PIC 9(11).
           02 NOME-NS       PIC X(30).
           02 VALOR-NS      PIC 9(09)V9(02).
           02 VENC-NS       PIC 9(08).
           02 DATA-INC-NS   PIC 9(08).
           02 SITUACAO-NS   PIC X(01).
           02 DATA-QUIT-NS  PIC 9(08).
           02 DATA-REM-NS   PIC 9(08).

       FD DEPSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPSOC.DAT".
       01 REG-DP.
           02 CHAVE-DP.
            03 NUMSOC-DP  PIC 9(06).
            03 SEQ-DP     PIC 9(02).
           02 NOME-DP       PIC X(30).
           02 CPF-DP        PIC 9(11).
           02 DTNASC-DP     PIC 9(08).
           02 PARENTESCO-DP PIC X(01).
           02 SITUACAO-DP   PIC X(01).
           02 DATA-INEL-DP  PIC 9(08).

       FD PERDAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERDAS.DAT".
       01 REG-PER.
           02 NUMSOC-PER   PIC 9(06).
           02 NOMESOC-PER  PIC X(30).
           02 VALOR-PER    PIC 9(09)V9(02).
           02 ENCARGOS-PER PIC 9(10)V9(02).
           02 DATA-BAIXA   PIC 9(08).

       FD PERDAS-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERDAS_NOVO.DAT".
       01 REG-PER-N    PIC X(67).

       FD RECIBOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECIBOS.DAT".
       01 REG-RB.
           02 NUM-RB         PIC 9(07).
           02 NUMSOC-RB      PIC 9(06).
           02 NOME-RB        PIC X(30).
           02 DATA-PAG-RB    PIC 9(08).
           02 SEQ-HP-RB      PIC 9(02).
           02 VALOR-RB       PIC 9(09)V9(02).
           02 ORIGEM-RB      PIC X(08).
           02 DATA-EMIS-RB   PIC 9(08).
           02 SITUACAO-RB    PIC X(01).
           02 QTD-IMPR-RB    PIC 9(02).
           02 DATA-CANC-RB   PIC 9(08).
           02 MOTIVO-CANC-RB PIC X(30).

       FD REEMBCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REEMBCTL.DAT".
       01 REG-RC.
           02 CHAVE-RC.
            03 CPF-RC       PIC 9(11).
            03 DESTINO-RC   PIC X(03).
            03 DTVIAGEM-RC  PIC 9(08).
           02 VALOR-RC      PIC 9(07)V9(02).
           02 DATA-INC-RC   PIC 9(08).
           02 SITUACAO-RC   PIC X(01).
           02 DATA-LIQ-RC   PIC 9(08).
           02 NUM-VALE-RC   PIC 9(07).

       FD REEMBFIN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REEMBFIN.DAT".
       01 REG-REE.
           02 CPF-REE      PIC 9(11).
           02 DESTINO-REE  PIC X(03).
           02 DTVIAGEM-REE PIC 9(08).
           02 VALOR-REE    PIC 9(07)V9(02).
           02 PCT-MULTA-REE PIC 9(03).
           02 REEMBOLSO-REE PIC 9(07)V9(02).

       FD REEMBFIN-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REEMBFIN_NOVO.DAT".
       01 REG-REE-N    PIC X(43).

       FD CANRSV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CANRSV.DAT".
       01 REG-CAN.
           02 CPF-CAN      PIC 9(11).
           02 DESTINO-CAN  PIC X(03).
           02 DTVIAGEM-CAN PIC 9(08).

       FD CANRSV-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CANRSV_NOVO.DAT".
       01 REG-CAN-N    PIC X(22).

       FD VALEUSO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VALEUSO.DAT".
       01 REG-VU.
           02 CPF-VU       PIC 9(11).
           02 NUM-VU       PIC 9(07).
           02 DESTINO-VU   PIC X(03).
           02 DTVIAGEM-VU  PIC 9(08).
           02 VALOR-VU     PIC 9(07)V9(02).
           02 DATA-VU      PIC 9(08).

       FD VALEUSO-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VALEUSO_NOVO.DAT".
       01 REG-VU-N     PIC X(46).

       FD JRNSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNSOC.DAT".
       01 REG-JS.
           02 SEQ-JS        PIC 9(06).
           02 DATA-JS       PIC 9(08).
           02 OPER-JS       PIC X(01).
           02 ANTES-JS.
            03 CODPAG-JSA   PIC 9(02).
            03 NUMSOC-JSA   PIC 9(06).
            03 NOME-JSA     PIC X(30).
            03 FILLER       PIC X(19).
           02 DEPOIS-JS.
            03 CODPAG-JSD   PIC 9(02).
            03 NUMSOC-JSD   PIC 9(06).
            03 NOME-JSD     PIC X(30).
            03 FILLER       PIC X(19).
           02 OPERADOR-JS   PIC X(08).
           02 APROVADOR-JS  PIC X(08).

       FD JRNSOC-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNSOC_NOVO.DAT".
       01 REG-JS-N     PIC X(145).

       FD JRNCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNCLI.DAT".
       01 REG-JC.
           02 SEQ-JC        PIC 9(06).
           02 DATA-JC       PIC 9(08).
           02 OPER-JC       PIC X(01).
           02 ANTES-JC.
            03 CPF-JCA      PIC 9(11).
            03 NOME-JCA     PIC X(30).
            03 ESTADO-JCA   PIC X(02).
            03 CIDADE-JCA   PIC X(30).
            03 EMAIL-JCA    PIC X(30).
            03 TEL-JCA      PIC 9(10).
            03 STATUS-JCA   PIC X(01).
           02 DEPOIS-JC.
            03 CPF-JCD      PIC 9(11).
            03 NOME-JCD     PIC X(30).
            03 ESTADO-JCD   PIC X(02).
            03 CIDADE-JCD   PIC X(30).
            03 EMAIL-JCD    PIC X(30).
            03 TEL-JCD      PIC 9(10).
            03 STATUS-JCD   PIC X(01).
           02 OPERADOR-JC   PIC X(08).
           02 APROVADOR-JC  PIC X(08).

       FD JRNCLI-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNCLI_NOVO.DAT".
       01 REG-JC-N     PIC X(259).

       FD JRNCONT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNCONT.DAT".
       01 REG-JT.
           02 SEQ-JT        PIC 9(06).
           02 DATA-JT       PIC 9(08).
           02 OPER-JT       PIC X(01).
           02 ANTES-JT.
            03 NUMSOC-JTA   PIC 9(06).
            03 ENDER-JTA    PIC X(40).
            03 CIDADE-JTA   PIC X(30).
            03 UF-JTA       PIC X(02).
            03 CEP-JTA      PIC 9(08).
            03 EMAIL-JTA    PIC X(30).
            03 TEL-JTA      PIC 9(10).
           02 DEPOIS-JT.
            03 NUMSOC-JTD   PIC 9(06).
            03 ENDER-JTD    PIC X(40).
            03 CIDADE-JTD   PIC X(30).
            03 UF-JTD       PIC X(02).
            03 CEP-JTD      PIC 9(08).
            03 EMAIL-JTD    PIC X(30).
            03 TEL-JTD      PIC 9(10).

       FD JRNCONT-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNCONT_NOVO.DAT".
       01 REG-JT-N     PIC X(267).

       FD CPFVISTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CPFVISTO.DAT".
       01 REG-CPF-VISTO.
           02 CPF-VISTO  PIC 9(11).

       FD RECPERDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECPERDA.DAT".
       01 REG-RP.
           02 NUMSOC-RP      PIC 9(06).
           02 NOME-RP        PIC X(30).
           02 DATA-BAIXA-RP  PIC 9(08).
           02 VALOR-BAIXA-RP PIC 9(10)V9(02).
           02 RECUPERADO-RP  PIC 9(10)V9(02).
           02 SALDO-RP       PIC 9(10)V9(02).
           02 DATA-ULT-RP    PIC 9(08).

       FD RESINST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESINST.DAT".
       01 REG-RS.
           02 CHAVE-RS.
            03 CODINST-RS  PIC 9(03).
            03 DATA-RS     PIC 9(08).
            03 HORA-INI-RS PIC 9(02).
           02 HORA-FIM-RS  PIC 9(02).
           02 NUMSOC-RS    PIC 9(06).
           02 NOME-RS      PIC X(30).
           02 PESSOAS-RS   PIC 9(04).
           02 TAXA-RS      PIC 9(07)V9(02).
           02 DATA-INC-RS  PIC 9(08).

       FD CARTOES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CARTOES.DAT".
       01 REG-CA.
           02 NUMSOC-CA    PIC 9(06).
           02 NOME-CA      PIC X(30).
           02 CODPLANO-CA  PIC 9(03).
           02 EMISSAO-CA   PIC 9(08).
           02 VALIDADE-CA  PIC 9(08).
           02 SITUACAO-CA  PIC X(01).
           02 VIA-CA       PIC 9(02).
           02 DATA-BLOQ-CA PIC 9(08).

       FD REGANON
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REGANON.DAT".
       01 REG-RA.
           02 TOKEN-RA      PIC 9(11).
           02 TIPO-RA       PIC X(01).
           02 NUMSOC-RA     PIC 9(06).
           02 ULT-ATIV-RA   PIC 9(08).
           02 DATA-RA       PIC 9(08).
           02 MODO-RA       PIC X(01).
           02 ANOS-RA       PIC 9(02).
           02 OPERADOR-RA   PIC X(08).
           02 QTD-REG-RA    PIC 9(05).

       FD RELANON
           LABEL RECORD IS OMITTED.
       01 REG-REL        PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 FIM-CHAVE        PIC X(03) VALUE "NAO".
       77 ARQUIVOS-ABERTOS PIC X(03) VALUE "NAO".
       77 PARMLGPD-STATUS  PIC X(02) VALUE ZEROES.
       77 CTLLGPD-STATUS   PIC X(02) VALUE ZEROES.
       77 CADSOC1-STATUS   PIC X(02) VALUE ZEROES.
       77 SOCCPF-STATUS    PIC X(02) VALUE ZEROES.
       77 CADOK-STATUS     PIC X(02) VALUE ZEROES.
       77 CADCLI-STATUS    PIC X(02) VALUE ZEROES.
       77 CADCONT-STATUS   PIC X(02) VALUE ZEROES.
       77 RESEROK-STATUS   PIC X(02) VALUE ZEROES.
       77 LISTAESP-STATUS  PIC X(02) VALUE ZEROES.
       77 RECRESV-STATUS   PIC X(02) VALUE ZEROES.
       77 VALECRED-STATUS  PIC X(02) VALUE ZEROES.
       77 HISTPAG-STATUS   PIC X(02) VALUE ZEROES.
       77 HISTPARQ-STATUS  PIC X(02) VALUE ZEROES.
       77 NEGSOC-STATUS    PIC X(02) VALUE ZEROES.
       77 DEPSOC-STATUS    PIC X(02) VALUE ZEROES.
       77 PERDAS-STATUS    PIC X(02) VALUE ZEROES.
       77 RECIBOS-STATUS   PIC X(02) VALUE ZEROES.
       77 REEMBCTL-STATUS  PIC X(02) VALUE ZEROES.
       77 REEMBFIN-STATUS  PIC X(02) VALUE ZEROES.
       77 CANRSV-STATUS    PIC X(02) VALUE ZEROES.
       77 VALEUSO-STATUS   PIC X(02) VALUE ZEROES.
       77 JRNSOC-STATUS    PIC X(02) VALUE ZEROES.
       77 JRNCLI-STATUS    PIC X(02) VALUE ZEROES.
       77 JRNCONT-STATUS   PIC X(02) VALUE ZEROES.
       77 REGANON-STATUS   PIC X(02) VALUE ZEROES.
       77 CPFVISTO-STATUS  PIC X(02) VALUE ZEROES.
       77 RECPERDA-STATUS  PIC X(02) VALUE ZEROES.
       77 RESINST-STATUS   PIC X(02) VALUE ZEROES.
       77 CARTOES-STATUS   PIC X(02) VALUE ZEROES.
       77 SOCIO-ATIVO      PIC X(03) VALUE "NAO".
       77 ACHOU-REG        PIC X(03) VALUE "NAO".
       77 CHAVE-OCUPADA    PIC X(03) VALUE "NAO".
       77 TABELA-CHEIA     PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 MOTIVO-WS        PIC X(26) VALUE SPACES.
       77 ANOS-WS          PIC 9(02) VALUE 5.
       77 MODO-WS          PIC X(01) VALUE "R".
       77 CPF-TITULAR-WS   PIC 9(11) VALUE ZEROES.
       77 OPERADOR-WS      PIC X(08) VALUE "LGPD".
       77 DATA-CORTE       PIC 9(08) VALUE ZEROES.
       77 LIMITE-TOKEN     PIC 9(11) VALUE 9999999.
       77 TOKEN-WS         PIC 9(07) VALUE ZEROES.
       77 QTD-TITULARES    PIC 9(04) VALUE ZEROES.
       77 IND-TIT          PIC 9(04) VALUE ZEROES.
       77 IND-ACHOU-TIT    PIC 9(04) VALUE ZEROES.
       77 IND-ALTERADO     PIC 9(04) VALUE ZEROES.
       77 QTD-VINC         PIC 9(04) VALUE ZEROES.
       77 IND-VINC         PIC 9(04) VALUE ZEROES.
       77 IND-ACHOU-VINC   PIC 9(04) VALUE ZEROES.
       77 CPF-PROC         PIC 9(11) VALUE ZEROES.
       77 NUMSOC-PROC      PIC 9(06) VALUE ZEROES.
       77 TIPO-PROC        PIC X(01) VALUE SPACES.
       77 DATA-ATIV-PROC   PIC 9(08) VALUE ZEROES.
       77 TOT-LIDOS        PIC 9(05) VALUE ZEROES.
       77 TOT-ANONIMIZADOS PIC 9(05) VALUE ZEROES.
       77 TOT-RETIDOS      PIC 9(05) VALUE ZEROES.
       77 TOT-RECUSADOS    PIC 9(05) VALUE ZEROES.
       77 TOT-REG-ALTERADOS PIC 9(07) VALUE ZEROES.
       77 TOT-NAO-ALTERADOS PIC 9(05) VALUE ZEROES.

       01 NOME-TOKEN-WS.
           02 FILLER        PIC X(12) VALUE "ANONIMIZADO ".
           02 TOKEN-NOME-WS PIC 9(11) VALUE ZEROES.
           02 FILLER        PIC X(07) VALUE SPACES.

       01 REGOK-AUX        PIC X(114).
       01 REG-RR-AUX       PIC X(59).
       01 REG-VC-AUX       PIC X(64).
       01 REG-RC-AUX       PIC X(55).

       01 TABELA-TITULARES.
           02 ITEM-TIT-TAB OCCURS 2000 TIMES.
              03 CPF-TT      PIC 9(11).
              03 NUMSOC-TT   PIC 9(06).
              03 TIPO-TT     PIC X(01).
              03 ULT-ATIV-TT PIC 9(08).
              03 SITUACAO-TT PIC X(01).
              03 TOKEN-TT    PIC 9(11).
              03 QTD-REG-TT  PIC 9(05).
              03 MOTIVO-TT   PIC X(26).

       01 TABELA-VINCULOS.
           02 ITEM-VINC-TAB OCCURS 2000 TIMES.
              03 NUMSOC-VT   PIC 9(06).
              03 CPF-VT      PIC 9(11).

       01 DATA-ATIV-GRP.
           02 DIA-A     PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-A     PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-A     PIC 9999.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "RELATORIO DE ANONIMIZACAO DE".
           02 FILLER    PIC X(15) VALUE " DADOS PESSOAIS".
           02 FILLER    PIC X(16) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(13) VALUE "TOKEN".
           02 FILLER    PIC X(3)  VALUE "TP".
           02 FILLER    PIC X(8)  VALUE "SOCIO".
           02 FILLER    PIC X(12) VALUE "ULT.ATIV.".
           02 FILLER    PIC X(8)  VALUE "  REGS.".
           02 FILLER    PIC X(8)  VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 TOKEN-REL     PIC 9(11).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 TIPO-REL      PIC X(01).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 NUMSOC-REL    PIC ZZZZZ9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 ULT-ATIV-REL  PIC X(10).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 QTD-REG-REL   PIC ZZ.ZZ9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 SITUACAO-REL  PIC X(26).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TITULARES AVALIADOS      : ".
           02 TOT-LID-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TITULARES ANONIMIZADOS   : ".
           02 TOT-ANO-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RETIDOS POR ATIVIDADE    : ".
           02 TOT-RET-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "PEDIDOS RECUSADOS        : ".
           02 TOT-REC-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "REGISTROS ALTERADOS      : ".
           02 TOT-ALT-ED PIC Z.ZZZ.ZZ9.

       01 CAB-08.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "MODO DE EXECUCAO         : ".
           02 MODO-ED   PIC X(20).

       01 CAB-09.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SEM ATIVIDADE DESDE      : ".
           02 CORTE-ED  PIC X(10).

       01 CAB-10.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "REGISTROS NAO ALTERADOS  : ".
           02 TOT-NAL-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EXA6".
           02 LOG-EVENTO     PIC X(03) VALUE SPACES.
           02 LOG-LIDOS      PIC 9(05) VALUE ZEROES.
           02 LOG-GRAVADOS   PIC 9(05) VALUE ZEROES.
           02 LOG-REJEITADOS PIC 9(05) VALUE ZEROES.
           02 LOG-STATUS     PIC X(08) VALUE SPACES.
           02 LOG-RETCODE    PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.

       PERFORM GRAVA-LOG-INI.
       PERFORM INICIO.
       PERFORM PRINCIPAL
           UNTIL FIM-ARQ EQUAL "SIM".
       IF ARQUIVOS-ABERTOS EQUAL "SIM"
          PERFORM ATUALIZA-ARQUIVOS
          PERFORM EMITE-REGISTRO
          PERFORM RODAPE.
       PERFORM FIM.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           MOVE TOT-LIDOS        TO LOG-LIDOS.
           MOVE TOT-ANONIMIZADOS TO LOG-GRAVADOS.
           COMPUTE LOG-REJEITADOS = TOT-RECUSADOS + TOT-NAO-ALTERADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           PERFORM LE-PARMLGPD.
           COMPUTE DATA-CORTE = WS-HOJE - ANOS-WS * 10000.
           IF MODO-WS EQUAL "T"
              AND CPF-TITULAR-WS NOT GREATER THAN LIMITE-TOKEN
              DISPLAY "CPF DO TITULAR INVALIDO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN INPUT CADSOC1
              IF CADSOC1-STATUS NOT EQUAL "00"
                 DISPLAY "CADSOC1.DAT NAO ENCONTRADO - ENCERRANDO"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 16 TO RETURN-CODE
              ELSE
                 PERFORM CARREGA-VINCULOS
                 IF MODO-WS EQUAL "T"
                    PERFORM INCLUI-TITULAR
                 ELSE
                    PERFORM SELECIONA-CLIENTES
                 END-IF
                 PERFORM SELECIONA-CADCLI
                 IF MODO-WS EQUAL "R"
                    PERFORM SELECIONA-EX-SOCIOS
                 END-IF
                 IF TABELA-CHEIA EQUAL "SIM"
                    DISPLAY "MAIS DE 2000 TITULARES - SALDO NA PROXIMA"
                 END-IF
                 PERFORM APURA-RESERVAS
                 PERFORM APURA-ESPERA
                 PERFORM APURA-PARCELAS
                 PERFORM APURA-HISTPAG
                 PERFORM APURA-HISTPARQ
                 PERFORM LE-CTLLGPD
                 PERFORM ABRE-REGANON
                 OPEN OUTPUT RELANON
                 MOVE "SIM" TO ARQUIVOS-ABERTOS
                 MOVE 1 TO IND-TIT
                 IF QTD-TITULARES EQUAL ZEROES
                    MOVE "SIM" TO FIM-ARQ
                 END-IF
              END-IF
           END-IF.

       LE-PARMLGPD.
           OPEN INPUT PARMLGPD.
           IF PARMLGPD-STATUS EQUAL "35"
              DISPLAY "PARMLGPD.DAT NAO ENCONTRADO - USANDO PADRAO"
           ELSE
              READ PARMLGPD
                 AT END
                    MOVE ZEROES TO ANOS-PARM CPF-PARM
                    MOVE SPACES TO MODO-PARM OPERADOR-PARM
              END-READ
              IF ANOS-PARM NUMERIC
                 AND ANOS-PARM NOT EQUAL ZEROES
                 MOVE ANOS-PARM TO ANOS-WS
              END-IF
              IF MODO-PARM EQUAL "T"
                 MOVE "T" TO MODO-WS
                 IF CPF-PARM NUMERIC
                    MOVE CPF-PARM TO CPF-TITULAR-WS
                 END-IF
              END-IF
              IF OPERADOR-PARM NOT EQUAL SPACES
                 MOVE OPERADOR-PARM TO OPERADOR-WS
              END-IF
              CLOSE PARMLGPD.

       CARREGA-VINCULOS.
           OPEN INPUT SOCCPF.
           IF SOCCPF-STATUS NOT EQUAL "00"
              DISPLAY "SOCCPF.DAT NAO ENCONTRADO - SOCIOS SEM CPF"
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-VINCULO
              PERFORM GUARDA-VINCULO
                 UNTIL FIM-AUX EQUAL "SIM"
                    OR QTD-VINC NOT LESS THAN 2000
              CLOSE SOCCPF.

       LE-VINCULO.
           READ SOCCPF NEXT RECORD AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-VINCULO.
           IF CPF-XR GREATER THAN LIMITE-TOKEN
              ADD 1 TO QTD-VINC
              MOVE NUMSOC-XR TO NUMSOC-VT(QTD-VINC)
              MOVE CPF-XR    TO CPF-VT(QTD-VINC).
           PERFORM LE-VINCULO.

       PROCURA-VINC-CPF.
           MOVE ZEROES TO IND-ACHOU-VINC.
           MOVE 1      TO IND-VINC.
           PERFORM TESTA-VINC-CPF
              UNTIL IND-VINC GREATER THAN QTD-VINC
                 OR IND-ACHOU-VINC NOT EQUAL ZEROES.

       TESTA-VINC-CPF.
           IF CPF-VT(IND-VINC) EQUAL CPF-PROC
              MOVE IND-VINC TO IND-ACHOU-VINC.
           ADD 1 TO IND-VINC.

       PROCURA-VINC-SOC.
           MOVE ZEROES TO IND-ACHOU-VINC.
           MOVE 1      TO IND-VINC.
           PERFORM TESTA-VINC-SOC
              UNTIL IND-VINC GREATER THAN QTD-VINC
                 OR IND-ACHOU-VINC NOT EQUAL ZEROES.

       TESTA-VINC-SOC.
           IF NUMSOC-VT(IND-VINC) EQUAL NUMSOC-PROC
              MOVE IND-VINC TO IND-ACHOU-VINC.
           ADD 1 TO IND-VINC.

       PROCURA-CPF.
           MOVE ZEROES TO IND-ACHOU-TIT.
           IF CPF-PROC GREATER THAN LIMITE-TOKEN
              MOVE 1 TO IND-TIT
              PERFORM TESTA-CPF
                 UNTIL IND-TIT GREATER THAN QTD-TITULARES
                    OR IND-ACHOU-TIT NOT EQUAL ZEROES.

       TESTA-CPF.
           IF CPF-TT(IND-TIT) EQUAL CPF-PROC
              MOVE IND-TIT TO IND-ACHOU-TIT.
           ADD 1 TO IND-TIT.

       PROCURA-NUMSOC.
           MOVE ZEROES TO IND-ACHOU-TIT.
           IF NUMSOC-PROC NOT EQUAL ZEROES
              MOVE 1 TO IND-TIT
              PERFORM TESTA-NUMSOC
                 UNTIL IND-TIT GREATER THAN QTD-TITULARES
                    OR IND-ACHOU-TIT NOT EQUAL ZEROES.

       TESTA-NUMSOC.
           IF NUMSOC-TT(IND-TIT) EQUAL NUMSOC-PROC
              MOVE IND-TIT TO IND-ACHOU-TIT.
           ADD 1 TO IND-TIT.

       PROCURA-ELEGIVEL-CPF.
           PERFORM PROCURA-CPF.
           PERFORM CONFERE-ELEGIVEL.

       PROCURA-ELEGIVEL-SOC.
           PERFORM PROCURA-NUMSOC.
           PERFORM CONFERE-ELEGIVEL.

       CONFERE-ELEGIVEL.
           IF IND-ACHOU-TIT NOT EQUAL ZEROES
              IF SITUACAO-TT(IND-ACHOU-TIT) EQUAL "E"
                 MOVE TOKEN-TT(IND-ACHOU-TIT) TO TOKEN-NOME-WS
              ELSE
                 MOVE ZEROES TO IND-ACHOU-TIT.

       INCLUI-ENTRADA.
           IF QTD-TITULARES LESS THAN 2000
              ADD 1 TO QTD-TITULARES
              MOVE CPF-PROC    TO CPF-TT(QTD-TITULARES)
              MOVE NUMSOC-PROC TO NUMSOC-TT(QTD-TITULARES)
              MOVE TIPO-PROC   TO TIPO-TT(QTD-TITULARES)
              MOVE ZEROES      TO ULT-ATIV-TT(QTD-TITULARES)
                                  TOKEN-TT(QTD-TITULARES)
                                  QTD-REG-TT(QTD-TITULARES)
              MOVE "R"         TO SITUACAO-TT(QTD-TITULARES)
              MOVE SPACES      TO MOTIVO-TT(QTD-TITULARES)
           ELSE
              MOVE "SIM" TO TABELA-CHEIA.

       INCLUI-TITULAR.
           MOVE CPF-TITULAR-WS TO CPF-PROC.
           PERFORM INCLUI-CLIENTE.

       INCLUI-CLIENTE.
           PERFORM PROCURA-CPF.
           IF IND-ACHOU-TIT EQUAL ZEROES
              PERFORM PROCURA-VINC-CPF
              IF IND-ACHOU-VINC EQUAL ZEROES
                 MOVE ZEROES TO NUMSOC-PROC
                 MOVE "C"    TO TIPO-PROC
              ELSE
                 MOVE NUMSOC-VT(IND-ACHOU-VINC) TO NUMSOC-PROC
                 MOVE "A"    TO TIPO-PROC
              END-IF
              PERFORM INCLUI-ENTRADA.

       SELECIONA-CLIENTES.
           OPEN INPUT CADOK.
           IF CADOK-STATUS EQUAL "00"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-CADOK
              PERFORM GUARDA-CLIENTE
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE CADOK.

       LE-CADOK.
           READ CADOK NEXT RECORD AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-CLIENTE.
           IF CPF-SAI GREATER THAN LIMITE-TOKEN
              MOVE CPF-SAI TO CPF-PROC
              PERFORM INCLUI-CLIENTE.
           PERFORM LE-CADOK.

       SELECIONA-CADCLI.
           OPEN INPUT CADCLI.
           IF CADCLI-STATUS EQUAL "00"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-CADCLI
              PERFORM APURA-CADASTRO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE CADCLI.

       LE-CADCLI.
           READ CADCLI AT END MOVE "SIM" TO FIM-AUX.

       APURA-CADASTRO.
           MOVE CPF TO CPF-PROC.
           IF MODO-WS EQUAL "R"
              AND CPF GREATER THAN LIMITE-TOKEN
              PERFORM INCLUI-CLIENTE.
           PERFORM PROCURA-CPF.
           IF IND-ACHOU-TIT NOT EQUAL ZEROES
              AND REG-DATA NUMERIC
              COMPUTE DATA-ATIV-PROC = ANO * 10000 + MES * 100 + DIA
              PERFORM ATUALIZA-ATIVIDADE.
           PERFORM LE-CADCLI.

       SELECIONA-EX-SOCIOS.
           OPEN INPUT CADCONT.
           IF CADCONT-STATUS EQUAL "00"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-CADCONT
              PERFORM GUARDA-EX-SOCIO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE CADCONT.

       LE-CADCONT.
           READ CADCONT NEXT RECORD AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-EX-SOCIO.
           IF ENDER-CT(1:11) NOT EQUAL "ANONIMIZADO"
              MOVE NUMSOC-CT TO NUMSOC1 NUMSOC-PROC
              PERFORM VERIFICA-SOCIO
              IF SOCIO-ATIVO EQUAL "NAO"
                 PERFORM INCLUI-EX-SOCIO
              END-IF
           END-IF.
           PERFORM LE-CADCONT.

       VERIFICA-SOCIO.
           READ CADSOC1
              INVALID KEY
                 MOVE "NAO" TO SOCIO-ATIVO
              NOT INVALID KEY
                 MOVE "SIM" TO SOCIO-ATIVO
           END-READ.

       INCLUI-EX-SOCIO.
           PERFORM PROCURA-NUMSOC.
           IF IND-ACHOU-TIT EQUAL ZEROES
              MOVE ZEROES TO CPF-PROC
              PERFORM PROCURA-VINC-SOC
              IF IND-ACHOU-VINC NOT EQUAL ZEROES
                 MOVE CPF-VT(IND-ACHOU-VINC) TO CPF-PROC
                 PERFORM PROCURA-CPF
              END-IF
              IF IND-ACHOU-TIT NOT EQUAL ZEROES
                 MOVE NUMSOC-PROC TO NUMSOC-TT(IND-ACHOU-TIT)
                 MOVE "A"         TO TIPO-TT(IND-ACHOU-TIT)
              ELSE
                 MOVE "S" TO TIPO-PROC
                 PERFORM INCLUI-ENTRADA
              END-IF
           END-IF.

       ATUALIZA-ATIVIDADE.
           IF DATA-ATIV-PROC GREATER THAN ULT-ATIV-TT(IND-ACHOU-TIT)
              MOVE DATA-ATIV-PROC TO ULT-ATIV-TT(IND-ACHOU-TIT).

       APURA-RESERVAS.
           OPEN INPUT RESEROK.
           IF RESEROK-STATUS EQUAL "00"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-RESEROK
              PERFORM APURA-RESERVA
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE RESEROK.

       LE-RESEROK.
           READ RESEROK AT END MOVE "SIM" TO FIM-AUX.

       APURA-RESERVA.
           MOVE CPF-ROK TO CPF-PROC.
           PERFORM PROCURA-CPF.
           IF IND-ACHOU-TIT NOT EQUAL ZEROES
              AND DTVIAGEM-ROK NUMERIC
              COMPUTE DATA-ATIV-PROC = ANO-ROK * 10000
                                     + MES-ROK * 100 + DIA-ROK
              PERFORM ATUALIZA-ATIVIDADE.
           PERFORM LE-RESEROK.

       APURA-ESPERA.
           OPEN INPUT LISTAESP.
           IF LISTAESP-STATUS EQUAL "00"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-LISTAESP
              PERFORM APURA-LISTA
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE LISTAESP.

       LE-LISTAESP.
           READ LISTAESP AT END MOVE "SIM" TO FIM-AUX.

       APURA-LISTA.
           MOVE CPF-ESP TO CPF-PROC.
           PERFORM PROCURA-CPF.
           IF IND-ACHOU-TIT NOT EQUAL ZEROES
              MOVE DTVIAGEM-ESP TO DATA-ATIV-PROC
              PERFORM ATUALIZA-ATIVIDADE.
           PERFORM LE-LISTAESP.

       APURA-PARCELAS.
           OPEN INPUT RECRESV.
           IF RECRESV-STATUS EQUAL "00"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-RECRESV
              PERFORM APURA-PARCELA
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE RECRESV.

       LE-RECRESV.
           READ RECRESV NEXT RECORD AT END MOVE "SIM" TO FIM-AUX.

       APURA-PARCELA.
           MOVE CPF-RR TO CPF-PROC.
           PERFORM PROCURA-CPF.
           IF IND-ACHOU-TIT NOT EQUAL ZEROES
              MOVE DTVIAGEM-RR TO DATA-ATIV-PROC
              PERFORM ATUALIZA-ATIVIDADE
              MOVE DATA-PAG-RR TO DATA-ATIV-PROC
              PERFORM ATUALIZA-ATIVIDADE.
           PERFORM LE-RECRESV.

       APURA-HISTPAG.
           OPEN INPUT HISTPAG.
           IF HISTPAG-STATUS EQUAL "00"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-HISTPAG
              PERFORM APURA-PAGAMENTO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE HISTPAG.

       LE-HISTPAG.
           READ HISTPAG NEXT RECORD AT END MOVE "SIM" TO FIM-AUX.

       APURA-PAGAMENTO.
           MOVE NUMSOC-HP TO NUMSOC-PROC.
           PERFORM PROCURA-NUMSOC.
           IF IND-ACHOU-TIT NOT EQUAL ZEROES
              MOVE DATA-HP TO DATA-ATIV-PROC
              PERFORM ATUALIZA-ATIVIDADE.
           PERFORM LE-HISTPAG.

       APURA-HISTPARQ.
           OPEN INPUT HISTPARQ.
           IF HISTPARQ-STATUS EQUAL "00"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-HISTPARQ
              PERFORM APURA-ARQUIVADO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE HISTPARQ.

       LE-HISTPARQ.
           READ HISTPARQ AT END MOVE "SIM" TO FIM-AUX.

       APURA-ARQUIVADO.
           MOVE NUMSOC-ARQ TO NUMSOC-PROC.
           PERFORM PROCURA-NUMSOC.
           IF IND-ACHOU-TIT NOT EQUAL ZEROES
              MOVE DATA-ARQ TO DATA-ATIV-PROC
              PERFORM ATUALIZA-ATIVIDADE.
           PERFORM LE-HISTPARQ.

       LE-CTLLGPD.
           OPEN INPUT CTLLGPD.
           IF CTLLGPD-STATUS EQUAL "35"
              MOVE ZEROES TO TOKEN-WS
           ELSE
              READ CTLLGPD
                 AT END
                    MOVE ZEROES TO TOKEN-WS
                 NOT AT END
                    MOVE ULTIMO-TOKEN TO TOKEN-WS
              END-READ
              CLOSE CTLLGPD.
           IF TOKEN-WS EQUAL ZEROES
              PERFORM RETOMA-TOKEN.

       RETOMA-TOKEN.
           OPEN INPUT REGANON.
           IF REGANON-STATUS EQUAL "00"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-REGANON
              PERFORM APURA-TOKEN
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE REGANON
              IF TOKEN-WS NOT EQUAL ZEROES
                 DISPLAY "CTLLGPD.DAT SEM TOKEN - RETOMADO DE REGANON "
                         TOKEN-WS
              END-IF
           END-IF.

       LE-REGANON.
           READ REGANON AT END MOVE "SIM" TO FIM-AUX.

       APURA-TOKEN.
           IF TOKEN-RA NUMERIC
              AND TOKEN-RA GREATER THAN TOKEN-WS
              AND TOKEN-RA NOT GREATER THAN LIMITE-TOKEN
              MOVE TOKEN-RA TO TOKEN-WS.
           PERFORM LE-REGANON.

       ABRE-REGANON.
           OPEN EXTEND REGANON.
           IF REGANON-STATUS EQUAL "35"
              OPEN OUTPUT REGANON.

       PRINCIPAL.
           ADD 1 TO TOT-LIDOS.
           MOVE "NAO" TO SOCIO-ATIVO.
           IF NUMSOC-TT(IND-TIT) NOT EQUAL ZEROES
              MOVE NUMSOC-TT(IND-TIT) TO NUMSOC1
              PERFORM VERIFICA-SOCIO.
           IF SOCIO-ATIVO EQUAL "SIM"
              MOVE "SOCIO ATIVO" TO MOTIVO-WS
              PERFORM RETEM-TITULAR
           ELSE
              IF MODO-WS EQUAL "T"
                 AND ULT-ATIV-TT(IND-TIT) NOT LESS THAN WS-HOJE
                 MOVE "VIAGEM OU PARCELA FUTURA" TO MOTIVO-WS
                 PERFORM RETEM-TITULAR
              ELSE
                 IF MODO-WS EQUAL "R"
                    AND ULT-ATIV-TT(IND-TIT) NOT LESS THAN DATA-CORTE
                    MOVE "ATIVIDADE RECENTE" TO MOTIVO-WS
                    PERFORM RETEM-TITULAR
                 ELSE
                    IF TOKEN-WS NOT LESS THAN LIMITE-TOKEN
                       MOVE "LIMITE DE TOKENS ATINGIDO" TO MOTIVO-WS
                       PERFORM RETEM-TITULAR
                    ELSE
                       PERFORM ATRIBUI-TOKEN
                    END-IF
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO IND-TIT.
           IF IND-TIT GREATER THAN QTD-TITULARES
              MOVE "SIM" TO FIM-ARQ.

       RETEM-TITULAR.
           MOVE MOTIVO-WS TO MOTIVO-TT(IND-TIT).
           IF MODO-WS EQUAL "T"
              MOVE "X" TO SITUACAO-TT(IND-TIT)
              ADD 1 TO TOT-RECUSADOS
              MOVE 4 TO RETURN-CODE
              DISPLAY "PEDIDO DO TITULAR RECUSADO - " MOTIVO-WS
           ELSE
              MOVE "R" TO SITUACAO-TT(IND-TIT)
              ADD 1 TO TOT-RETIDOS.

       ATRIBUI-TOKEN.
           ADD 1 TO TOKEN-WS.
           MOVE TOKEN-WS      TO TOKEN-TT(IND-TIT).
           MOVE "E"           TO SITUACAO-TT(IND-TIT).
           MOVE "ANONIMIZADO" TO MOTIVO-TT(IND-TIT).
           ADD 1 TO TOT-ANONIMIZADOS.

       ATUALIZA-ARQUIVOS.
           IF TOT-ANONIMIZADOS GREATER THAN ZEROES
              PERFORM GRAVA-CTLLGPD
              PERFORM ANONIMIZA-CADOK
              PERFORM ANONIMIZA-CPFVISTO
              PERFORM ANONIMIZA-CADCLI
              PERFORM ANONIMIZA-RESEROK
              PERFORM ANONIMIZA-LISTAESP
              PERFORM ANONIMIZA-RECRESV
              PERFORM ANONIMIZA-VALECRED
              PERFORM ANONIMIZA-SOCCPF
              PERFORM ANONIMIZA-CADCONT
              PERFORM ANONIMIZA-NEGSOC
              PERFORM ANONIMIZA-DEPSOC
              PERFORM ANONIMIZA-PERDAS
              PERFORM ANONIMIZA-RECIBOS
              PERFORM ANONIMIZA-RECPERDA
              PERFORM ANONIMIZA-RESINST
              PERFORM ANONIMIZA-CARTOES
              PERFORM ANONIMIZA-REEMBCTL
              PERFORM ANONIMIZA-REEMBFIN
              PERFORM ANONIMIZA-CANRSV
              PERFORM ANONIMIZA-VALEUSO
              PERFORM ANONIMIZA-JRNSOC
              PERFORM ANONIMIZA-JRNCLI
              PERFORM ANONIMIZA-JRNCONT.

       GRAVA-CTLLGPD.
           MOVE TOKEN-WS TO ULTIMO-TOKEN.
           OPEN OUTPUT CTLLGPD.
           WRITE REG-CTL-LGPD.
           CLOSE CTLLGPD.

       CONTA-ALTERACAO.
           ADD 1 TO QTD-REG-TT(IND-ACHOU-TIT).
           ADD 1 TO TOT-REG-ALTERADOS.

       REJEITA-TROCA-CHAVE.
           MOVE "PARCIAL - TOKEN DUPLICADO" TO MOTIVO-TT(IND-ACHOU-TIT).
           ADD 1 TO TOT-NAO-ALTERADOS.
           MOVE 8 TO RETURN-CODE.

       ANONIMIZA-CADOK.
           OPEN I-O CADOK.
           IF CADOK-STATUS EQUAL "00"
              MOVE 1 TO IND-TIT
              PERFORM TRATA-CADOK
                 UNTIL IND-TIT GREATER THAN QTD-TITULARES
              CLOSE CADOK.

       TRATA-CADOK.
           IF SITUACAO-TT(IND-TIT) EQUAL "E"
              AND CPF-TT(IND-TIT) GREATER THAN LIMITE-TOKEN
              MOVE CPF-TT(IND-TIT) TO CPF-SAI
              READ CADOK
                 INVALID KEY
                    MOVE "NAO" TO ACHOU-REG
                 NOT INVALID KEY
                    MOVE "SIM" TO ACHOU-REG
              END-READ
              IF ACHOU-REG EQUAL "SIM"
                 MOVE IND-TIT         TO IND-ACHOU-TIT
                 MOVE REGOK TO REGOK-AUX
                 MOVE TOKEN-TT(IND-TIT) TO CPF-SAI
                 READ CADOK
                    INVALID KEY
                       MOVE "NAO" TO CHAVE-OCUPADA
                    NOT INVALID KEY
                       MOVE "SIM" TO CHAVE-OCUPADA
                 END-READ
                 IF CHAVE-OCUPADA EQUAL "NAO"
                    MOVE REGOK-AUX TO REGOK
                    DELETE CADOK RECORD
                    MOVE REGOK-AUX TO REGOK
                    MOVE TOKEN-TT(IND-TIT) TO CPF-SAI TOKEN-NOME-WS
                    MOVE NOME-TOKEN-WS   TO NOME-SAI
                    MOVE SPACES          TO CIDADE-SAI EMAIL-SAI
                    MOVE ZEROES          TO TEL-SAI
                    WRITE REGOK
                       INVALID KEY
                          MOVE REGOK-AUX TO REGOK
                          WRITE REGOK
                          MOVE "SIM" TO CHAVE-OCUPADA
                    END-WRITE
                 END-IF
                 IF CHAVE-OCUPADA EQUAL "SIM"
                    DISPLAY "TOKEN DUPLICADO EM CADOK.DAT "
                            TOKEN-TT(IND-TIT)
                    PERFORM REJEITA-TROCA-CHAVE
                 ELSE
                    PERFORM CONTA-ALTERACAO
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO IND-TIT.

       ANONIMIZA-CPFVISTO.
           OPEN I-O CPFVISTO.
           IF CPFVISTO-STATUS EQUAL "00"
              MOVE 1 TO IND-TIT
              PERFORM TRATA-CPFVISTO
                 UNTIL IND-TIT GREATER THAN QTD-TITULARES
              CLOSE CPFVISTO.

       TRATA-CPFVISTO.
           IF SITUACAO-TT(IND-TIT) EQUAL "E"
              AND CPF-TT(IND-TIT) GREATER THAN LIMITE-TOKEN
              MOVE CPF-TT(IND-TIT) TO CPF-VISTO
              READ CPFVISTO
                 INVALID KEY
                    MOVE "NAO" TO ACHOU-REG
                 NOT INVALID KEY
                    MOVE "SIM" TO ACHOU-REG
              END-READ
              IF ACHOU-REG EQUAL "SIM"
                 MOVE IND-TIT TO IND-ACHOU-TIT
                 DELETE CPFVISTO RECORD
                 MOVE TOKEN-TT(IND-TIT) TO CPF-VISTO
                 READ CPFVISTO
                    INVALID KEY
                       MOVE TOKEN-TT(IND-TIT) TO CPF-VISTO
                       WRITE REG-CPF-VISTO
                 END-READ
                 PERFORM CONTA-ALTERACAO
              END-IF
           END-IF.
           ADD 1 TO IND-TIT.

       ANONIMIZA-CADCLI.
           OPEN INPUT CADCLI.
           IF CADCLI-STATUS EQUAL "00"
              OPEN OUTPUT CADCLI-NOVO
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-CADCLI
              PERFORM AJUSTA-CADCLI
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE CADCLI CADCLI-NOVO
              OPEN INPUT CADCLI-NOVO
                   OUTPUT CADCLI
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-CLI-NOVO
              PERFORM COPIA-CLI-NOVO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE CADCLI-NOVO CADCLI.

       AJUSTA-CADCLI.
           MOVE CPF TO CPF-PROC.
           PERFORM PROCURA-ELEGIVEL-CPF.
           IF IND-ACHOU-TIT NOT EQUAL ZEROES
              MOVE TOKEN-TT(IND-ACHOU-TIT) TO CPF
              MOVE NOME-TOKEN-WS TO NOME
              MOVE SPACES        TO CIDADE EMAIL
              MOVE ZEROES        TO TEL
              PERFORM CONTA-ALTERACAO.
           WRITE REG-CLI-N FROM REGCLI.
           PERFORM LE-CADCLI.

       LE-CLI-NOVO.
           READ CADCLI-NOVO AT END MOVE "SIM" TO FIM-AUX.

       COPIA-CLI-NOVO.
           WRITE REGCLI FROM REG-CLI-N.
           PERFORM LE-CLI-NOVO.

       ANONIMIZA-RESEROK.
           OPEN INPUT RESEROK.
           IF RESEROK-STATUS EQUAL "00"
              OPEN OUTPUT RESEROK-NOVO
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-RESEROK
              PERFORM AJUSTA-RESEROK
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE RESEROK RESEROK-NOVO
              OPEN INPUT RESEROK-NOVO
                   OUTPUT RESEROK
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-ROK-NOVO
              PERFORM COPIA-ROK-NOVO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE RESEROK-NOVO RESEROK.

       AJUSTA-RESEROK.
           MOVE CPF-ROK TO CPF-PROC.
           PERFORM PROCURA-ELEGIVEL-CPF.
           IF IND-ACHOU-TIT NOT EQUAL ZEROES
              MOVE TOKEN-TT(IND-ACHOU-TIT) TO CPF-ROK
              PERFORM CONTA-ALTERACAO.
           WRITE REG-ROK-N FROM REG-ROK.
           PERFORM LE-RESEROK.

       LE-ROK-NOVO.
           READ RESEROK-NOVO AT END MOVE "SIM" TO FIM-AUX.

       COPIA-ROK-NOVO.
           WRITE REG-ROK FROM REG-ROK-N.
           PERFORM LE-ROK-NOVO.

       ANONIMIZA-LISTAESP.
           OPEN INPUT LISTAESP.
           IF LISTAESP-STATUS EQUAL "00"
              OPEN OUTPUT LISTAESP-NOVO
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-LISTAESP
              PERFORM AJUSTA-LISTAESP
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE LISTAESP LISTAESP-NOVO
              OPEN INPUT LISTAESP-NOVO
                   OUTPUT LISTAESP
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-ESP-NOVO
              PERFORM COPIA-ESP-NOVO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE LISTAESP-NOVO LISTAESP.

       AJUSTA-LISTAESP.
           MOVE CPF-ESP TO CPF-PROC.
           PERFORM PROCURA-ELEGIVEL-CPF.
           IF IND-ACHOU-TIT NOT EQUAL ZEROES
              MOVE TOKEN-TT(IND-ACHOU-TIT) TO CPF-ESP
              PERFORM CONTA-ALTERACAO.
           WRITE REG-ESP-N FROM REG-ESP.
           PERFORM LE-LISTAESP.

       LE-ESP-NOVO.
           READ LISTAESP-NOVO AT END MOVE "SIM" TO FIM-AUX.

       COPIA-ESP-NOVO.
           WRITE REG-ESP FROM REG-ESP-N.
           PERFORM LE-ESP-NOVO.

       ANONIMIZA-RECRESV.
           OPEN I-O RECRESV.
           IF RECRESV-STATUS EQUAL "00"
              MOVE 1 TO IND-TIT
              PERFORM TRATA-RECRESV
                 UNTIL IND-TIT GREATER THAN QTD-TITULARES
              CLOSE RECRESV.

       TRATA-RECRESV.
           IF SITUACAO-TT(IND-TIT) EQUAL "E"
              AND CPF-TT(IND-TIT) GREATER THAN LIMITE-TOKEN
              MOVE IND-TIT TO IND-ACHOU-TIT
              MOVE CPF-TT(IND-TIT) TO CPF-RR
              MOVE LOW-VALUES      TO DESTINO-RR
              MOVE ZEROES          TO DTVIAGEM-RR PARCELA-RR
              MOVE "NAO" TO FIM-CHAVE
              PERFORM TROCA-CHAVE-RR
                 UNTIL FIM-CHAVE EQUAL "SIM".
           ADD 1 TO IND-TIT.

       TROCA-CHAVE-RR.
           START RECRESV KEY IS GREATER THAN CHAVE-RR
              INVALID KEY
                 MOVE "SIM" TO FIM-CHAVE
           END-START.
           IF FIM-CHAVE NOT EQUAL "SIM"
              READ RECRESV NEXT RECORD
                 AT END
                    MOVE "SIM" TO FIM-CHAVE
              END-READ
           END-IF.
           IF FIM-CHAVE NOT EQUAL "SIM"
              IF CPF-RR NOT EQUAL CPF-TT(IND-TIT)
                 MOVE "SIM" TO FIM-CHAVE
              ELSE
                 MOVE REG-RR TO REG-RR-AUX
                 MOVE TOKEN-TT(IND-TIT) TO CPF-RR
                 READ RECRESV
                    INVALID KEY
                       MOVE "NAO" TO CHAVE-OCUPADA
                    NOT INVALID KEY
                       MOVE "SIM" TO CHAVE-OCUPADA
                 END-READ
                 IF CHAVE-OCUPADA EQUAL "NAO"
                    MOVE REG-RR-AUX TO REG-RR
                    DELETE RECRESV RECORD
                    MOVE REG-RR-AUX TO REG-RR
                    MOVE TOKEN-TT(IND-TIT) TO CPF-RR
                    WRITE REG-RR
                       INVALID KEY
                          MOVE REG-RR-AUX TO REG-RR
                          WRITE REG-RR
                          MOVE "SIM" TO CHAVE-OCUPADA
                    END-WRITE
                 END-IF
                 IF CHAVE-OCUPADA EQUAL "SIM"
                    DISPLAY "TOKEN DUPLICADO EM RECRESV.DAT "
                            TOKEN-TT(IND-TIT)
                    PERFORM REJEITA-TROCA-CHAVE
                 ELSE
                    PERFORM CONTA-ALTERACAO
                 END-IF
                 MOVE REG-RR-AUX TO REG-RR
              END-IF
           END-IF.

       ANONIMIZA-VALECRED.
           OPEN I-O VALECRED.
           IF VALECRED-STATUS EQUAL "00"
              MOVE 1 TO IND-TIT
              PERFORM TRATA-VALECRED
                 UNTIL IND-TIT GREATER THAN QTD-TITULARES
              CLOSE VALECRED.

       TRATA-VALECRED.
           IF SITUACAO-TT(IND-TIT) EQUAL "E"
              AND CPF-TT(IND-TIT) GREATER THAN LIMITE-TOKEN
              MOVE IND-TIT TO IND-ACHOU-TIT
              MOVE CPF-TT(IND-TIT) TO CPF-VC
              MOVE ZEROES          TO NUM-VC
              MOVE "NAO" TO FIM-CHAVE
              PERFORM TROCA-CHAVE-VC
                 UNTIL FIM-CHAVE EQUAL "SIM".
           ADD 1 TO IND-TIT.

       TROCA-CHAVE-VC.
           START VALECRED KEY IS GREATER THAN CHAVE-VC
              INVALID KEY
                 MOVE "SIM" TO FIM-CHAVE
           END-START.
           IF FIM-CHAVE NOT EQUAL "SIM"
              READ VALECRED NEXT RECORD
                 AT END
                    MOVE "SIM" TO FIM-CHAVE
              END-READ
           END-IF.
           IF FIM-CHAVE NOT EQUAL "SIM"
              IF CPF-VC NOT EQUAL CPF-TT(IND-TIT)
                 MOVE "SIM" TO FIM-CHAVE
              ELSE
                 MOVE REG-VC TO REG-VC-AUX
                 MOVE TOKEN-TT(IND-TIT) TO CPF-VC
                 READ VALECRED
                    INVALID KEY
                       MOVE "NAO" TO CHAVE-OCUPADA
                    NOT INVALID KEY
                       MOVE "SIM" TO CHAVE-OCUPADA
                 END-READ
                 IF CHAVE-OCUPADA EQUAL "NAO"
                    MOVE REG-VC-AUX TO REG-VC
                    DELETE VALECRED RECORD
                    MOVE REG-VC-AUX TO REG-VC
                    MOVE TOKEN-TT(IND-TIT) TO CPF-VC
                    WRITE REG-VC
                       INVALID KEY
                          MOVE REG-VC-AUX TO REG-VC
                          WRITE REG-VC
                          MOVE "SIM" TO CHAVE-OCUPADA
                    END-WRITE
                 END-IF
                 IF CHAVE-OCUPADA EQUAL "SIM"
                    DISPLAY "TOKEN DUPLICADO EM VALECRED.DAT "
                            TOKEN-TT(IND-TIT)
                    PERFORM REJEITA-TROCA-CHAVE
                 ELSE
                    PERFORM CONTA-ALTERACAO
                 END-IF
                 MOVE REG-VC-AUX TO REG-VC
              END-IF
           END-IF.

       ANONIMIZA-SOCCPF.
           OPEN I-O SOCCPF.
           IF SOCCPF-STATUS EQUAL "00"
              MOVE 1 TO IND-TIT
              PERFORM TRATA-SOCCPF
                 UNTIL IND-TIT GREATER THAN QTD-TITULARES
              CLOSE SOCCPF.

       TRATA-SOCCPF.
           IF SITUACAO-TT(IND-TIT) EQUAL "E"
              AND NUMSOC-TT(IND-TIT) NOT EQUAL ZEROES
              MOVE NUMSOC-TT(IND-TIT) TO NUMSOC-XR
              READ SOCCPF
                 INVALID KEY
                    MOVE "NAO" TO ACHOU-REG
                 NOT INVALID KEY
                    MOVE "SIM" TO ACHOU-REG
              END-READ
              IF ACHOU-REG EQUAL "SIM"
                 AND CPF-XR GREATER THAN LIMITE-TOKEN
                 MOVE IND-TIT TO IND-ACHOU-TIT
                 MOVE TOKEN-TT(IND-TIT) TO CPF-XR
                 REWRITE REG-XR
                 PERFORM CONTA-ALTERACAO
              END-IF
           END-IF.
           ADD 1 TO IND-TIT.

       ANONIMIZA-CADCONT.
           OPEN I-O CADCONT.
           IF CADCONT-STATUS EQUAL "00"
              MOVE 1 TO IND-TIT
              PERFORM TRATA-CADCONT
                 UNTIL IND-TIT GREATER THAN QTD-TITULARES
              CLOSE CADCONT.

       TRATA-CADCONT.
           IF SITUACAO-TT(IND-TIT) EQUAL "E"
              AND NUMSOC-TT(IND-TIT) NOT EQUAL ZEROES
              MOVE NUMSOC-TT(IND-TIT) TO NUMSOC-CT
              READ CADCONT
                 INVALID KEY
                    MOVE "NAO" TO ACHOU-REG
                 NOT INVALID KEY
                    MOVE "SIM" TO ACHOU-REG
              END-READ
              IF ACHOU-REG EQUAL "SIM"
                 MOVE IND-TIT TO IND-ACHOU-TIT
                 MOVE TOKEN-TT(IND-TIT) TO TOKEN-NOME-WS
                 MOVE NOME-TOKEN-WS TO ENDER-CT
                 MOVE SPACES        TO CIDADE-CT EMAIL-CT
                 MOVE ZEROES        TO CEP-CT TEL-CT
                 REWRITE REG-CT
                 PERFORM CONTA-ALTERACAO
              END-IF
           END-IF.
           ADD 1 TO IND-TIT.

       ANONIMIZA-NEGSOC.
           OPEN I-O NEGSOC.
           IF NEGSOC-STATUS EQUAL "00"
              MOVE 1 TO IND-TIT
              PERFORM TRATA-NEGSOC
                 UNTIL IND-TIT GREATER THAN QTD-TITULARES
              CLOSE NEGSOC.

       TRATA-NEGSOC.
           IF SITUACAO-TT(IND-TIT) EQUAL "E"
              AND NUMSOC-TT(IND-TIT) NOT EQUAL ZEROES
              MOVE NUMSOC-TT(IND-TIT) TO NUMSOC-NS
              READ NEGSOC
                 INVALID KEY
                    MOVE "NAO" TO ACHOU-REG
                 NOT INVALID KEY
                    MOVE "SIM" TO ACHOU-REG
              END-READ
              IF ACHOU-REG EQUAL "SIM"
                 MOVE IND-TIT TO IND-ACHOU-TIT
                 MOVE TOKEN-TT(IND-TIT) TO CPF-NS TOKEN-NOME-WS
                 MOVE NOME-TOKEN-WS TO NOME-NS
                 REWRITE REG-NS
                 PERFORM CONTA-ALTERACAO
              END-IF
           END-IF.
           ADD 1 TO IND-TIT.

       ANONIMIZA-DEPSOC.
           OPEN I-O DEPSOC.
           IF DEPSOC-STATUS EQUAL "00"
              MOVE 1 TO IND-TIT
              PERFORM TRATA-DEPSOC
                 UNTIL IND-TIT GREATER THAN QTD-TITULARES
              CLOSE DEPSOC.

       TRATA-DEPSOC.
           IF SITUACAO-TT(IND-TIT) EQUAL "E"
              AND NUMSOC-TT(IND-TIT) NOT EQUAL ZEROES
              MOVE IND-TIT TO IND-ACHOU-TIT
              MOVE TOKEN-TT(IND-TIT) TO TOKEN-NOME-WS
              MOVE NUMSOC-TT(IND-TIT) TO NUMSOC-DP
              MOVE ZEROES TO SEQ-DP
              MOVE "NAO" TO FIM-CHAVE
              START DEPSOC KEY IS NOT LESS THAN CHAVE-DP
                 INVALID KEY
                    MOVE "SIM" TO FIM-CHAVE
              END-START
              PERFORM AJUSTA-DEPENDENTE
                 UNTIL FIM-CHAVE EQUAL "SIM"
           END-IF.
           ADD 1 TO IND-TIT.

       AJUSTA-DEPENDENTE.
           READ DEPSOC NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-CHAVE
           END-READ.
           IF FIM-CHAVE NOT EQUAL "SIM"
              IF NUMSOC-DP NOT EQUAL NUMSOC-TT(IND-TIT)
                 MOVE "SIM" TO FIM-CHAVE
              ELSE
                 MOVE NOME-TOKEN-WS TO NOME-DP
                 MOVE ZEROES        TO CPF-DP
                 REWRITE REG-DP
                 PERFORM CONTA-ALTERACAO
              END-IF
           END-IF.

       ANONIMIZA-PERDAS.
           OPEN INPUT PERDAS.
           IF PERDAS-STATUS EQUAL "00"
              OPEN OUTPUT PERDAS-NOVO
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-PERDAS
              PERFORM AJUSTA-PERDAS
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE PERDAS PERDAS-NOVO
              OPEN INPUT PERDAS-NOVO
                   OUTPUT PERDAS
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-PER-NOVO
              PERFORM COPIA-PER-NOVO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE PERDAS-NOVO PERDAS.

       LE-PERDAS.
           READ PERDAS AT END MOVE "SIM" TO FIM-AUX.

       AJUSTA-PERDAS.
           MOVE NUMSOC-PER TO NUMSOC-PROC.
           PERFORM PROCURA-ELEGIVEL-SOC.
           IF IND-ACHOU-TIT NOT EQUAL ZEROES
              MOVE NOME-TOKEN-WS TO NOMESOC-PER
              PERFORM CONTA-ALTERACAO.
           WRITE REG-PER-N FROM REG-PER.
           PERFORM LE-PERDAS.

       LE-PER-NOVO.
           READ PERDAS-NOVO AT END MOVE "SIM" TO FIM-AUX.

       COPIA-PER-NOVO.
           WRITE REG-PER FROM REG-PER-N.
           PERFORM LE-PER-NOVO.

       ANONIMIZA-RECIBOS.
           OPEN I-O RECIBOS.
           IF RECIBOS-STATUS EQUAL "00"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-RECIBO
              PERFORM AJUSTA-RECIBO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE RECIBOS.

       LE-RECIBO.
           READ RECIBOS NEXT RECORD AT END MOVE "SIM" TO FIM-AUX.

       AJUSTA-RECIBO.
           MOVE NUMSOC-RB TO NUMSOC-PROC.
           PERFORM PROCURA-ELEGIVEL-SOC.
           IF IND-ACHOU-TIT NOT EQUAL ZEROES
              MOVE NOME-TOKEN-WS TO NOME-RB
              REWRITE REG-RB
              PERFORM CONTA-ALTERACAO.
           PERFORM LE-RECIBO.

       ANONIMIZA-RECPERDA.
           OPEN I-O RECPERDA.
           IF RECPERDA-STATUS EQUAL "00"
              MOVE 1 TO IND-TIT
              PERFORM TRATA-RECPERDA
                 UNTIL IND-TIT GREATER THAN QTD-TITULARES
              CLOSE RECPERDA.

       TRATA-RECPERDA.
           IF SITUACAO-TT(IND-TIT) EQUAL "E"
              AND NUMSOC-TT(IND-TIT) NOT EQUAL ZEROES
              MOVE NUMSOC-TT(IND-TIT) TO NUMSOC-RP
              READ RECPERDA
                 INVALID KEY
                    MOVE "NAO" TO ACHOU-REG
                 NOT INVALID KEY
                    MOVE "SIM" TO ACHOU-REG
              END-READ
              IF ACHOU-REG EQUAL "SIM"
                 MOVE IND-TIT TO IND-ACHOU-TIT
                 MOVE TOKEN-TT(IND-TIT) TO TOKEN-NOME-WS
                 MOVE NOME-TOKEN-WS TO NOME-RP
                 REWRITE REG-RP
                 PERFORM CONTA-ALTERACAO
              END-IF
           END-IF.
           ADD 1 TO IND-TIT.

       ANONIMIZA-RESINST.
           OPEN I-O RESINST.
           IF RESINST-STATUS EQUAL "00"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-RESINST
              PERFORM AJUSTA-RESINST
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE RESINST.

       LE-RESINST.
           READ RESINST NEXT RECORD AT END MOVE "SIM" TO FIM-AUX.

       AJUSTA-RESINST.
           MOVE NUMSOC-RS TO NUMSOC-PROC.
           PERFORM PROCURA-ELEGIVEL-SOC.
           IF IND-ACHOU-TIT NOT EQUAL ZEROES
              MOVE NOME-TOKEN-WS TO NOME-RS
              REWRITE REG-RS
              PERFORM CONTA-ALTERACAO.
           PERFORM LE-RESINST.

       ANONIMIZA-CARTOES.
           OPEN I-O CARTOES.
           IF CARTOES-STATUS EQUAL "00"
              MOVE 1 TO IND-TIT
              PERFORM TRATA-CARTOES
                 UNTIL IND-TIT GREATER THAN QTD-TITULARES
              CLOSE CARTOES.

       TRATA-CARTOES.
           IF SITUACAO-TT(IND-TIT) EQUAL "E"
              AND NUMSOC-TT(IND-TIT) NOT EQUAL ZEROES
              MOVE NUMSOC-TT(IND-TIT) TO NUMSOC-CA
              READ CARTOES
                 INVALID KEY
                    MOVE "NAO" TO ACHOU-REG
                 NOT INVALID KEY
                    MOVE "SIM" TO ACHOU-REG
              END-READ
              IF ACHOU-REG EQUAL "SIM"
                 MOVE IND-TIT TO IND-ACHOU-TIT
                 MOVE TOKEN-TT(IND-TIT) TO TOKEN-NOME-WS
                 MOVE NOME-TOKEN-WS TO NOME-CA
                 REWRITE REG-CA
                 PERFORM CONTA-ALTERACAO
              END-IF
           END-IF.
           ADD 1 TO IND-TIT.

       ANONIMIZA-REEMBCTL.
           OPEN I-O REEMBCTL.
           IF REEMBCTL-STATUS EQUAL "00"
              MOVE 1 TO IND-TIT
              PERFORM TRATA-REEMBCTL
                 UNTIL IND-TIT GREATER THAN QTD-TITULARES
              CLOSE REEMBCTL.

       TRATA-REEMBCTL.
           IF SITUACAO-TT(IND-TIT) EQUAL "E"
              AND CPF-TT(IND-TIT) GREATER THAN LIMITE-TOKEN
              MOVE IND-TIT TO IND-ACHOU-TIT
              MOVE CPF-TT(IND-TIT) TO CPF-RC
              MOVE LOW-VALUES      TO DESTINO-RC
              MOVE ZEROES          TO DTVIAGEM-RC
              MOVE "NAO" TO FIM-CHAVE
              PERFORM TROCA-CHAVE-RC
                 UNTIL FIM-CHAVE EQUAL "SIM".
           ADD 1 TO IND-TIT.

       TROCA-CHAVE-RC.
           START REEMBCTL KEY IS GREATER THAN CHAVE-RC
              INVALID KEY
                 MOVE "SIM" TO FIM-CHAVE
           END-START.
           IF FIM-CHAVE NOT EQUAL "SIM"
              READ REEMBCTL NEXT RECORD
                 AT END
                    MOVE "SIM" TO FIM-CHAVE
              END-READ
           END-IF.
           IF FIM-CHAVE NOT EQUAL "SIM"
              IF CPF-RC NOT EQUAL CPF-TT(IND-TIT)
                 MOVE "SIM" TO FIM-CHAVE
              ELSE
                 MOVE REG-RC TO REG-RC-AUX
                 MOVE TOKEN-TT(IND-TIT) TO CPF-RC
                 READ REEMBCTL
                    INVALID KEY
                       MOVE "NAO" TO CHAVE-OCUPADA
                    NOT INVALID KEY
                       MOVE "SIM" TO CHAVE-OCUPADA
                 END-READ
                 IF CHAVE-OCUPADA EQUAL "NAO"
                    MOVE REG-RC-AUX TO REG-RC
                    DELETE REEMBCTL RECORD
                    MOVE REG-RC-AUX TO REG-RC
                    MOVE TOKEN-TT(IND-TIT) TO CPF-RC
                    WRITE REG-RC
                       INVALID KEY
                          MOVE REG-RC-AUX TO REG-RC
                          WRITE REG-RC
                          MOVE "SIM" TO CHAVE-OCUPADA
                    END-WRITE
                 END-IF
                 IF CHAVE-OCUPADA EQUAL "SIM"
                    DISPLAY "TOKEN DUPLICADO EM REEMBCTL.DAT "
                            TOKEN-TT(IND-TIT)
                    PERFORM REJEITA-TROCA-CHAVE
                 ELSE
                    PERFORM CONTA-ALTERACAO
                 END-IF
                 MOVE REG-RC-AUX TO REG-RC
              END-IF
           END-IF.

       ANONIMIZA-REEMBFIN.
           OPEN INPUT REEMBFIN.
           IF REEMBFIN-STATUS EQUAL "00"
              OPEN OUTPUT REEMBFIN-NOVO
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-REEMBFIN
              PERFORM AJUSTA-REEMBFIN
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE REEMBFIN REEMBFIN-NOVO
              OPEN INPUT REEMBFIN-NOVO
                   OUTPUT REEMBFIN
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-REE-NOVO
              PERFORM COPIA-REE-NOVO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE REEMBFIN-NOVO REEMBFIN.

       LE-REEMBFIN.
           READ REEMBFIN AT END MOVE "SIM" TO FIM-AUX.

       AJUSTA-REEMBFIN.
           MOVE CPF-REE TO CPF-PROC.
           PERFORM PROCURA-ELEGIVEL-CPF.
           IF IND-ACHOU-TIT NOT EQUAL ZEROES
              MOVE TOKEN-TT(IND-ACHOU-TIT) TO CPF-REE
              PERFORM CONTA-ALTERACAO.
           WRITE REG-REE-N FROM REG-REE.
           PERFORM LE-REEMBFIN.

       LE-REE-NOVO.
           READ REEMBFIN-NOVO AT END MOVE "SIM" TO FIM-AUX.

       COPIA-REE-NOVO.
           WRITE REG-REE FROM REG-REE-N.
           PERFORM LE-REE-NOVO.

       ANONIMIZA-CANRSV.
           OPEN INPUT CANRSV.
           IF CANRSV-STATUS EQUAL "00"
              OPEN OUTPUT CANRSV-NOVO
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-CANRSV
              PERFORM AJUSTA-CANRSV
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE CANRSV CANRSV-NOVO
              OPEN INPUT CANRSV-NOVO
                   OUTPUT CANRSV
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-CAN-NOVO
              PERFORM COPIA-CAN-NOVO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE CANRSV-NOVO CANRSV.

       LE-CANRSV.
           READ CANRSV AT END MOVE "SIM" TO FIM-AUX.

       AJUSTA-CANRSV.
           MOVE CPF-CAN TO CPF-PROC.
           PERFORM PROCURA-ELEGIVEL-CPF.
           IF IND-ACHOU-TIT NOT EQUAL ZEROES
              MOVE TOKEN-TT(IND-ACHOU-TIT) TO CPF-CAN
              PERFORM CONTA-ALTERACAO.
           WRITE REG-CAN-N FROM REG-CAN.
           PERFORM LE-CANRSV.

       LE-CAN-NOVO.
           READ CANRSV-NOVO AT END MOVE "SIM" TO FIM-AUX.

       COPIA-CAN-NOVO.
           WRITE REG-CAN FROM REG-CAN-N.
           PERFORM LE-CAN-NOVO.

       ANONIMIZA-VALEUSO.
           OPEN INPUT VALEUSO.
           IF VALEUSO-STATUS EQUAL "00"
              OPEN OUTPUT VALEUSO-NOVO
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-VALEUSO
              PERFORM AJUSTA-VALEUSO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE VALEUSO VALEUSO-NOVO
              OPEN INPUT VALEUSO-NOVO
                   OUTPUT VALEUSO
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-VU-NOVO
              PERFORM COPIA-VU-NOVO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE VALEUSO-NOVO VALEUSO.

       LE-VALEUSO.
           READ VALEUSO AT END MOVE "SIM" TO FIM-AUX.

       AJUSTA-VALEUSO.
           MOVE CPF-VU TO CPF-PROC.
           PERFORM PROCURA-ELEGIVEL-CPF.
           IF IND-ACHOU-TIT NOT EQUAL ZEROES
              MOVE TOKEN-TT(IND-ACHOU-TIT) TO CPF-VU
              PERFORM CONTA-ALTERACAO.
           WRITE REG-VU-N FROM REG-VU.
           PERFORM LE-VALEUSO.

       LE-VU-NOVO.
           READ VALEUSO-NOVO AT END MOVE "SIM" TO FIM-AUX.

       COPIA-VU-NOVO.
           WRITE REG-VU FROM REG-VU-N.
           PERFORM LE-VU-NOVO.

       CONTA-JORNAL.
           IF IND-ALTERADO NOT EQUAL ZEROES
              MOVE IND-ALTERADO TO IND-ACHOU-TIT
              PERFORM CONTA-ALTERACAO.

       ANONIMIZA-JRNSOC.
           OPEN INPUT JRNSOC.
           IF JRNSOC-STATUS EQUAL "00"
              OPEN OUTPUT JRNSOC-NOVO
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-JRNSOC
              PERFORM AJUSTA-JRNSOC
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE JRNSOC JRNSOC-NOVO
              OPEN INPUT JRNSOC-NOVO
                   OUTPUT JRNSOC
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-JS-NOVO
              PERFORM COPIA-JS-NOVO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE JRNSOC-NOVO JRNSOC.

       LE-JRNSOC.
           READ JRNSOC AT END MOVE "SIM" TO FIM-AUX.

       AJUSTA-JRNSOC.
           MOVE ZEROES TO IND-ALTERADO.
           IF NUMSOC-JSA NUMERIC
              MOVE NUMSOC-JSA TO NUMSOC-PROC
              PERFORM PROCURA-ELEGIVEL-SOC
              IF IND-ACHOU-TIT NOT EQUAL ZEROES
                 MOVE NOME-TOKEN-WS TO NOME-JSA
                 MOVE IND-ACHOU-TIT TO IND-ALTERADO
              END-IF
           END-IF.
           IF NUMSOC-JSD NUMERIC
              MOVE NUMSOC-JSD TO NUMSOC-PROC
              PERFORM PROCURA-ELEGIVEL-SOC
              IF IND-ACHOU-TIT NOT EQUAL ZEROES
                 MOVE NOME-TOKEN-WS TO NOME-JSD
                 MOVE IND-ACHOU-TIT TO IND-ALTERADO
              END-IF
           END-IF.
           PERFORM CONTA-JORNAL.
           WRITE REG-JS-N FROM REG-JS.
           PERFORM LE-JRNSOC.

       LE-JS-NOVO.
           READ JRNSOC-NOVO AT END MOVE "SIM" TO FIM-AUX.

       COPIA-JS-NOVO.
           WRITE REG-JS FROM REG-JS-N.
           PERFORM LE-JS-NOVO.

       ANONIMIZA-JRNCLI.
           OPEN INPUT JRNCLI.
           IF JRNCLI-STATUS EQUAL "00"
              OPEN OUTPUT JRNCLI-NOVO
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-JRNCLI
              PERFORM AJUSTA-JRNCLI
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE JRNCLI JRNCLI-NOVO
              OPEN INPUT JRNCLI-NOVO
                   OUTPUT JRNCLI
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-JC-NOVO
              PERFORM COPIA-JC-NOVO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE JRNCLI-NOVO JRNCLI.

       LE-JRNCLI.
           READ JRNCLI AT END MOVE "SIM" TO FIM-AUX.

       AJUSTA-JRNCLI.
           MOVE ZEROES TO IND-ALTERADO.
           IF CPF-JCA NUMERIC
              MOVE CPF-JCA TO CPF-PROC
              PERFORM PROCURA-ELEGIVEL-CPF
              IF IND-ACHOU-TIT NOT EQUAL ZEROES
                 MOVE TOKEN-TT(IND-ACHOU-TIT) TO CPF-JCA
                 MOVE NOME-TOKEN-WS TO NOME-JCA
                 MOVE SPACES        TO CIDADE-JCA EMAIL-JCA
                 MOVE ZEROES        TO TEL-JCA
                 MOVE IND-ACHOU-TIT TO IND-ALTERADO
              END-IF
           END-IF.
           IF CPF-JCD NUMERIC
              MOVE CPF-JCD TO CPF-PROC
              PERFORM PROCURA-ELEGIVEL-CPF
              IF IND-ACHOU-TIT NOT EQUAL ZEROES
                 MOVE TOKEN-TT(IND-ACHOU-TIT) TO CPF-JCD
                 MOVE NOME-TOKEN-WS TO NOME-JCD
                 MOVE SPACES        TO CIDADE-JCD EMAIL-JCD
                 MOVE ZEROES        TO TEL-JCD
                 MOVE IND-ACHOU-TIT TO IND-ALTERADO
              END-IF
           END-IF.
           PERFORM CONTA-JORNAL.
           WRITE REG-JC-N FROM REG-JC.
           PERFORM LE-JRNCLI.

       LE-JC-NOVO.
           READ JRNCLI-NOVO AT END MOVE "SIM" TO FIM-AUX.

       COPIA-JC-NOVO.
           WRITE REG-JC FROM REG-JC-N.
           PERFORM LE-JC-NOVO.

       ANONIMIZA-JRNCONT.
           OPEN INPUT JRNCONT.
           IF JRNCONT-STATUS EQUAL "00"
              OPEN OUTPUT JRNCONT-NOVO
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-JRNCONT
              PERFORM AJUSTA-JRNCONT
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE JRNCONT JRNCONT-NOVO
              OPEN INPUT JRNCONT-NOVO
                   OUTPUT JRNCONT
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-JT-NOVO
              PERFORM COPIA-JT-NOVO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE JRNCONT-NOVO JRNCONT.

       LE-JRNCONT.
           READ JRNCONT AT END MOVE "SIM" TO FIM-AUX.

       AJUSTA-JRNCONT.
           MOVE ZEROES TO IND-ALTERADO.
           IF NUMSOC-JTA NUMERIC
              MOVE NUMSOC-JTA TO NUMSOC-PROC
              PERFORM PROCURA-ELEGIVEL-SOC
              IF IND-ACHOU-TIT NOT EQUAL ZEROES
                 MOVE NOME-TOKEN-WS TO ENDER-JTA
                 MOVE SPACES        TO CIDADE-JTA EMAIL-JTA
                 MOVE ZEROES        TO CEP-JTA TEL-JTA
                 MOVE IND-ACHOU-TIT TO IND-ALTERADO
              END-IF
           END-IF.
           IF NUMSOC-JTD NUMERIC
              MOVE NUMSOC-JTD TO NUMSOC-PROC
              PERFORM PROCURA-ELEGIVEL-SOC
              IF IND-ACHOU-TIT NOT EQUAL ZEROES
                 MOVE NOME-TOKEN-WS TO ENDER-JTD
                 MOVE SPACES        TO CIDADE-JTD EMAIL-JTD
                 MOVE ZEROES        TO CEP-JTD TEL-JTD
                 MOVE IND-ACHOU-TIT TO IND-ALTERADO
              END-IF
           END-IF.
           PERFORM CONTA-JORNAL.
           WRITE REG-JT-N FROM REG-JT.
           PERFORM LE-JRNCONT.

       LE-JT-NOVO.
           READ JRNCONT-NOVO AT END MOVE "SIM" TO FIM-AUX.

       COPIA-JT-NOVO.
           WRITE REG-JT FROM REG-JT-N.
           PERFORM LE-JT-NOVO.

       EMITE-REGISTRO.
           MOVE 1 TO IND-TIT.
           PERFORM REGISTRA-TITULAR
              UNTIL IND-TIT GREATER THAN QTD-TITULARES.

       REGISTRA-TITULAR.
           IF SITUACAO-TT(IND-TIT) EQUAL "E"
              PERFORM GRAVA-REGANON
              PERFORM IMPRESSAO
           ELSE
              IF SITUACAO-TT(IND-TIT) EQUAL "X"
                 PERFORM IMPRESSAO
              END-IF
           END-IF.
           ADD 1 TO IND-TIT.

       GRAVA-REGANON.
           MOVE TOKEN-TT(IND-TIT)    TO TOKEN-RA.
           MOVE TIPO-TT(IND-TIT)     TO TIPO-RA.
           MOVE NUMSOC-TT(IND-TIT)   TO NUMSOC-RA.
           MOVE ULT-ATIV-TT(IND-TIT) TO ULT-ATIV-RA.
           MOVE WS-HOJE              TO DATA-RA.
           MOVE MODO-WS              TO MODO-RA.
           MOVE ANOS-WS              TO ANOS-RA.
           MOVE OPERADOR-WS          TO OPERADOR-RA.
           MOVE QTD-REG-TT(IND-TIT)  TO QTD-REG-RA.
           WRITE REG-RA.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE TOKEN-TT(IND-TIT)    TO TOKEN-REL.
           MOVE TIPO-TT(IND-TIT)     TO TIPO-REL.
           MOVE NUMSOC-TT(IND-TIT)   TO NUMSOC-REL.
           MOVE ULT-ATIV-TT(IND-TIT) TO DATA-ATIV-PROC.
           PERFORM EDITA-DATA.
           MOVE DATA-ATIV-GRP        TO ULT-ATIV-REL.
           MOVE QTD-REG-TT(IND-TIT)  TO QTD-REG-REL.
           MOVE MOTIVO-TT(IND-TIT)   TO SITUACAO-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       EDITA-DATA.
           MOVE DATA-ATIV-PROC(7:2) TO DIA-A.
           MOVE DATA-ATIV-PROC(5:2) TO MES-A.
           MOVE DATA-ATIV-PROC(1:4) TO ANO-A.

       CABECALHO.
           ADD 1         TO CT-PAG.
           MOVE CT-PAG   TO VAR-PAG.
           MOVE SPACES   TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN.

       RODAPE.
           IF CT-PAG EQUAL ZEROES
              PERFORM CABECALHO.
           MOVE TOT-LIDOS         TO TOT-LID-ED.
           MOVE TOT-ANONIMIZADOS  TO TOT-ANO-ED.
           MOVE TOT-RETIDOS       TO TOT-RET-ED.
           MOVE TOT-RECUSADOS     TO TOT-REC-ED.
           MOVE TOT-REG-ALTERADOS TO TOT-ALT-ED.
           MOVE TOT-NAO-ALTERADOS TO TOT-NAL-ED.
           IF MODO-WS EQUAL "T"
              MOVE "PEDIDO DO TITULAR" TO MODO-ED
           ELSE
              MOVE "RETENCAO" TO MODO-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-10 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-08 AFTER ADVANCING 1 LINE.
           IF MODO-WS EQUAL "R"
              MOVE DATA-CORTE TO DATA-ATIV-PROC
              PERFORM EDITA-DATA
              MOVE DATA-ATIV-GRP TO CORTE-ED
              WRITE REG-REL FROM CAB-09 AFTER ADVANCING 1 LINE.

       FIM.
           IF ARQUIVOS-ABERTOS EQUAL "SIM"
              CLOSE CADSOC1
                    REGANON
                    RELANON.
