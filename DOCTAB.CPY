      *-----------------------------------------------------------
      *-Tabela dos documentos do checklist de abertura de conta
      *-(DOCPEND.DAT), no mesmo molde da TIPOMOV: uma area de
      *-FILLERs redefinida como tabela. Quais entram em cada conta
      *-fica no 801-Gera-Checklist-Doc do ProgramaP2:
      *-  CPF:  ID e RS; conta corrente tambem RN;
      *-  CNPJ: CS, CN, RL e ES; conta corrente tambem FA;
      *-  conta conjunta: mais I2 (segundo titular).
      *-----------------------------------------------------------
       01 DOCTAB-CADASTRO.
           02 FILLER PIC X(2) VALUE "ID".
           02 FILLER PIC X(30) VALUE "DOCUMENTO DE IDENTIDADE".
           02 FILLER PIC X(2) VALUE "RS".
           02 FILLER PIC X(30) VALUE "COMPROVANTE DE RESIDENCIA".
           02 FILLER PIC X(2) VALUE "RN".
           02 FILLER PIC X(30) VALUE "COMPROVANTE DE RENDA".
           02 FILLER PIC X(2) VALUE "I2".
           02 FILLER PIC X(30) VALUE "IDENTIDADE DO SEGUNDO TITULAR".
           02 FILLER PIC X(2) VALUE "CS".
           02 FILLER PIC X(30) VALUE "CONTRATO SOCIAL/ESTATUTO".
           02 FILLER PIC X(2) VALUE "CN".
           02 FILLER PIC X(30) VALUE "CARTAO CNPJ".
           02 FILLER PIC X(2) VALUE "RL".
           02 FILLER PIC X(30) VALUE "IDENTIDADE DO REPRESENTANTE".
           02 FILLER PIC X(2) VALUE "ES".
           02 FILLER PIC X(30) VALUE "COMPROVANTE DE ENDERECO SEDE".
           02 FILLER PIC X(2) VALUE "FA".
           02 FILLER PIC X(30) VALUE "COMPROVANTE DE FATURAMENTO".

       01 TABELA-DOCTAB REDEFINES DOCTAB-CADASTRO.
           02 DOCTAB-T OCCURS 9 TIMES.
               03 DOCTAB-T-COD PIC X(2).
               03 DOCTAB-T-NOME PIC X(30).

       01 WS-DocTab-Idx pic 9(2) value zeros.
       01 WS-DocTab-Achou pic x value 'N'.
           88 DocTab-Encontrado value 'S'.
