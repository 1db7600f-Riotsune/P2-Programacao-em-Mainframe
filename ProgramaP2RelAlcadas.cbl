       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RelAlcadas.
      *-----------------------------------------------------------
      *-Relatorio das alcadas de valor: a matriz de alcadas (cada
      *-operador de OPERADOR.DAT com os seis limites de ALCADA.DAT,
      *-ou a indicacao de que nao tem teto cadastrado) e todos os
      *-vistos dados acima da alcada no periodo pedido (ALCUSO.DAT):
      *-quem fez, quem vistou, a operacao, a conta, o valor e as
      *-duas alcadas no momento, com o total por tipo de operacao.
      *-Sai em ALCADAS.LST.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPERADOR ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IdOper
       FILE STATUS ARQST-OPE.

       SELECT ALCADA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IdOperAlc
       FILE STATUS ARQST-ALC.

       SELECT ALCUSO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-ALU.

       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR LABEL RECORD STANDARD
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID IS "OPERADOR.DAT".

           COPY OPERADOR.

       FD  ALCADA LABEL RECORD STANDARD
           DATA RECORD IS REG-ALCADA
           VALUE OF FILE-ID IS "ALCADA.DAT".

           COPY ALCADA.

       FD  ALCUSO LABEL RECORD STANDARD
           DATA RECORD IS REG-ALCUSO
           VALUE OF FILE-ID IS "ALCUSO.DAT".

           COPY ALCUSO.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "ALCADAS.LST".
       01 LINHA-REL pic X(132).

       WORKING-STORAGE SECTION.

           01 ARQST-OPE pic X(2).
           01 ARQST-ALC pic X(2).
           01 ARQST-ALU pic X(2).
           01 ARQST-REL pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Data-De pic 9(8) value zeros.
           01 WS-Data-Ate pic 9(8) value zeros.
           01 WS-Data-Reg pic 9(8) value zeros.
           01 WS-Alcada-Aberta pic X value 'N'.

      *-Tipos de operacao na ordem dos limites de REG-ALCADA.
           01 WS-Tipos-Ini.
               02 FILLER pic X(24) value "SQSAQUE EM CAIXA        ".
               02 FILLER pic X(24) value "TITRANSFERENCIA INTERNA ".
               02 FILLER pic X(24) value "TETRANSFERENCIA EXTERNA ".
               02 FILLER pic X(24) value "ESESTORNO               ".
               02 FILLER pic X(24) value "EPCONCESSAO EMPRESTIMO  ".
               02 FILLER pic X(24) value "APAPLICACAO A PRAZO     ".
           01 WS-Tipos REDEFINES WS-Tipos-Ini.
               02 WS-Tipo-Ent occurs 6 times.
                   03 WS-Tipo-Cod pic X(2).
                   03 WS-Tipo-Nome pic X(22).
           01 WS-Qtd-Tipo pic 9(5) occurs 6 times.
           01 WS-Val-Tipo pic 9(11)V99 occurs 6 times.
           01 WS-Tipo-Idx pic 9 value zeros.

           01 WS-Operadores pic 9(5) value zeros.
           01 WS-Com-Alcada pic 9(5) value zeros.
           01 WS-Vistos pic 9(5) value zeros.
           01 WS-Valor-Vistos pic 9(11)V99 value zeros.

           01 WS-Lim-Edt pic Z(8)9,99.
           01 WS-Lim-Txt pic X(12) value spaces.
           01 WS-Lim-Linha pic X(78) value spaces.
           01 WS-Lim-Ptr pic 9(3) value zeros.
           01 WS-Valor-Edt pic Z(6)9,99.
           01 WS-Total-Edt pic Z(10)9,99.
           01 WS-Lim-Oper-Txt pic X(12) value spaces.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY "ALCADAS E VISTOS ACIMA DA ALCADA".
           DISPLAY "Vistos de (AAAAMMDD, 0 = desde o inicio): "
               WITH NO ADVANCING.
           ACCEPT WS-Data-De.
           DISPLAY "Vistos ate (AAAAMMDD, 0 = hoje): "
               WITH NO ADVANCING.
           ACCEPT WS-Data-Ate.
           IF WS-Data-Ate = ZEROS
               COMPUTE WS-Data-Ate = ANO * 10000 + MES * 100 + DIA
           END-IF.
           PERFORM 09-ZERA-TIPO VARYING WS-Tipo-Idx FROM 1 BY 1
               UNTIL WS-Tipo-Idx > 6.
           PERFORM 01-ABRE-ARQ.
           PERFORM 10-CABECALHO-MATRIZ.
           PERFORM 11-LE-OPERADOR UNTIL ARQST-OPE = "10".
           PERFORM 20-CABECALHO-VISTOS.
           PERFORM 21-LE-VISTO UNTIL ARQST-ALU = "10".
           PERFORM 40-RESUMO.
           CLOSE OPERADOR.
           IF WS-Alcada-Aberta = 'S'
               CLOSE ALCADA
           END-IF.
           CLOSE ALCUSO.
           CLOSE RELATORIO.
           GOBACK.

       01-ABRE-ARQ.
           OPEN INPUT OPERADOR.
           IF ARQST-OPE NOT = "00"
               DISPLAY "OPERADOR.DAT NAO ENCONTRADO"
               MOVE "10" TO ARQST-OPE
           END-IF.
      *-Sem ALCADA.DAT ninguem tem teto cadastrado.
           OPEN INPUT ALCADA.
           IF ARQST-ALC = "00"
               MOVE 'S' TO WS-Alcada-Aberta
           END-IF.
           OPEN INPUT ALCUSO.
           IF ARQST-ALU NOT = "00"
               MOVE "10" TO ARQST-ALU
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "ALCADAS DE VALOR POR OPERADOR - EMITIDO EM " DIA "/"
               MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       09-ZERA-TIPO.
           MOVE ZEROS TO WS-Qtd-Tipo(WS-Tipo-Idx).
           MOVE ZEROS TO WS-Val-Tipo(WS-Tipo-Idx).

       10-CABECALHO-MATRIZ.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "MATRIZ DE ALCADAS" TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "OPERADOR NOME                 P S"
               "         SAQUE   TRANSF.INT.   TRANSF.EXT."
               "      ESTORNO    EMPRESTIMO     APLICACAO"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       11-LE-OPERADOR.
           READ OPERADOR NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-OPE
               NOT AT END
                   PERFORM 12-IMPRIME-OPERADOR
           END-READ.

       12-IMPRIME-OPERADOR.
           ADD 1 TO WS-Operadores.
           MOVE SPACES TO WS-Lim-Linha.
           MOVE IdOper TO IdOperAlc.
           MOVE "23" TO ARQST-ALC.
           IF WS-Alcada-Aberta = 'S'
               READ ALCADA
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF ARQST-ALC = "00"
               ADD 1 TO WS-Com-Alcada
               MOVE 1 TO WS-Lim-Ptr
               PERFORM 13-MONTA-LIMITE VARYING WS-Tipo-Idx FROM 1 BY 1
                   UNTIL WS-Tipo-Idx > 6
           ELSE
               IF Perfil-Supervisor
                   MOVE "  SEM ALCADA CADASTRADA - VISTA SEM TETO"
                       TO WS-Lim-Linha
               ELSE
                   MOVE "  SEM ALCADA CADASTRADA - OPERA SEM TETO"
                       TO WS-Lim-Linha
               END-IF
           END-IF.
           MOVE SPACES TO LINHA-REL.
           STRING IdOper " " NomeOper(1:20) " " PerfilOper " "
               StatusOper " " WS-Lim-Linha
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       13-MONTA-LIMITE.
           MOVE LimiteAlc(WS-Tipo-Idx) TO WS-Lim-Edt.
           STRING " " WS-Lim-Edt
               DELIMITED BY SIZE INTO WS-Lim-Linha
               WITH POINTER WS-Lim-Ptr.

       20-CABECALHO-VISTOS.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "VISTOS ACIMA DA ALCADA DE " WS-Data-De " A "
               WS-Data-Ate
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "DATA       HORA  OPERADOR VISTO    "
               "OPERACAO               CONTA       VALOR"
               " ALCADA OPER. ALCADA VISTO"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       21-LE-VISTO.
           READ ALCUSO
               AT END
                   MOVE "10" TO ARQST-ALU
               NOT AT END
                   COMPUTE WS-Data-Reg =
                       AnoAlu * 10000 + MesAlu * 100 + DiaAlu
                   IF WS-Data-Reg >= WS-Data-De
                       AND WS-Data-Reg <= WS-Data-Ate
                       PERFORM 22-IMPRIME-VISTO
                   END-IF
           END-READ.

       22-IMPRIME-VISTO.
           EVALUATE TipoOpAlu
               WHEN "SQ"
                   MOVE 1 TO WS-Tipo-Idx
               WHEN "TI"
                   MOVE 2 TO WS-Tipo-Idx
               WHEN "TE"
                   MOVE 3 TO WS-Tipo-Idx
               WHEN "ES"
                   MOVE 4 TO WS-Tipo-Idx
               WHEN "EP"
                   MOVE 5 TO WS-Tipo-Idx
               WHEN OTHER
                   MOVE 6 TO WS-Tipo-Idx
           END-EVALUATE.
           ADD 1 TO WS-Vistos WS-Qtd-Tipo(WS-Tipo-Idx).
           ADD ValorAlu TO WS-Valor-Vistos WS-Val-Tipo(WS-Tipo-Idx).
           MOVE ValorAlu TO WS-Valor-Edt.
           MOVE LimiteOperAlu TO WS-Lim-Edt.
           MOVE WS-Lim-Edt TO WS-Lim-Oper-Txt.
           IF LimiteVistoAlu = 999999999,99
               MOVE "    SEM TETO" TO WS-Lim-Txt
           ELSE
               MOVE LimiteVistoAlu TO WS-Lim-Edt
               MOVE WS-Lim-Edt TO WS-Lim-Txt
           END-IF.
           MOVE SPACES TO LINHA-REL.
           STRING DiaAlu "/" MesAlu "/" AnoAlu " " HoraAlu(1:2) ":"
               HoraAlu(3:2) " " OperadorAlu " " VistoAlu " "
               WS-Tipo-Nome(WS-Tipo-Idx) " " CodC-Alu " "
               WS-Valor-Edt " " WS-Lim-Oper-Txt " " WS-Lim-Txt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       30-IMPRIME-TIPO.
           MOVE WS-Val-Tipo(WS-Tipo-Idx) TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "  " WS-Tipo-Nome(WS-Tipo-Idx) " VISTOS: "
               WS-Qtd-Tipo(WS-Tipo-Idx) "  VALOR: " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       40-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "VISTOS POR TIPO DE OPERACAO" TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 30-IMPRIME-TIPO VARYING WS-Tipo-Idx FROM 1 BY 1
               UNTIL WS-Tipo-Idx > 6.
           MOVE WS-Valor-Vistos TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "OPERADORES: " WS-Operadores "  COM ALCADA: "
               WS-Com-Alcada "  VISTOS NO PERIODO: " WS-Vistos
               "  VALOR VISTADO: " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "==================================================".
           DISPLAY "  PROGRAMAP2RELALCADAS - " DIA "/" MES "/" ANO.
           DISPLAY "  OPERADORES:  " WS-Operadores
               " COM ALCADA: " WS-Com-Alcada.
           DISPLAY "  VISTOS NO PERIODO: " WS-Vistos.
           DISPLAY "  RELATORIO EM ALCADAS.LST".
           DISPLAY "==================================================".
