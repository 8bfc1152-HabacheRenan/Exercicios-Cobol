       PROGRAM-ID. SCP052.
      ************************
      * PROGRAMA PARA CADASTRAR A TABELA DE CFOP *
      * PIS/COFINS: S = A OPERACAO ENTRA NA APURACAO NAO    *
      * CUMULATIVA (PISCOF), N = NAO ENTRA (REMESSAS ETC.)  *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 CFOPCOD           PIC 9(04).
           03 CFOPDESC          PIC X(30).
           03 CFOPTIPO          PIC X(01).
           03 CFOPPISCOF        PIC X(01).

       WORKING-STORAGE SECTION.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
               VALUE  " DESCRICAO:".
           05  LINE 07  COLUMN 01
               VALUE  " TIPO (E=ENTRADA S=SAIDA):".
           05  LINE 09  COLUMN 01
               VALUE  " APURA PIS/COFINS (S/N):".
           05  TCFOPCOD
               LINE 03  COLUMN 08  PIC 9(04)
               USING  CFOPCOD.
           05  TCFOPTIPO
               LINE 07  COLUMN 28  PIC X(01)
               USING  CFOPTIPO.
           05  TCFOPPISCOF
               LINE 09  COLUMN 26  PIC X(01)
               USING  CFOPPISCOF.

       PROCEDURE DIVISION.
       R00.

       INICIO.
           MOVE ZEROS TO CFOPCOD
           MOVE SPACES TO CFOPDESC CFOPTIPO
           MOVE "S" TO CFOPPISCOF.

           DISPLAY TELACFOP.

              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           IF CFOPPISCOF NOT = "S" AND CFOPPISCOF NOT = "N"
              MOVE "S" TO CFOPPISCOF.
           ACCEPT TCFOPPISCOF
           IF CFOPPISCOF = "s"
              MOVE "S" TO CFOPPISCOF.
           IF CFOPPISCOF = "n"
              MOVE "N" TO CFOPPISCOF.
           IF CFOPPISCOF NOT = "S" AND CFOPPISCOF NOT = "N"
              MOVE "*** PIS/COFINS: S OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N/E=EXCLUIR) : ".
