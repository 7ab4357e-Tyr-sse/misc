      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SHARED RECORD LAYOUT - CHAVES SUBSTITUTAS DO EXTRATO
      *          DO DATA WAREHOUSE (DWKEYS.txt, MANTIDO SO PELO
      *          DWEX0001): A DIMENSAO (CUR, ENT, PAR, FIX), A CHAVE
      *          NATURAL, A CHAVE SUBSTITUTA (NUNCA REUSADA, ESTAVEL
      *          ENTRE DIAS; ZERO = MEMBRO DESCONHECIDO), A IMAGEM DOS
      *          ATRIBUTOS PUBLICADA POR ULTIMO E AS DATAS DA PRIMEIRA
      *          PUBLICACAO E DA ULTIMA MUDANCA
      ******************************************************************
           03 DWK-DIM                   PIC X(3).
           03 DWK-NAT                   PIC X(20).
           03 DWK-KEY                   PIC 9(6).
           03 DWK-IMAGE                 PIC X(80).
           03 DWK-FIRST-DT              PIC 9(8).
           03 DWK-CHG-DT                PIC 9(8).
