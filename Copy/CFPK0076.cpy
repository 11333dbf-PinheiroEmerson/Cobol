      ******************************************************************
      * Copybook:  CFPK0076.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      26/06/2023.
      * Purpose:   LAYOUT DO REGISTRO DE DOCUMENTOS EMITIDOS
      *            (DOCREG.DAT) - UM REGISTRO POR EMISSAO, GRAVADO PELA
      *            ROTINA PGDOCREG A PEDIDO DO PROGRAMA EMISSOR E
      *            CHAVEADO PELO CODIGO DE VERIFICACAO IMPRESSO NO
      *            DOCUMENTO. TIPO: D=DECLARACAO DE MATRICULA
      *            (NTALUDEC), C=CONTRATO (NTCONTRA), K=CERTIFICADO DE
      *            CONCLUSAO (NTCERCON), H=HISTORICO ESCOLAR (NTALUHIS)
      *            E B=BOLETIM (NTBOLETM). O RESUMO GUARDA O CONTEUDO
      *            PRINCIPAL DO DOCUMENTO E A DIGITAL E CALCULADA SOBRE
      *            ELE NA EMISSAO. SITUACAO: V=VALIDO E R=REVOGADO
      *            (NTDOCVER, COM DATA, OPERADOR E MOTIVO).
      * Tectonics: cobc
      ******************************************************************
       01  REG-DOCREG.
           03 CD-VERIFICACAO-DRG       PIC X(13).
           03 TP-DOCUMENTO-DRG         PIC X(01).
               88 TP-DOC-DECLARACAO    VALUE 'D'.
               88 TP-DOC-CONTRATO      VALUE 'C'.
               88 TP-DOC-CERTIFICADO   VALUE 'K'.
               88 TP-DOC-HISTORICO     VALUE 'H'.
               88 TP-DOC-BOLETIM       VALUE 'B'.
           03 NR-DOCUMENTO-DRG         PIC 9(06).
           03 ID-ALUNO-DRG             PIC 9(05).
           03 DT-EMISSAO-DRG           PIC 9(08).
           03 HR-EMISSAO-DRG           PIC 9(06).
           03 ID-OPERADOR-DRG          PIC X(10).
           03 NR-DIGITAL-DRG           PIC 9(09).
           03 DS-CONTEUDO-DRG          PIC X(250).
           03 ST-DOCUMENTO-DRG         PIC X(01).
               88 ST-DOC-VALIDO        VALUE 'V'.
               88 ST-DOC-REVOGADO      VALUE 'R'.
           03 DT-REVOGACAO-DRG         PIC 9(08).
           03 ID-OPERADOR-REV-DRG      PIC X(10).
           03 DS-MOTIVO-REV-DRG        PIC X(40).
