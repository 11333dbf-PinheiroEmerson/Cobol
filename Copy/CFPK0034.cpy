      *            CRUZADO COM OS EXIGIDOS DO CURSO (DOCREQ.DAT)
      *            PARA O CHECKLIST E AS PENDENCIAS. MANTIDO PELO
      *            NTDOCMAN.
      * Update:    17/04/2023 - DT-ENTREGA-DOC ZERADA PASSA A SIGNIFICAR
      *            ENTREGA PENDENTE: O CHECKLIST E ABERTO NA CONFIRMACAO
      *            DE MATRICULA (NTSELCNV) COM UMA LINHA SEM DATA POR
      *            DOCUMENTO EXIGIDO.
      * Tectonics: cobc
      ******************************************************************
       01  REG-DOCALU.
