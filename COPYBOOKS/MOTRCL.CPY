      *-----------------------------------------------------------*
      *-- TABLA DE MOTIVOS DE RECLAMO DE CLIENTES - LA OFRECE LA --*
      *-- CARGA DE RECLAMOS (RECLAMOS) Y EL CODIGO QUEDA EN      --*
      *-- RLMOT DE RECLAMOS.IND; LISRCL TOTALIZA POR MOTIVO EN   --*
      *-- EL MISMO ORDEN - LOS DOS RECORREN LOS 8 RENGLONES Y    --*
      *-- LISRCL SUMA EN EL ULTIMO (99 OTROS) UN CODIGO QUE NO   --*
      *-- FIGURA: UN MOTIVO NUEVO VA ANTES DEL 99                --*
      *-----------------------------------------------------------*
       01 MOTIVOS-RECLAMO.
          02 FILLER  PIC X(30) VALUE "01FACTURACION ERRONEA        ".
          02 FILLER  PIC X(30) VALUE "02ARANCEL/PRECIO MAL APLICADO".
          02 FILLER  PIC X(30) VALUE "03PAGO NO ACREDITADO         ".
          02 FILLER  PIC X(30) VALUE "04CARGO DUPLICADO            ".
          02 FILLER  PIC X(30) VALUE "05BECA/BONIF. NO APLICADA    ".
          02 FILLER  PIC X(30) VALUE "06SERVICIO O MERCADERIA      ".
          02 FILLER  PIC X(30) VALUE "07INTERES/RECARGO            ".
          02 FILLER  PIC X(30) VALUE "99OTROS                      ".
       01 TABLA-MOTIVOS REDEFINES MOTIVOS-RECLAMO.
          02 TMOT-ELEM OCCURS 8 TIMES.
             03 TMOT-COD      PIC 99.
             03 TMOT-DES      PIC X(28).
