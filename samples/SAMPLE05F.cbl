      * 概要: 更正差額ファイルの還付分('2')を抽出し、納付口座マスタを
      *       参照して全銀協標準形式の還付振込ファイルを作成する。還付
      *       台帳（依頼/伝送/確認）を更新し、振込確認ファイルがあれば
      *       確認済みへ消し込む。入力は還付金充当（SAMPLE05M）後の
      *       更正差額ファイルで、還付分は充当後の残額となる。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE05F.
